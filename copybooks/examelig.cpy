      * EXAMELIG - shared EXAM-ELIGIBILITY record layout. COPY this
      * into the FD for EXAM-ELIGIBILITY: one record per student per
      * exam, keyed by student plus exam code, written by
      * EXAM-ELIGIBILITY-RUN from the student's attendance up to the
      * exam's cut-off date. A student below the school's minimum is
      * debarred; the principal's condonation, keyed through
      * EXAM-CONDONATION, records who approved it and why, and a
      * condoned student sits the exam like any other. The admit
      * cards and the room seating both skip a debarred student.
           01 EXAM-ELIGIBILITY-FILE.
               05 EG-KEY.
                   10 EG-STUDENT-ID    PIC 9(05).
                   10 EG-EXAM-CODE     PIC X(06).
               05 EG-TERM-CODE         PIC X(06).
               05 EG-CUTOFF-DATE       PIC 9(08).
      * Periods the student was expected in class up to the cut-off
      * (school days times periods per day, less approved leave) and
      * the periods they were marked absent in that window.
               05 EG-PERIODS-HELD      PIC 9(05).
               05 EG-PERIODS-ABSENT    PIC 9(05).
               05 EG-ATTEND-PCT        PIC 999V99.
               05 EG-STATUS            PIC X(01).
                   88 EG-ELIGIBLE      VALUE 'E'.
                   88 EG-DEBARRED      VALUE 'D'.
                   88 EG-CONDONED      VALUE 'C'.
               05 EG-CONDONED-BY       PIC X(08).
               05 EG-CONDONED-DATE     PIC 9(08).
               05 EG-CONDONE-REASON    PIC X(20).
