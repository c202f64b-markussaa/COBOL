      * WORKSUB - shared WORK-SUBMISSION record layout. COPY this
      * into the FD for WORK-SUBMISSION, what each student handed in
      * against an ASSIGNMENT-MASTER piece of work. Keyed by
      * STUDENT-ID first and then the assignment's own key, so one
      * student's record of work arrives as a block for the
      * missing-work counts.
           01 WORK-SUBMISSION-FILE.
               05 WK-KEY.
                   10 WK-STUDENT-ID    PIC 9(05).
                   10 WK-ASSIGN-KEY.
                       15 WK-SUBJECT-CODE  PIC X(04).
                       15 WK-CLASS-YEAR    PIC 9(02).
                       15 WK-SECTION-CODE  PIC X(01).
                       15 WK-DUE-DATE      PIC 9(08).
               05 WK-STATUS            PIC X(01).
                   88 WK-SUBMITTED     VALUE 'S'.
                   88 WK-LATE          VALUE 'L'.
                   88 WK-MISSING       VALUE 'M'.
               05 WK-RECORDED-DATE     PIC 9(08).
