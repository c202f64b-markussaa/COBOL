      * and MULTIPLIEs the result into an attendance percentage, and
      * REWRITEs both figures onto the student's record so
      * marksheet-report.cbl has real numbers to print.
      *
      * A paper the examinations committee has cancelled for
      * malpractice stays cancelled: a re-keyed mark for it is not
      * posted over the cancellation, and the paper averages as a
      * zero, so the hearing's outcome cannot be undone by keying.
      *
      * The GPA is the board's, not a straight-line share of four:
      * each paper's mark is lettered off the GRADE-SCALE master in
      * force today for the student's class-year, and the grade
      * points of those letters are credit-weighted into the GPA,
      * so the figure on the transcript agrees with the scale points
      * printed beside it.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GPA-ATTENDANCE-BATCH.
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-MAST-FS.

      *    Each paper's grade points come off the scale in force on
      *    the run date for the student's class-year.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

      *    Every accepted mark is also posted here, keyed by student,
      *    subject and term, so downstream reporting can tell which
      *    subject and term a figure came from.
           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           01 WS-MACHINE-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-FLAG-CLASH-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-EXEMPT-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-CANCELLED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-MARK-CANCELLED       PIC A(01).
      *    WS-CLASS-DAYS starts at the historical default of 180 and
      *    is replaced by the actual elapsed-school-day count from
      *    the academic calendar; the default only survives when the
           01 WS-ELAPSED-DAYS          PIC S9(05).
           01 WS-DAYS-PRESENT           PIC 9(03).
           01 WS-ATTEND-RATIO            PIC 9V9999.

      *    Per-student control-break accumulators: the sorted work
      *    file groups one student's marks together, so the roll is
      *    ceiling.
           01 WS-BREAK-STUDENT-ID     PIC 9(05) VALUE ZERO.
           01 WS-HAVE-BREAK           PIC A(01) VALUE 'N'.
      *    WS-BREAK-POINTS is the sum of grade points times credits
      *    over the student's papers; WS-BREAK-ON-MASTER says the
      *    student's record was found when the break opened, so its
      *    class-year is known and the record is there to rewrite.
           01 WS-BREAK-POINTS         PIC 9(05)V99 VALUE ZERO.
           01 WS-BREAK-SUBJECTS       PIC 9(03) VALUE ZERO.
           01 WS-BREAK-CREDITS        PIC 9(04) VALUE ZERO.
           01 WS-BREAK-ON-MASTER      PIC A(01) VALUE 'N'.
           01 WS-BREAK-CLASS-YEAR     PIC 9(02) VALUE ZERO.
           01 WS-SORT-EOF             PIC A(01) VALUE 'N'.

           01 WS-CTL-OLD-MARK         PIC 9(03).

           COPY "ctlflds.cpy".

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GPA-ATTENDANCE-BATCH".

           PERFORM READ-TERM-CONTROL.
           PERFORM COUNT-CLASS-DAYS.
           PERFORM LOAD-GRADE-SCALE.

      *    The night's valid marks are edited on the way into the
      *    sort and come back grouped by student, so each student's
               DISPLAY 'EXEMPT SUBJECTS LEFT OUT OF GPA: '
                   WS-EXEMPT-COUNT
           END-IF.
           IF WS-CANCELLED-COUNT > ZERO
               DISPLAY 'CANCELLED PAPERS KEPT AT ZERO: '
                   WS-CANCELLED-COUNT
           END-IF.

      * A transaction must carry the current posting term and name a
      * subject the student is registered for before its mark reaches

      *    An exempt subject never reaches the sort, so it drops
      *    out of the GPA divisor; an absent one averages as the
      *    zero it is, and so does a cancelled one whatever was
      *    keyed for it.
           IF EN-ENROLLED
               PERFORM POST-ONE-MARK
               IF MT-EX-MARKER AND WS-MARK-CANCELLED = 'N'
                   ADD 1 TO WS-EXEMPT-COUNT
               ELSE
                   PERFORM FIND-SUBJECT-CREDITS
                   MOVE MT-STUDENT-ID    TO GW-STUDENT-ID
                   MOVE MT-MARK          TO GW-MARK
                   IF WS-MARK-CANCELLED = 'Y'
                       MOVE ZERO         TO GW-MARK
                   END-IF
                   MOVE WS-MARK-CREDITS  TO GW-CREDITS
                   RELEASE GPA-WORK-REC
               END-IF
           END-IF.

      * A re-keyed mark for a key already posted this term REWRITEs
      * over the earlier figure instead of duplicating it - unless
      * the posted paper has been cancelled for malpractice, which
      * leaves the record exactly as MALPRACTICE-MAINTENANCE set it.
       POST-ONE-MARK.
           MOVE 'N' TO WS-MARK-CANCELLED.
           MOVE MT-STUDENT-ID   TO MP-STUDENT-ID.
           MOVE MT-SUBJECT-CODE TO MP-SUBJECT-CODE.
           MOVE MT-TERM-CODE    TO MP-TERM-CODE.
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MARK-ON-FILE
                   MOVE MP-MARK TO WS-CTL-OLD-MARK
                   IF MP-CANCELLED
                       MOVE 'Y' TO WS-MARK-CANCELLED
                   END-IF
           END-READ.

           IF WS-MARK-CANCELLED = 'Y'
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY 'NOT POSTED - PAPER CANCELLED: '
                   MT-STUDENT-ID ' ' MT-SUBJECT-CODE
           ELSE
               PERFORM WRITE-POSTED-MARK
           END-IF.

       WRITE-POSTED-MARK.
           MOVE MT-STUDENT-ID   TO MP-STUDENT-ID.
           MOVE MT-SUBJECT-CODE TO MP-SUBJECT-CODE.
           MOVE MT-TERM-CODE    TO MP-TERM-CODE.
           MOVE MT-MARK         TO MP-MARK.
           MOVE 'F'             TO MP-ATTEMPT.
           MOVE MT-MARK-FLAG    TO MP-MARK-FLAG.
           MOVE ZERO            TO MP-GRACE-MARK.
           IF WS-MARK-ON-FILE = 'Y'
               REWRITE MARKS-POSTED-FILE
                   INVALID KEY DISPLAY 'POST: Invalid Key ' MP-KEY
               END-WRITE
           END-IF.

      * The sorted marks come back one student at a time; the
      * student's record is read when the break opens, for the
      * class-year whose scale letters each paper, and the grade
      * points accumulate until the student ID changes, when the
      * GPA is computed and rewritten. A student with no marks
      * tonight keeps the GPA already on the record.
       APPLY-STUDENT-TOTALS.
           OPEN I-O STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
           END-IF.

           IF WS-HAVE-BREAK = 'N'
               PERFORM OPEN-STUDENT-BREAK
           END-IF.

      *    Credit weighting: each paper's grade points off the scale
      *    count its subject's credit hours in the numerator, and
      *    the credit hours alone make the divisor.
           MOVE WS-BREAK-CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE GW-MARK             TO WS-GRD-LOOKUP-PCT.
           MOVE WS-TODAY            TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-BREAK-POINTS =
               WS-BREAK-POINTS + WS-GRD-POINTS * GW-CREDITS.
           ADD 1 TO WS-BREAK-SUBJECTS.
           ADD GW-CREDITS TO WS-BREAK-CREDITS.

      * Nothing else reads STUDENT until the break closes, so the
      * record read here is still in the record area for the
      * REWRITE.
       OPEN-STUDENT-BREAK.
           MOVE GW-STUDENT-ID TO WS-BREAK-STUDENT-ID.
           MOVE 'Y' TO WS-HAVE-BREAK.
           MOVE ZERO TO WS-BREAK-POINTS.
           MOVE ZERO TO WS-BREAK-SUBJECTS.
           MOVE ZERO TO WS-BREAK-CREDITS.
           MOVE ZERO TO WS-BREAK-CLASS-YEAR.
           MOVE 'N' TO WS-BREAK-ON-MASTER.
           MOVE WS-BREAK-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'GPA: ID NOT ON MASTER '
                       WS-BREAK-STUDENT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BREAK-ON-MASTER
                   MOVE CLASS-YEAR TO WS-BREAK-CLASS-YEAR
           END-READ.

       CLOSE-STUDENT-BREAK.
           IF WS-BREAK-ON-MASTER = 'Y'
               DIVIDE WS-BREAK-POINTS BY WS-BREAK-CREDITS
                   GIVING GPA ROUNDED
               REWRITE STUDENT-FILE
               IF WS-STUDENT-FS NOT EQUAL '00'
                   DISPLAY "Error rewriting STUDENT-MASTER. Status: "
       COPY "parmrd.cpy".

       COPY "ctladj.cpy".

       COPY "grdlkp.cpy".
