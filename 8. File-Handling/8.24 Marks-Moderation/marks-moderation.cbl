      * figures, not the pre-moderation ones. The transaction file
      * is consumed after a clean pass, so an abend-and-rerun can
      * never scale the same marks twice.
      *
      * A paper cancelled for malpractice is not scaled: its zero
      * is the hearing's outcome and no later change replaces it,
      * so it is listed as not scaled and left as it stands. The
      * re-average is the GPA batch's own arithmetic - each paper's
      * GRADE-SCALE points, credit-weighted off the catalog, exempt
      * papers out of the divisor.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARKS-MODERATION.
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

      *    SUBJECT-MAST supplies the credit hours so the re-averaged
      *    GPA weighs exactly as the GPA batch's does.
               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-MAST-FS.

      *    Each paper's grade points come off the scale in force on
      *    the run date for the student's class-year, as the GPA
      *    batch takes them.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MODERATION-TRANS.
           FD STUDENT.
           COPY "studmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FS           PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-OLD-MARK           PIC 9(03).
           01 WS-NEW-MARK           PIC S9(04).
           01 WS-ADJUSTED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-CANCELLED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-TERM-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
      *    applies when it displaces a mark.
           01 WS-BREAK-STUDENT-ID   PIC 9(05) VALUE ZERO.
           01 WS-HAVE-BREAK         PIC A(01) VALUE 'N'.
           01 WS-BREAK-POINTS       PIC 9(05)V99 VALUE ZERO.
           01 WS-BREAK-CREDITS      PIC 9(04) VALUE ZERO.
           01 WS-BREAK-AFFECTED     PIC A(01) VALUE 'N'.
           01 WS-BREAK-ON-MASTER    PIC A(01) VALUE 'N'.
           01 WS-RECOMPUTED-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-SUBJ-MAST-FS       PIC X(02).
      *    Whether the catalog opened at all - the status field
      *    itself changes on every keyed read. Without the catalog
      *    every mark weighs one credit, the GPA batch's fallback.
           01 WS-SUBJ-OPEN          PIC A(01) VALUE 'N'.
           01 WS-MARK-CREDITS       PIC 9(02).
           01 WS-TODAY              PIC 9(08).

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           END-IF.

           PERFORM READ-TERM-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-GRADE-SCALE.
           PERFORM APPLY-SCALING.
           PERFORM RECOMPUTE-AFFECTED-STUDENTS.
           PERFORM CONSUME-TRANSACTIONS.

           DISPLAY 'MARKS ADJUSTED: ' WS-ADJUSTED-COUNT.
           IF WS-CANCELLED-COUNT > ZERO
               DISPLAY 'CANCELLED PAPERS NOT SCALED: '
                   WS-CANCELLED-COUNT
           END-IF.
           DISPLAY 'STUDENT GPAS RECOMPUTED: ' WS-RECOMPUTED-COUNT.
       STOP RUN.

               AT END CONTINUE
               WHEN WS-SCL-SUBJECT(SC-I) = MP-SUBJECT-CODE
                   AND WS-SCL-TERM(SC-I) = MP-TERM-CODE
                   IF MP-CANCELLED
                       PERFORM NOTE-CANCELLED-PAPER
                   ELSE
                       PERFORM ADJUST-THIS-MARK
                   END-IF
           END-SEARCH.

      * A paper struck off for malpractice keeps the zero the hearing
      * gave it; the listing shows it was passed over, not missed.
       NOTE-CANCELLED-PAPER.
           ADD 1 TO WS-CANCELLED-COUNT.
           MOVE SPACES TO MODERATION-RPT-LINE.
           STRING 'ID=' MP-STUDENT-ID
               ' SUBJECT=' MP-SUBJECT-CODE
               ' TERM=' MP-TERM-CODE
               ' NOT SCALED - PAPER CANCELLED'
               DELIMITED BY SIZE INTO MODERATION-RPT-LINE.
           WRITE MODERATION-RPT-LINE.

      * Scaling applies to the mark the paper earned. Any grace on
      * it is dropped with the old figure - the scaled mark may not
      * need it - and GRACE-MARKS decides afresh on its next run.
       ADJUST-THIS-MARK.
           MOVE MP-MARK TO WS-OLD-MARK.
           IF WS-SCL-SIGN(SC-I) = '-'
               COMPUTE WS-NEW-MARK = MP-MARK - MP-GRACE-MARK
                   - WS-SCL-ADJUST(SC-I)
           ELSE
               COMPUTE WS-NEW-MARK = MP-MARK - MP-GRACE-MARK
                   + WS-SCL-ADJUST(SC-I)
           END-IF.

           IF WS-NEW-MARK > WS-SCL-CAP(SC-I)
           END-IF.

           IF WS-NEW-MARK NOT EQUAL WS-OLD-MARK
               OR MP-GRACE-MARK > ZERO
               MOVE WS-NEW-MARK TO MP-MARK
               MOVE ZERO TO MP-GRACE-MARK
               REWRITE MARKS-POSTED-FILE
                   INVALID KEY
                       DISPLAY 'MODERATION: Invalid Key ' MP-KEY
      * break whenever any of them sits in a scaled subject, and the
      * GPA goes back onto the master. Scalings for a closed term
      * adjust the posted history only - the master carries the
      * current term's figures. The student's master record is read
      * as the break opens, for the class-year whose scale letters
      * the papers, and stays in the record area for the REWRITE.
       RECOMPUTE-AFFECTED-STUDENTS.
           IF WS-ADJUSTED-COUNT = ZERO
               DISPLAY 'NO MARKS ADJUSTED - NO GPAS TO RECOMPUTE'
               STOP RUN
           END-IF.

           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-MAST-FS EQUAL '00'
               MOVE 'Y' TO WS-SUBJ-OPEN
           ELSE
               DISPLAY 'SUBJECT-MASTER NOT AVAILABLE - MARKS '
                   'WEIGH ONE CREDIT EACH'
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD

           CLOSE MARKS-POSTED.
           CLOSE STUDENT.
           IF WS-SUBJ-OPEN = 'Y'
               CLOSE SUBJECT-MAST
           END-IF.

       TAKE-ONE-POSTED-MARK.
           IF WS-HAVE-BREAK = 'Y'
           IF WS-HAVE-BREAK = 'N'
               MOVE MP-STUDENT-ID TO WS-BREAK-STUDENT-ID
               MOVE 'Y' TO WS-HAVE-BREAK
               MOVE ZERO TO WS-BREAK-POINTS
               MOVE ZERO TO WS-BREAK-CREDITS
               MOVE 'N' TO WS-BREAK-AFFECTED
               PERFORM READ-BREAK-STUDENT
           END-IF.

           IF MP-TERM-CODE = WS-CURRENT-TERM
               AND NOT MP-EXEMPT
               AND WS-BREAK-ON-MASTER = 'Y'
               PERFORM WEIGH-ONE-POSTED-MARK
               SET SC-I TO 1
               SEARCH WS-SCALING-ROW
                   AT END CONTINUE
               END-SEARCH
           END-IF.

       READ-BREAK-STUDENT.
           MOVE 'N' TO WS-BREAK-ON-MASTER.
           MOVE WS-BREAK-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'MODERATION: ID NOT ON MASTER '
                       WS-BREAK-STUDENT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BREAK-ON-MASTER
           END-READ.

      * The subject's credit hours off the catalog, an unlisted or
      * zero-credit subject weighing one, times the paper's grade
      * points off the scale - the GPA batch's own weighting.
       WEIGH-ONE-POSTED-MARK.
           MOVE 1 TO WS-MARK-CREDITS.
           IF WS-SUBJ-OPEN = 'Y'
               MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE
               READ SUBJECT-MAST
                   KEY IS SM-SUBJECT-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-CREDIT-HOURS > ZERO
                           MOVE SM-CREDIT-HOURS TO WS-MARK-CREDITS
                       END-IF
               END-READ
           END-IF.
           MOVE CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE MP-MARK    TO WS-GRD-LOOKUP-PCT.
           MOVE WS-TODAY   TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-BREAK-POINTS =
               WS-BREAK-POINTS + WS-GRD-POINTS * WS-MARK-CREDITS.
           ADD WS-MARK-CREDITS TO WS-BREAK-CREDITS.

       CLOSE-STUDENT-BREAK.
           IF WS-BREAK-AFFECTED = 'Y' AND WS-BREAK-CREDITS > ZERO
               DIVIDE WS-BREAK-POINTS BY WS-BREAK-CREDITS
                   GIVING GPA ROUNDED
               REWRITE STUDENT-FILE
               IF WS-FS EQUAL '00'
                   ADD 1 TO WS-RECOMPUTED-COUNT
               ELSE
                   DISPLAY 'MODERATION: REWRITE FAILED '
                       WS-BREAK-STUDENT-ID ' STATUS ' WS-FS
               END-IF
           END-IF.
           MOVE 'N' TO WS-HAVE-BREAK.
           OPEN OUTPUT MODERATION-TRANS.
           CLOSE MODERATION-TRANS.
           DISPLAY 'MODERATION TRANSACTIONS CONSUMED'.

       COPY "grdlkp.cpy".
