      * received or under review, oldest first hurts most, so the
      * days-open figure is printed per line and appeals stop going
      * stale in a drawer.
      *
      * A revised mark for a paper cancelled for malpractice is not
      * applied: the cancellation's zero stands and no later change
      * replaces it. The request is left revised - still open - and
      * listed on the aging report as held against a cancelled
      * paper, so the board can withdraw it or the examinations
      * committee revisit the case; MARKS-POSTED is not touched.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REEVAL-POSTING.
           01 WS-OLD-MARK           PIC 9(03).
           01 WS-APPLIED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-OPEN-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-CANCELLED-COUNT    PIC 9(06) VALUE ZERO.
      *    What the aging line says after the days-open figure -
      *    blank for an ordinary open request.
           01 WS-AGING-NOTE         PIC X(17) VALUE SPACES.
           COPY "audflds.cpy".

       PROCEDURE DIVISION.

           DISPLAY 'REVISED MARKS APPLIED: ' WS-APPLIED-COUNT.
           DISPLAY 'REQUESTS STILL OPEN: '   WS-OPEN-COUNT.
           IF WS-CANCELLED-COUNT > ZERO
               DISPLAY 'HELD - PAPER CANCELLED: ' WS-CANCELLED-COUNT
           END-IF.
       STOP RUN.

       PROCESS-ONE-REQUEST.
               PERFORM APPLY-REVISED-MARK
           ELSE
               IF RQ-OPEN
                   MOVE SPACES TO WS-AGING-NOTE
                   PERFORM WRITE-AGING-LINE
               END-IF
           END-IF.
               INVALID KEY
                   DISPLAY 'REEVAL: NO POSTED MARK FOR ' RQ-KEY
           END-READ.
           IF WS-POSTED-FS EQUAL '00' AND MP-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               DISPLAY 'REEVAL: PAPER CANCELLED - NOT APPLIED '
                   RQ-KEY
               MOVE ' PAPER CANCELLED' TO WS-AGING-NOTE
               PERFORM WRITE-AGING-LINE
           END-IF.
           IF WS-POSTED-FS EQUAL '00' AND NOT MP-CANCELLED
               MOVE MP-MARK TO WS-OLD-MARK
               MOVE RQ-REVISED-MARK TO MP-MARK
               MOVE ZERO TO MP-GRACE-MARK
               REWRITE MARKS-POSTED-FILE
                   INVALID KEY DISPLAY 'REEVAL: Invalid Key ' MP-KEY
               END-REWRITE
               ' TERM=' RQ-TERM-CODE
               ' STATUS=' RQ-STATUS
               ' DAYS OPEN=' WS-DAYS-OPEN
               WS-AGING-NOTE
               DELIMITED BY SIZE INTO AGING-RPT-LINE.
           WRITE AGING-RPT-LINE.

