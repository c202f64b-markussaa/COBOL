      * whose attendance fell more than ATT-DROP-PTS between them -
      * both thresholds off the parm card. Each flagged or checked
      * student's open receivables are aged too, so newly overdue
      * fees land on the same list, and so does anyone with
      * MISSWORK-LIMIT (3) or more pieces of homework marked missing
      * on WORK-SUBMISSION over the last MISSWORK-WINDOW (28) days -
      * the same thresholds MISSING-WORK-RUN letters guardians at.
      * One combined counselor worklist comes out with the reason
      * against every name.
      *
      * Each name also goes to REPORT-BURST-FEED under the student's
      * class-year and section, so REPORT-BURSTER can route each
      * form tutor the part of the worklist that is theirs. A
      * student no longer on the master goes under class-year 00.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. AT-RISK-WORKLIST.
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT WORK-SUBMISSION ASSIGN TO 'WORK-SUBMISSION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS WK-KEY
                   FILE STATUS IS WS-WORK-FS.

               SELECT ASSIGNMENT-MASTER ASSIGN TO 'ASSIGNMENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AG-KEY
                   FILE STATUS IS WS-ASSIGN-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT REPORT-BURST-FEED
                   ASSIGN TO 'REPORT-BURST-FEED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BURST-FS.

               SELECT WORKLIST ASSIGN TO 'AT-RISK-WORKLIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD WORK-SUBMISSION.
           COPY "worksub.cpy".

           FD ASSIGNMENT-MASTER.
           COPY "asgnmas.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD REPORT-BURST-FEED.
           COPY "rptbrst.cpy".

           FD WORKLIST.
           01 WORKLIST-LINE         PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-RESULTS-FS         PIC X(02).
      *    field itself changes on every keyed read, so it cannot
      *    double as the open flag.
           01 WS-RECV-OPEN          PIC A(01) VALUE 'N'.
           01 WS-WORK-FS            PIC X(02).
           01 WS-WORK-OPEN          PIC A(01) VALUE 'N'.
           01 WS-WORK-EOF           PIC A(01).
           01 WS-ASSIGN-FS          PIC X(02).
           01 WS-ASSIGN-OPEN        PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-DUE-INT            PIC 9(08).
           01 WS-DROP-POINTS        PIC 9(03) VALUE 10.
           01 WS-ATT-DROP-PTS       PIC 9(03) VALUE 5.
           01 WS-MISSED-WINDOW      PIC 9(03) VALUE 28.
           01 WS-MISSED-LIMIT       PIC 9(03) VALUE 3.
           01 WS-MISSED-COUNT       PIC 9(03).
           01 WS-AGE-DAYS           PIC S9(08).
           01 WS-FLAGGED-COUNT      PIC 9(05) VALUE ZERO.

      *    The control-break holders: the student being gathered and
           01 WS-ATT-DROP           PIC S9(04)V99.
           01 WS-OUTSTANDING        PIC 9(05)V99.
           01 WS-ARREARS            PIC A(01).
           01 WS-REASONS            PIC X(55).
           01 WS-REASON-POS         PIC 9(03).
           01 WS-ON-MASTER          PIC A(01).
           COPY "rptbrsfl.cpy".
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-ATT-DROP-PTS
           END-IF.
           MOVE 'MISSWORK-WINDOW' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-MISSED-WINDOW
           END-IF.
           MOVE 'MISSWORK-LIMIT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-MISSED-LIMIT
           END-IF.
           DISPLAY 'DROP THRESHOLDS IN EFFECT: PCT '
               WS-DROP-POINTS ' ATTENDANCE ' WS-ATT-DROP-PTS.

           IF WS-RECV-FS EQUAL '00'
               MOVE 'Y' TO WS-RECV-OPEN
           END-IF.
      *    Before homework was tracked there is no submission file,
      *    and missing work simply never flags.
           OPEN INPUT WORK-SUBMISSION.
           IF WS-WORK-FS EQUAL '00'
               MOVE 'Y' TO WS-WORK-OPEN
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGN-FS EQUAL '00'
               MOVE 'Y' TO WS-ASSIGN-OPEN
           END-IF.
           OPEN OUTPUT WORKLIST.
           MOVE 'AT-RISK' TO BRST-REPORT-NAME.
           MOVE WS-TODAY  TO BRST-RUN-DATE.
           PERFORM OPEN-BURST-FEED.

           MOVE SPACES TO WORKLIST-LINE.
           STRING 'COUNSELOR WORKLIST AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE ZERO  TO BRST-CLASS-YEAR.
           MOVE SPACE TO BRST-SECTION-CODE.
           MOVE 'H'   TO BRST-LINE-KIND.
           MOVE WORKLIST-LINE TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-RESULTS NEXT RECORD
           CLOSE TERM-RESULTS.
           CLOSE STUDENT.
           CLOSE RECEIVABLE.
           IF WS-WORK-OPEN = 'Y'
               CLOSE WORK-SUBMISSION
           END-IF.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE ASSIGNMENT-MASTER
           END-IF.
           CLOSE WORKLIST.
           PERFORM CLOSE-BURST-FEED.

           DISPLAY 'STUDENTS FLAGGED: ' WS-FLAGGED-COUNT.
       STOP RUN.
               END-IF
           END-IF.

           PERFORM COUNT-MISSING-WORK.
           IF WS-MISSED-COUNT NOT < WS-MISSED-LIMIT
               MOVE 'MISSING WORK '
                   TO WS-REASONS(WS-REASON-POS:13)
               ADD 13 TO WS-REASON-POS
           END-IF.

           PERFORM CHECK-ARREARS.
           IF WS-ARREARS = 'Y'
               MOVE 'FEE ARREARS'
               END-PERFORM
           END-IF.

      * Pieces marked missing that fell due inside the window, off
      * the student's block of WORK-SUBMISSION rows; work since
      * cancelled on ASSIGNMENT-MASTER does not count.
       COUNT-MISSING-WORK.
           MOVE ZERO TO WS-MISSED-COUNT.
           IF WS-WORK-OPEN = 'Y'
               MOVE 'N' TO WS-WORK-EOF
               MOVE WS-PRIOR-STUDENT TO WK-STUDENT-ID
               MOVE LOW-VALUES       TO WK-ASSIGN-KEY
               START WORK-SUBMISSION KEY NOT < WK-KEY
                   INVALID KEY MOVE 'Y' TO WS-WORK-EOF
               END-START
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ WORK-SUBMISSION NEXT RECORD
                       AT END MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           IF WK-STUDENT-ID
                               NOT EQUAL WS-PRIOR-STUDENT
                               MOVE 'Y' TO WS-WORK-EOF
                           ELSE
                               IF WK-MISSING
                                   PERFORM AGE-ONE-MISSING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AGE-ONE-MISSING.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WK-DUE-DATE).
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DUE-INT.
           IF WS-AGE-DAYS NOT < ZERO
               AND WS-AGE-DAYS < WS-MISSED-WINDOW
               MOVE 'S' TO AG-STATUS
               IF WS-ASSIGN-OPEN = 'Y'
                   MOVE WK-ASSIGN-KEY TO AG-KEY
                   READ ASSIGNMENT-MASTER
                       KEY IS AG-KEY
                       INVALID KEY MOVE 'S' TO AG-STATUS
                   END-READ
               END-IF
               IF AG-SET
                   ADD 1 TO WS-MISSED-COUNT
               END-IF
           END-IF.

       AGE-ONE-BALANCE.
           IF RV-OPEN
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
           ADD 1 TO WS-FLAGGED-COUNT.

           MOVE WS-PRIOR-STUDENT TO STUDENT-ID.
           MOVE 'Y' TO WS-ON-MASTER.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO STUDENT-NAME
                   MOVE 'N' TO WS-ON-MASTER
           END-READ.

           MOVE SPACES TO WORKLIST-LINE.
               DELIMITED BY SIZE INTO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           IF WS-ON-MASTER = 'Y'
               MOVE CLASS-YEAR   TO BRST-CLASS-YEAR
               MOVE SECTION-CODE TO BRST-SECTION-CODE
           ELSE
               MOVE ZERO  TO BRST-CLASS-YEAR
               MOVE SPACE TO BRST-SECTION-CODE
           END-IF.
           MOVE 'D' TO BRST-LINE-KIND.
           MOVE WORKLIST-LINE TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

       COPY "parmrd.cpy".

       COPY "rptbrswt.cpy".
