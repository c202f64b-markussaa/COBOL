      * carrying the fee's amount and due date. A rerun meets the
      * receivable already on file and leaves it alone, so running
      * the assessment twice can never double-bill a student.
      *
      * A run that dies partway resumes where it left off. Every
      * CHECKPOINT-EVERY (parm card, default 100) students it writes
      * the fee code and STUDENT-ID just finished to
      * FEE-ASSESS-RESTART.txt, under the run's identifier
      * (YYMMDDHHMM of its first start). A rerun that finds an
      * unfinished run there carries on from that point under the
      * same identifier, and every receivable it raises is stamped
      * with it, so the installments raised after the last
      * checkpoint are recognised as this run's own and skipped.
      * The receivable count and hash totals are written to
      * FILE-CONTROL-TOTALS before the first fee (FEE-ASSESS-BEFORE)
      * and after the last (FEE-ASSESS-AFTER); a BEFORE row with no
      * AFTER row is a run that never finished, and
      * FILE-CONTROL-CHECK says so.
      *
      * Which fees a student owes, the sibling discount and the
      * installment split are the shared rules in feerule.cpy, so
      * FEE-QUOTATION prices an applicant exactly as this batch will
      * bill the student.
      *
      * A student who joins or leaves part way through the year is
      * billed only for the part attended. The window runs from
      * ADMISSION-DATE to LEAVING-DATE on the master (either left
      * zero is open at that end), and each fee is cut down by its
      * FEE-PRORATE-RULE against the terms on ACADEMIC-CALENDAR:
      * only the installments falling inside the window are raised,
      * and a fee raised in one piece is scaled by the share of the
      * year's terms or months attended. A withdrawn or graduated
      * student whose leaving date falls inside the calendar's year
      * is assessed for the part they attended the same way. Every
      * student and fee cut down is listed on PRORATE-REGISTER.txt
      * with the full and charged amounts side by side.
      *
      * Every installment raised is appended to CHARGE-REGISTER as
      * it is written, so GL-JOURNAL-EXTRACT journals the day's
      * assessment against debtor control; the run does not start
      * without the register.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-ASSESSMENT.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

                       WITH DUPLICATES
                   FILE STATUS IS WS-FAM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT PRORATE-REGISTER
                   ASSIGN TO 'PRORATE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRR-FS.

               SELECT ASSESS-RESTART
                   ASSIGN TO 'FEE-ASSESS-RESTART.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESTART-FS.

               SELECT FILE-CONTROL-TOTALS
                   ASSIGN TO 'FILE-CONTROL-TOTALS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLU-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.
           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD PRORATE-REGISTER.
           01 PRORATE-LINE          PIC X(80).

           FD ASSESS-RESTART.
           01 ASSESS-RESTART-REC.
               05 AR-RUN-ID         PIC X(10).
               05 AR-LAST-FEE       PIC X(04).
               05 AR-LAST-STUDENT   PIC 9(05).
               05 AR-CHECKPOINT-STAMP PIC X(14).

           FD FILE-CONTROL-TOTALS.
           COPY "filectl.cpy".

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           01 WS-RAISED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.

      *    Restart bookkeeping. A blank run identifier on the restart
      *    file means the last run finished and this one starts
      *    fresh.
           01 WS-RESTART-FS         PIC X(02).
           01 WS-RUN-ID             PIC X(10).
           01 WS-RESTARTING         PIC A(01) VALUE 'N'.
           01 WS-RESTART-FEE        PIC X(04) VALUE SPACES.
           01 WS-RESTART-STUDENT    PIC 9(05) VALUE ZERO.
           01 WS-CHECKPOINT-EVERY   PIC 9(05) VALUE 100.
           01 WS-CKPT-FEE           PIC X(04) VALUE SPACES.
           01 WS-CKPT-STUDENT       PIC 9(05) VALUE ZERO.
           01 WS-SINCE-CHECKPOINT   PIC 9(05) VALUE ZERO.
           01 WS-CHECKPOINT-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-RERAISED-COUNT     PIC 9(06) VALUE ZERO.

      *    RECEIVABLE's count and hash totals for the BEFORE and
      *    AFTER control rows - STUDENT-ID and the amount in cents,
      *    wrapped at nine digits the way FILE-CONTROL-CHECK does.
           01 WS-RECV-EOF           PIC A(01).
           01 WS-RECV-TOT-COUNT     PIC 9(06).
           01 WS-RECV-TOT-ID        PIC 9(09).
           01 WS-RECV-TOT-AMOUNT    PIC 9(09).
           01 WS-AMOUNT-CENTS       PIC 9(07).
           01 WS-CTL-KEEP           PIC 9(02).
           COPY "ctlflds.cpy".

           01 WS-HOSTEL-FS          PIC X(02).
           01 WS-HOLD-FAMILY        PIC X(06).

      *    Pro-rating register: one line per student and fee cut
      *    down, with the run's full and charged totals at the end.
           01 WS-CAL-FS             PIC X(02).
           01 WS-PRR-FS             PIC X(02).
           01 WS-ASSESSABLE         PIC A(01).
           01 WS-PRORATED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-PRR-FULL-TOTAL     PIC 9(07)V99 VALUE ZERO.
           01 WS-PRR-CHARGED-TOTAL  PIC 9(07)V99 VALUE ZERO.

           01 WS-PRR-HEADING.
               05 FILLER            PIC X(09) VALUE 'STUDENT'.
               05 FILLER            PIC X(06) VALUE 'FEE'.
               05 FILLER            PIC X(02) VALUE 'R'.
               05 FILLER            PIC X(10) VALUE 'ADMITTED'.
               05 FILLER            PIC X(10) VALUE 'LEFT'.
               05 FILLER            PIC X(11) VALUE '     FULL'.
               05 FILLER            PIC X(13) VALUE '  CHARGED'.
               05 FILLER            PIC X(12) VALUE 'INSTALLMENTS'.

           01 WS-PRR-DETAIL.
               05 PR-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 PR-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 PR-RULE           PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 PR-ADMITTED       PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 PR-LEFT           PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 PR-FULL           PIC ZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 PR-CHARGED        PIC ZZ,ZZ9.99.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 PR-RAISED         PIC Z9.
               05 FILLER            PIC X(04) VALUE ' OF '.
               05 PR-SCHEDULED      PIC Z9.

           01 WS-PRR-TOTAL-LINE.
               05 FILLER            PIC X(10) VALUE 'TOTALS'.
               05 PR-TOTAL-COUNT    PIC ZZZ,ZZ9.
               05 FILLER            PIC X(14) VALUE ' CUT DOWN'.
               05 PR-TOTAL-FULL     PIC Z,ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 PR-TOTAL-CHARGED  PIC Z,ZZZ,ZZ9.99.
           COPY "parmtbl.cpy".
           COPY "feeflds.cpy".
           COPY "chgregfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FEE-ASSESSMENT".
           MOVE 'FEEASSMT' TO CHGR-PROGRAM-ID.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-FEE-RULE-PARMS.
           PERFORM LOAD-PRORATE-TERMS.

      *    The rider file is only needed when a transport fee is
      *    configured; if it cannot be opened the fee is skipped for
               END-IF
           END-IF.

           IF WS-BOARDING-FEE NOT EQUAL SPACES
               OPEN INPUT HOSTEL-ALLOC
               IF WS-HOSTEL-FS EQUAL '00'
               END-IF
           END-IF.

           IF WS-SIBLING-PCT > ZERO
               OPEN INPUT FAMILY-LINK
               IF WS-FAM-FS EQUAL '00'
               END-IF
           END-IF.

           MOVE 'CHECKPOINT-EVERY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-CHECKPOINT-EVERY
           END-IF.
           DISPLAY 'CHECKPOINT EVERY ' WS-CHECKPOINT-EVERY
               ' STUDENTS'.

           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS EQUAL '35'
               OPEN OUTPUT RECEIVABLE
               STOP RUN
           END-IF.

           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-RESTART-POINT.
           IF WS-RESTARTING = 'Y'
               DISPLAY 'RESTARTING RUN ' WS-RUN-ID ' AFTER FEE '
                   WS-RESTART-FEE ' STUDENT ' WS-RESTART-STUDENT
           ELSE
               MOVE FUNCTION CURRENT-DATE(3:10) TO WS-RUN-ID
               DISPLAY 'ASSESSMENT RUN ' WS-RUN-ID
               PERFORM COUNT-RECEIVABLE-TOTALS
               PERFORM RECORD-BEFORE-TOTALS
      *        The run identifier is on the restart file before the
      *        first receivable is raised, so even a run that dies
      *        ahead of its first checkpoint restarts as itself.
               PERFORM TAKE-CHECKPOINT
           END-IF.

      *    A restarted run carries on the register it began; a fresh
      *    run starts a new one.
           IF WS-RESTARTING = 'Y'
               OPEN EXTEND PRORATE-REGISTER
               IF WS-PRR-FS EQUAL '35'
                   OPEN OUTPUT PRORATE-REGISTER
               END-IF
           ELSE
               OPEN OUTPUT PRORATE-REGISTER
           END-IF.
           IF WS-PRR-FS NOT EQUAL '00'
               DISPLAY "Error opening PRORATE-REGISTER. Status: "
                   WS-PRR-FS
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RESTARTING NOT = 'Y'
               MOVE SPACES TO PRORATE-LINE
               STRING 'PRO-RATED FEE REGISTER  RUN ' WS-RUN-ID
                   DELIMITED BY SIZE INTO PRORATE-LINE
               WRITE PRORATE-LINE
               MOVE WS-PRR-HEADING TO PRORATE-LINE
               WRITE PRORATE-LINE
           END-IF.

           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-SCHEDULE. Status: "
               CLOSE RECEIVABLE
               STOP RUN
           END-IF.
           IF WS-RESTARTING = 'Y'
               MOVE WS-RESTART-FEE TO FEE-CODE
               START FEE-SCHEDULE KEY NOT < FEE-CODE
                   INVALID KEY MOVE 'Y' TO WS-FEE-EOF
               END-START
           END-IF.

           PERFORM UNTIL WS-FEE-EOF = 'Y'
               READ FEE-SCHEDULE NEXT RECORD
           END-PERFORM.

           CLOSE FEE-SCHEDULE.
           MOVE WS-PRORATED-COUNT    TO PR-TOTAL-COUNT.
           MOVE WS-PRR-FULL-TOTAL    TO PR-TOTAL-FULL.
           MOVE WS-PRR-CHARGED-TOTAL TO PR-TOTAL-CHARGED.
           MOVE WS-PRR-TOTAL-LINE TO PRORATE-LINE.
           WRITE PRORATE-LINE.
           CLOSE PRORATE-REGISTER.
           PERFORM COUNT-RECEIVABLE-TOTALS.
           PERFORM RECORD-AFTER-TOTALS.
           PERFORM CLEAR-RESTART-POINT.
           CLOSE RECEIVABLE.
           CLOSE CHARGE-REGISTER.
           IF WS-RIDER-OPEN = 'Y'
               CLOSE RIDER-ASSIGNMENT
           END-IF.

           DISPLAY 'FEES ASSESSED: '        WS-FEES-PROCESSED.
           DISPLAY 'RECEIVABLES RAISED: '   WS-RAISED-COUNT.
           DISPLAY 'CHARGE LINES WRITTEN: ' CHGR-COUNT.
           DISPLAY 'ALREADY ON FILE: '      WS-ALREADY-COUNT.
           DISPLAY 'RAISED BEFORE RESTART: ' WS-RERAISED-COUNT.
           DISPLAY 'CHECKPOINTS TAKEN: '    WS-CHECKPOINT-COUNT.
           DISPLAY 'FEES PRO-RATED: '       WS-PRORATED-COUNT.
           DISPLAY 'RECEIVABLES ON FILE: '  WS-RECV-TOT-COUNT.
       STOP RUN.

      * One full pass of the master per fee code; the master is
           END-IF.

           MOVE 'N' TO WS-STUDENT-EOF.
      *    The fee a restart left off in picks up after the last
      *    student checkpointed; every later fee starts at the top.
           IF WS-RESTARTING = 'Y' AND FEE-CODE = WS-RESTART-FEE
               MOVE WS-RESTART-STUDENT TO STUDENT-ID
               START STUDENT KEY > STUDENT-ID
                   INVALID KEY MOVE 'Y' TO WS-STUDENT-EOF
               END-START
           END-IF.
           PERFORM UNTIL WS-STUDENT-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-STUDENT-EOF
                   NOT AT END
                       PERFORM CHECK-STUDENT-ASSESSABLE
                       IF WS-ASSESSABLE = 'Y'
                           PERFORM CHECK-FEE-APPLIES
                           IF WS-FEE-APPLIES = 'Y'
                               PERFORM RAISE-RECEIVABLE
                           END-IF
                       END-IF
                       ADD 1 TO WS-SINCE-CHECKPOINT
                       IF WS-SINCE-CHECKPOINT
                           NOT < WS-CHECKPOINT-EVERY
                           MOVE FEE-CODE   TO WS-CKPT-FEE
                           MOVE STUDENT-ID TO WS-CKPT-STUDENT
                           PERFORM TAKE-CHECKPOINT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE STUDENT.

      * Active students are assessed; so is a student who left this
      * year, for the part of it attended. A leaver with no calendar
      * to measure the year by is left alone.
       CHECK-STUDENT-ASSESSABLE.
           MOVE 'N' TO WS-ASSESSABLE.
           IF STUDENT-ACTIVE
               MOVE 'Y' TO WS-ASSESSABLE
           END-IF.
           IF (STUDENT-WITHDRAWN OR STUDENT-GRADUATED)
               AND LEAVING-DATE IS NUMERIC
               AND WS-PRT-TERM-COUNT > ZERO
               IF LEAVING-DATE NOT < WS-PRT-YEAR-FROM
                   AND LEAVING-DATE NOT > WS-PRT-YEAR-TO
                   MOVE 'Y' TO WS-ASSESSABLE
               END-IF
           END-IF.

      * The fee rules' transport and boarding gates: the fee applies
      * to a student with an active route assignment or an active
      * hostel bed on file.
       CHECK-TRANSPORT-GATE.
           IF WS-RIDER-OPEN = 'Y'
               MOVE STUDENT-ID TO RA-STUDENT-ID
               READ RIDER-ASSIGNMENT
                   KEY IS RA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RA-RIDING
                           MOVE 'Y' TO WS-FEE-APPLIES
                       END-IF
               END-READ
           END-IF.

       CHECK-BOARDING-GATE.
           IF WS-HOSTEL-OPEN = 'Y'
               MOVE STUDENT-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HA-BOARDING
                           MOVE 'Y' TO WS-FEE-APPLIES
                       END-IF
               END-READ
           END-IF.

      * One dated receivable per installment inside the student's
      * attendance window. A fee whose catalog record says zero or
      * one installments raises the single receivable it always
      * did, as installment 1.
       RAISE-RECEIVABLE.
      *    A younger linked sibling is billed the discounted charge;
      *    the split then works off that figure.
           PERFORM CHECK-SIBLING-DISCOUNT.
           PERFORM PRICE-FEE-CHARGE.
           MOVE ZERO TO WS-ATTEND-FROM.
           MOVE ZERO TO WS-ATTEND-TO.
           IF ADMISSION-DATE IS NUMERIC
               MOVE ADMISSION-DATE TO WS-ATTEND-FROM
           END-IF.
           IF LEAVING-DATE IS NUMERIC
               MOVE LEAVING-DATE TO WS-ATTEND-TO
           END-IF.
           PERFORM PRORATE-FEE-CHARGE.
           PERFORM RAISE-ONE-INSTALLMENT
               VARYING WS-INSTALLMENT-I FROM 1 BY 1
               UNTIL WS-INSTALLMENT-I > WS-INSTALLMENT-COUNT.
           IF WS-CHARGE-AMOUNT NOT = WS-FULL-CHARGE
               PERFORM NOTE-PRORATED-FEE
           END-IF.

       NOTE-PRORATED-FEE.
           ADD 1 TO WS-PRORATED-COUNT.
           ADD WS-FULL-CHARGE   TO WS-PRR-FULL-TOTAL.
           ADD WS-CHARGE-AMOUNT TO WS-PRR-CHARGED-TOTAL.
           MOVE STUDENT-ID           TO PR-STUDENT-ID.
           MOVE FEE-CODE             TO PR-FEE-CODE.
           MOVE FEE-PRORATE-RULE     TO PR-RULE.
           MOVE WS-ATTEND-FROM       TO PR-ADMITTED.
           MOVE WS-ATTEND-TO         TO PR-LEFT.
           MOVE WS-FULL-CHARGE       TO PR-FULL.
           MOVE WS-CHARGE-AMOUNT     TO PR-CHARGED.
           MOVE WS-INSTALLMENTS-IN   TO PR-RAISED.
           MOVE WS-INSTALLMENT-COUNT TO PR-SCHEDULED.
           MOVE WS-PRR-DETAIL TO PRORATE-LINE.
           WRITE PRORATE-LINE.

      * An installment outside the window is stepped over, its due
      * date still advanced so the next one keeps its month.
       RAISE-ONE-INSTALLMENT.
           PERFORM CLAMP-DUE-DAY.
           IF WS-INSTALLMENT-IN(WS-INSTALLMENT-I) = 'Y'
               PERFORM WRITE-ONE-INSTALLMENT
           END-IF.
           PERFORM NEXT-DUE-MONTH.

       WRITE-ONE-INSTALLMENT.
           MOVE STUDENT-ID       TO RV-STUDENT-ID.
           MOVE FEE-CODE         TO RV-FEE-CODE.
           MOVE WS-INSTALLMENT-I TO RV-INSTALLMENT-NO.
           MOVE ZERO        TO RV-PAID-AMOUNT.
           MOVE WS-DUE-WORK TO RV-DUE-DATE.
           MOVE 'O'         TO RV-STATUS.
           MOVE WS-RUN-ID   TO RV-ASSESS-RUN.
           WRITE RECEIVABLE-FILE
               INVALID KEY PERFORM NOTE-ALREADY-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-RAISED-COUNT
                   PERFORM APPEND-CHARGE-REGISTER
           END-WRITE.

      * The eldest linked child in a household (lowest STUDENT-ID
      * with an active link) pays full; any other linked member of
      * the same household gets the discount.
               END-READ
           END-PERFORM.

      * The receivable already there is either this run's own, raised
      * after the last checkpoint before a restart, or an earlier
      * run's; both are left alone, only the count differs.
       NOTE-ALREADY-ON-FILE.
           READ RECEIVABLE
               KEY IS RV-KEY
               INVALID KEY ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   IF RV-ASSESS-RUN = WS-RUN-ID
                       ADD 1 TO WS-RERAISED-COUNT
                   ELSE
                       ADD 1 TO WS-ALREADY-COUNT
                   END-IF
           END-READ.

       TAKE-CHECKPOINT.
           OPEN OUTPUT ASSESS-RESTART.
           IF WS-RESTART-FS NOT EQUAL '00'
               DISPLAY 'ERROR OPENING RESTART FILE. STATUS: '
                   WS-RESTART-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RUN-ID  TO AR-RUN-ID.
           MOVE WS-CKPT-FEE     TO AR-LAST-FEE.
           MOVE WS-CKPT-STUDENT TO AR-LAST-STUDENT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO AR-CHECKPOINT-STAMP.
           WRITE ASSESS-RESTART-REC.
           CLOSE ASSESS-RESTART.
           ADD 1 TO WS-CHECKPOINT-COUNT.
           MOVE ZERO TO WS-SINCE-CHECKPOINT.

       READ-RESTART-POINT.
           OPEN INPUT ASSESS-RESTART.
           IF WS-RESTART-FS EQUAL '00'
               READ ASSESS-RESTART
                   AT END CONTINUE
                   NOT AT END
                       IF AR-RUN-ID NOT = SPACES
                           MOVE 'Y'             TO WS-RESTARTING
                           MOVE AR-RUN-ID       TO WS-RUN-ID
                           MOVE AR-LAST-FEE     TO WS-RESTART-FEE
                           MOVE AR-LAST-STUDENT TO WS-RESTART-STUDENT
                       END-IF
               END-READ
               CLOSE ASSESS-RESTART
           END-IF.

      * A run that reached the last fee leaves an empty restart
      * file, so the next assessment starts fresh under a new
      * identifier.
       CLEAR-RESTART-POINT.
           OPEN OUTPUT ASSESS-RESTART.
           CLOSE ASSESS-RESTART.

       COUNT-RECEIVABLE-TOTALS.
           MOVE ZERO TO WS-RECV-TOT-COUNT.
           MOVE ZERO TO WS-RECV-TOT-ID.
           MOVE ZERO TO WS-RECV-TOT-AMOUNT.
           MOVE 'N' TO WS-RECV-EOF.
           MOVE LOW-VALUES TO RV-KEY.
           START RECEIVABLE KEY NOT < RV-KEY
               INVALID KEY MOVE 'Y' TO WS-RECV-EOF
           END-START.
           PERFORM UNTIL WS-RECV-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RECV-EOF
                   NOT AT END
                       ADD 1 TO WS-RECV-TOT-COUNT
                       COMPUTE WS-RECV-TOT-ID = FUNCTION REM(
                           WS-RECV-TOT-ID + RV-STUDENT-ID, 999999999)
                       COMPUTE WS-AMOUNT-CENTS = RV-AMOUNT * 100
                       COMPUTE WS-RECV-TOT-AMOUNT = FUNCTION REM(
                           WS-RECV-TOT-AMOUNT + WS-AMOUNT-CENTS,
                           999999999)
               END-READ
           END-PERFORM.

      * A fresh run drops the last run's AFTER row along with
      * writing its own BEFORE row, so until this run finishes the
      * control file shows it open.
       RECORD-BEFORE-TOTALS.
           PERFORM LOAD-CONTROL-ROWS.
           MOVE 'FEE-ASSESS-AFTER' TO CTLU-FILE-NAME.
           PERFORM DROP-CONTROL-ROW.
           MOVE 'FEE-ASSESS-BEFORE' TO CTLU-FILE-NAME.
           PERFORM SET-CONTROL-ROW.
           PERFORM WRITE-CONTROL-ROWS-BACK.

       RECORD-AFTER-TOTALS.
           PERFORM LOAD-CONTROL-ROWS.
           MOVE 'FEE-ASSESS-AFTER' TO CTLU-FILE-NAME.
           PERFORM SET-CONTROL-ROW.
           PERFORM WRITE-CONTROL-ROWS-BACK.

      * Unlike the ctladj.cpy adjustment, a missing control file is
      * not left alone here: the BEFORE and AFTER rows start it.
       LOAD-CONTROL-ROWS.
           MOVE ZERO TO WS-CTLU-ROWS.
           MOVE 'N' TO WS-CTLU-EOF.
           OPEN INPUT FILE-CONTROL-TOTALS.
           IF WS-CTLU-FS EQUAL '00'
               PERFORM UNTIL WS-CTLU-EOF = 'Y'
                   READ FILE-CONTROL-TOTALS
                       AT END MOVE 'Y' TO WS-CTLU-EOF
                       NOT AT END PERFORM HOLD-ONE-CONTROL-ROW
                   END-READ
               END-PERFORM
               CLOSE FILE-CONTROL-TOTALS
           END-IF.

       SET-CONTROL-ROW.
           MOVE 'N' TO WS-CTLU-FOUND.
           PERFORM VARYING WS-CTLU-I FROM 1 BY 1
               UNTIL WS-CTLU-I > WS-CTLU-ROWS
                   OR WS-CTLU-FOUND = 'Y'
               IF WS-CTLU-NAME(WS-CTLU-I) = CTLU-FILE-NAME
                   MOVE 'Y' TO WS-CTLU-FOUND
                   SUBTRACT 1 FROM WS-CTLU-I
               END-IF
           END-PERFORM.
           IF WS-CTLU-FOUND = 'N'
               IF WS-CTLU-ROWS >= 10
                   DISPLAY 'CONTROL FILE FULL - ' CTLU-FILE-NAME
                       ' NOT RECORDED'
               ELSE
                   ADD 1 TO WS-CTLU-ROWS
                   MOVE WS-CTLU-ROWS TO WS-CTLU-I
                   MOVE 'Y' TO WS-CTLU-FOUND
               END-IF
           END-IF.
           IF WS-CTLU-FOUND = 'Y'
               MOVE CTLU-FILE-NAME     TO WS-CTLU-NAME(WS-CTLU-I)
               MOVE WS-RECV-TOT-COUNT  TO WS-CTLU-RECS(WS-CTLU-I)
               MOVE WS-RECV-TOT-ID     TO WS-CTLU-ID-HASH(WS-CTLU-I)
               MOVE WS-RECV-TOT-AMOUNT TO WS-CTLU-MK-HASH(WS-CTLU-I)
               MOVE FUNCTION CURRENT-DATE(1:8)
                   TO WS-CTLU-STAMP(WS-CTLU-I)
           END-IF.

       DROP-CONTROL-ROW.
           MOVE ZERO TO WS-CTL-KEEP.
           PERFORM VARYING WS-CTLU-I FROM 1 BY 1
               UNTIL WS-CTLU-I > WS-CTLU-ROWS
               IF WS-CTLU-NAME(WS-CTLU-I) NOT = CTLU-FILE-NAME
                   ADD 1 TO WS-CTL-KEEP
                   MOVE WS-CTLU-ROW(WS-CTLU-I)
                       TO WS-CTLU-ROW(WS-CTL-KEEP)
               END-IF
           END-PERFORM.
           MOVE WS-CTL-KEEP TO WS-CTLU-ROWS.

       COPY "parmrd.cpy".

       COPY "chgregwt.cpy".

       COPY "feerule.cpy".

       COPY "ctladj.cpy".
