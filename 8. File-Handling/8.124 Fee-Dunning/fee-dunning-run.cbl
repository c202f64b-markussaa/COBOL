      * Until now the aging report and the withheld result were the
      * only things that happened to an unpaid fee, and guardians
      * said, fairly, that nobody had warned them. This batch is
      * the warning: a four-step ladder walked for every open
      * RECEIVABLE installment still owing, by days past its due
      * date - a friendly reminder, a second reminder, a final
      * demand, and last a referral to the bursar. The thresholds
      * are DUN-REMIND-DAYS, DUN-SECOND-DAYS, DUN-FINAL-DAYS and
      * DUN-REFER-DAYS on the parm card (7, 21, 35 and 49 unless it
      * says otherwise), and an installment climbs one step a run,
      * never sooner than DUN-STAGE-GAP days (7) after the step
      * before - so an installment found long overdue the first
      * time still gets its reminder before its final demand.
      *
      * Each step taken is logged on FEE-DUNNING-LOG (dunlog.cpy)
      * under the installment plus the step, before anything goes
      * out, so no step is ever sent twice. The three letter steps
      * each write a notice to FEE-DUNNING-NOTICE.txt, lettered by
      * LETTER-ENGINE under codes '1', '2' and '3' with a template
      * of their own, and queue a FEED notice on NOTIFICATION-QUEUE
      * for the guardian's own channel. A student flagged on
      * UNDELIVERABLE-ADDRESS gets the queued notice only - no more
      * post to a dead address. The referral step writes no letter;
      * the bursar works from the register this run prints.
      *
      * A family keeping to an active PAYMENT-PLAN (payplan.cpy), or
      * one with a direct debit sent to the bank and not yet
      * confirmed on DEBIT-COLLECTION-LOG, is left alone: the
      * student's own plan or debit first, then the household's
      * through FAMILY-LINK, the way DEBIT-COLLECTION-RUN finds a
      * mandate. Held installments are printed on the register and
      * do not climb while they are held.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-DUNNING-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT FEE-DUNNING-LOG ASSIGN TO 'FEE-DUNNING-LOG'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DN-KEY
                   FILE STATUS IS WS-LOG-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAMILY-FS.

               SELECT PAYMENT-PLAN ASSIGN TO 'PAYMENT-PLAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PP-KEY
                   FILE STATUS IS WS-PLAN-FS.

               SELECT DEBIT-COLLECTION-LOG
                   ASSIGN TO 'DEBIT-COLLECTION-LOG'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS DC-KEY
                   FILE STATUS IS WS-DCLOG-FS.

               SELECT UNDELIVERABLE ASSIGN TO 'UNDELIVERABLE-ADDR'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS UA-STUDENT-ID
                   FILE STATUS IS WS-BADADDR-FS.

               SELECT DUNNING-NOTICE
                   ASSIGN TO 'FEE-DUNNING-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-FS.

               SELECT DUNNING-REGISTER
                   ASSIGN TO 'DUNNING-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD FEE-DUNNING-LOG.
           COPY "dunlog.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD PAYMENT-PLAN.
           COPY "payplan.cpy".

           FD DEBIT-COLLECTION-LOG.
           COPY "ddcolg.cpy".

           FD UNDELIVERABLE.
           COPY "badaddr.cpy".

      *    One guardian letter to raise: LETTER-ENGINE selects these
      *    with the step's code and merges FD-DETAIL at the &FEES
      *    marker.
           FD DUNNING-NOTICE.
           01 DUNNING-NOTICE-REC.
               05 FD-STUDENT-ID     PIC 9(05).
               05 FD-LETTER-CODE    PIC X(01).
               05 FD-DETAIL         PIC X(60).

           FD DUNNING-REGISTER.
           01 DUNNING-REGISTER-LINE PIC X(100).

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-LOG-FS             PIC X(02).
           01 WS-FAMILY-FS          PIC X(02).
           01 WS-FAMILY-OPEN        PIC A(01) VALUE 'N'.
           01 WS-PLAN-FS            PIC X(02).
           01 WS-PLAN-OPEN          PIC A(01) VALUE 'N'.
           01 WS-DCLOG-FS           PIC X(02).
           01 WS-BADADDR-FS         PIC X(02).
           01 WS-BADADDR-OPEN       PIC A(01) VALUE 'N'.
           01 WS-NOTICE-FS          PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-DUE-INT            PIC 9(08).
           01 WS-DAYS-OVERDUE       PIC S9(05).
           01 WS-DAYS-SINCE         PIC S9(05).
           01 WS-OUTSTANDING        PIC 9(05)V99.
           01 WS-BALANCE-OUT        PIC ZZZZ9.99.
      *    The ladder: days past due that bring each step, and what
      *    each step is called on the register and in the notice.
           01 WS-LADDER-TABLE.
               05 WS-LADDER-ROW OCCURS 4 TIMES.
                   10 WS-STEP-DAYS      PIC 9(03).
                   10 WS-STEP-NAME      PIC X(15).
           01 WS-STAGE-GAP          PIC 9(03) VALUE 7.
           01 WS-STAGE-I            PIC 9(01).
           01 WS-LAST-STAGE         PIC 9(01).
           01 WS-LAST-SENT-DATE     PIC 9(08).
           01 WS-NEXT-STAGE         PIC 9(01).
           01 WS-LADDER-OK          PIC A(01) VALUE 'Y'.
      *    Whether the student now on the browse is held, and why;
      *    worked out once per student, since RECEIVABLE's key order
      *    brings one student's installments together.
           01 WS-SHIELD-STUDENT     PIC 9(05) VALUE ZERO.
           01 WS-SHIELD-REASON      PIC X(15) VALUE SPACES.
           01 WS-PAYER-KEY.
               05 WS-PAYER-TYPE     PIC X(01).
               05 WS-PAYER-CODE     PIC X(06).
      *    Payers with a debit at the bank and not yet confirmed;
      *    five hundred is more than a month's collection holds.
           01 WS-PENDING-TABLE.
               05 WS-PENDING-PAYER OCCURS 500 TIMES PIC X(07).
           01 WS-PENDING-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-PEND-I             PIC 9(03).
           01 WS-PEND-FOUND         PIC A(01).
           01 WS-ADDRESS-BAD        PIC A(01).
           01 WS-ACTION             PIC X(30).
           01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-STEP-COUNT-TABLE.
               05 WS-STEP-COUNT OCCURS 4 TIMES PIC 9(05).
           01 WS-ISSUED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-QUEUE-ONLY-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
           COPY "parmtbl.cpy".
           COPY "notiffl.cpy".
           COPY "runflds.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(30)
                   VALUE 'FEE REMINDER LADDER AS AT'.
               05 H1-RUN-DATE PIC 9(08).
               05 FILLER PIC X(09) VALUE '  STEPS: '.
               05 H1-DAYS-1 PIC ZZ9.
               05 FILLER PIC X(01) VALUE '/'.
               05 H1-DAYS-2 PIC ZZ9.
               05 FILLER PIC X(01) VALUE '/'.
               05 H1-DAYS-3 PIC ZZ9.
               05 FILLER PIC X(01) VALUE '/'.
               05 H1-DAYS-4 PIC ZZ9.
               05 FILLER PIC X(10) VALUE ' DAYS OVER'.

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(06) VALUE 'FEE'.
               05 FILLER PIC X(05) VALUE 'INST'.
               05 FILLER PIC X(10) VALUE 'DUE'.
               05 FILLER PIC X(06) VALUE 'DAYS'.
               05 FILLER PIC X(13) VALUE 'OUTSTANDING'.
               05 FILLER PIC X(06) VALUE 'ACTION'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-INSTALLMENT    PIC 9(02).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-DUE-DATE       PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-DAYS           PIC ZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-OUTSTANDING    PIC ZZ,ZZ9.99.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DL-ACTION         PIC X(30).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FEE-DUNNING-RUN".
           MOVE 'FEE-DUNNING-RUN' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.
           MOVE 'FEE-DUNNING-RUN' TO NOTQ-SOURCE.

           PERFORM LOAD-PARM-CARD.
           PERFORM SET-LADDER.
           IF WS-LADDER-OK = 'N'
               DISPLAY 'LADDER STEPS MUST RISE FROM REMINDER TO '
                   'REFERRAL - RUN ABANDONED'
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    OPEN I-O fails with status '35' the very first time the
      *    log is used, so seed an empty file and carry on.
           OPEN I-O FEE-DUNNING-LOG.
           IF WS-LOG-FS EQUAL '35'
               OPEN OUTPUT FEE-DUNNING-LOG
               CLOSE FEE-DUNNING-LOG
               OPEN I-O FEE-DUNNING-LOG
           END-IF.
           IF WS-LOG-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-DUNNING-LOG. Status: "
                   WS-LOG-FS
               CLOSE RECEIVABLE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without FAMILY-LINK only students' own plans and debits
      *    hold the ladder back.
           OPEN INPUT FAMILY-LINK.
           IF WS-FAMILY-FS EQUAL '00'
               MOVE 'Y' TO WS-FAMILY-OPEN
           ELSE
               DISPLAY 'NO FAMILY-LINK FILE - HOUSEHOLD PLANS AND '
                   'DEBITS NOT CHECKED'
           END-IF.
           OPEN INPUT PAYMENT-PLAN.
           IF WS-PLAN-FS EQUAL '00'
               MOVE 'Y' TO WS-PLAN-OPEN
           ELSE
               DISPLAY 'NO PAYMENT-PLAN FILE - NO FAMILY IS ON A PLAN'
           END-IF.
           OPEN INPUT UNDELIVERABLE.
           IF WS-BADADDR-FS EQUAL '00'
               MOVE 'Y' TO WS-BADADDR-OPEN
           END-IF.
           PERFORM LOAD-PENDING-DEBITS.

           OPEN OUTPUT DUNNING-NOTICE.
           OPEN OUTPUT DUNNING-REGISTER.
           PERFORM OPEN-NOTIFICATION-QUEUE.

           MOVE WS-RUN-DATE     TO H1-RUN-DATE.
           MOVE WS-STEP-DAYS(1) TO H1-DAYS-1.
           MOVE WS-STEP-DAYS(2) TO H1-DAYS-2.
           MOVE WS-STEP-DAYS(3) TO H1-DAYS-3.
           MOVE WS-STEP-DAYS(4) TO H1-DAYS-4.
           MOVE WS-HEADING-1 TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.
           MOVE WS-HEADING-2 TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.

           MOVE ZERO TO WS-STEP-COUNT(1) WS-STEP-COUNT(2)
               WS-STEP-COUNT(3) WS-STEP-COUNT(4).
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-INSTALLMENT
               END-READ
           END-PERFORM.

           PERFORM WRITE-REGISTER-TOTALS.

           CLOSE RECEIVABLE.
           CLOSE FEE-DUNNING-LOG.
           IF WS-FAMILY-OPEN = 'Y'
               CLOSE FAMILY-LINK
           END-IF.
           IF WS-PLAN-OPEN = 'Y'
               CLOSE PAYMENT-PLAN
           END-IF.
           IF WS-BADADDR-OPEN = 'Y'
               CLOSE UNDELIVERABLE
           END-IF.
           CLOSE DUNNING-NOTICE.
           CLOSE DUNNING-REGISTER.
           PERFORM CLOSE-NOTIFICATION-QUEUE.

           DISPLAY 'RECEIVABLES READ:      ' WS-READ-COUNT.
           DISPLAY 'REMINDERS:             ' WS-STEP-COUNT(1).
           DISPLAY 'SECOND REMINDERS:      ' WS-STEP-COUNT(2).
           DISPLAY 'FINAL DEMANDS:         ' WS-STEP-COUNT(3).
           DISPLAY 'BURSAR REFERRALS:      ' WS-STEP-COUNT(4).
           DISPLAY 'NOTICE ONLY, BAD ADDR: ' WS-QUEUE-ONLY-COUNT.
           DISPLAY 'HELD, PLAN OR DEBIT:   ' WS-HELD-COUNT.
           DISPLAY 'NOT LOGGED:            ' WS-REJECT-COUNT.
           MOVE WS-READ-COUNT   TO RUN-READ-COUNT.
           MOVE WS-ISSUED-COUNT TO RUN-WRITE-COUNT.
           MOVE WS-REJECT-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * RUN-DATE on the parm card lets a missed night be run as of
      * the day it should have been; the step thresholds must rise,
      * or an installment could reach a final demand before its
      * first reminder was due.
       SET-LADDER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE 7  TO WS-STEP-DAYS(1).
           MOVE 21 TO WS-STEP-DAYS(2).
           MOVE 35 TO WS-STEP-DAYS(3).
           MOVE 49 TO WS-STEP-DAYS(4).
           MOVE 'REMINDER'        TO WS-STEP-NAME(1).
           MOVE 'SECOND REMINDER' TO WS-STEP-NAME(2).
           MOVE 'FINAL DEMAND'    TO WS-STEP-NAME(3).
           MOVE 'BURSAR REFERRAL' TO WS-STEP-NAME(4).

           MOVE 'DUN-REMIND-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-STEP-DAYS(1)
           END-IF.
           MOVE 'DUN-SECOND-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-STEP-DAYS(2)
           END-IF.
           MOVE 'DUN-FINAL-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-STEP-DAYS(3)
           END-IF.
           MOVE 'DUN-REFER-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-STEP-DAYS(4)
           END-IF.
           MOVE 'DUN-STAGE-GAP' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-STAGE-GAP
           END-IF.

           PERFORM VARYING WS-STAGE-I FROM 2 BY 1
                   UNTIL WS-STAGE-I > 4
               IF WS-STEP-DAYS(WS-STAGE-I)
                       NOT > WS-STEP-DAYS(WS-STAGE-I - 1)
                   MOVE 'N' TO WS-LADDER-OK
               END-IF
           END-PERFORM.
           DISPLAY 'RUN AS AT ' WS-RUN-DATE.
           DISPLAY 'STEP DAYS IN EFFECT: ' WS-STEP-DAYS(1) ' '
               WS-STEP-DAYS(2) ' ' WS-STEP-DAYS(3) ' '
               WS-STEP-DAYS(4) '  GAP: ' WS-STAGE-GAP.

      * A debit the bank has been sent and not yet answered may
      * well clear the arrears, so its payer is held until
      * DEBIT-CONFIRMATION-POSTING settles it one way or the other.
       LOAD-PENDING-DEBITS.
           OPEN INPUT DEBIT-COLLECTION-LOG.
           IF WS-DCLOG-FS NOT EQUAL '00'
               DISPLAY 'NO DEBIT-COLLECTION-LOG - NO DEBITS PENDING'
           ELSE
               PERFORM UNTIL WS-DCLOG-FS NOT EQUAL '00'
                   READ DEBIT-COLLECTION-LOG NEXT RECORD
                       AT END MOVE '10' TO WS-DCLOG-FS
                       NOT AT END
                           IF DC-SUBMITTED
                               PERFORM NOTE-PENDING-DEBIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-COLLECTION-LOG
           END-IF.
           DISPLAY 'PAYERS WITH A DEBIT PENDING: ' WS-PENDING-COUNT.

       NOTE-PENDING-DEBIT.
           MOVE DC-MANDATE-KEY TO WS-PAYER-KEY.
           PERFORM FIND-PENDING-PAYER.
           IF WS-PEND-FOUND = 'N'
               IF WS-PENDING-COUNT >= 500
                   DISPLAY 'PENDING DEBIT TABLE FULL - PAYER NOT HELD: '
                       WS-PAYER-KEY
               ELSE
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PAYER-KEY
                       TO WS-PENDING-PAYER(WS-PENDING-COUNT)
               END-IF
           END-IF.

       FIND-PENDING-PAYER.
           MOVE 'N' TO WS-PEND-FOUND.
           PERFORM VARYING WS-PEND-I FROM 1 BY 1
                   UNTIL WS-PEND-I > WS-PENDING-COUNT
                       OR WS-PEND-FOUND = 'Y'
               IF WS-PENDING-PAYER(WS-PEND-I) = WS-PAYER-KEY
                   MOVE 'Y' TO WS-PEND-FOUND
               END-IF
           END-PERFORM.

      * Only an open installment with money still owing, past its
      * due date by at least the first step, is on the ladder.
       CHECK-ONE-INSTALLMENT.
           ADD 1 TO WS-READ-COUNT.
           IF RV-OPEN
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
               IF WS-OUTSTANDING > ZERO
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(RV-DUE-DATE)
                   COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
                   IF WS-DAYS-OVERDUE NOT < WS-STEP-DAYS(1)
                       PERFORM PLACE-ON-LADDER
                   END-IF
               END-IF
           END-IF.

      * The next step is the one after the highest on the log; it
      * is taken once the installment is far enough overdue for it
      * and the step before has had time to work.
       PLACE-ON-LADDER.
           PERFORM FIND-LAST-STAGE.
           IF WS-LAST-STAGE < 4
               COMPUTE WS-NEXT-STAGE = WS-LAST-STAGE + 1
               MOVE WS-STAGE-GAP TO WS-DAYS-SINCE
               IF WS-LAST-STAGE > ZERO
                   COMPUTE WS-DAYS-SINCE = WS-TODAY-INT -
                       FUNCTION INTEGER-OF-DATE(WS-LAST-SENT-DATE)
               END-IF
               IF WS-DAYS-OVERDUE NOT < WS-STEP-DAYS(WS-NEXT-STAGE)
                   AND WS-DAYS-SINCE NOT < WS-STAGE-GAP
                   IF RV-STUDENT-ID NOT EQUAL WS-SHIELD-STUDENT
                       PERFORM CHECK-SHIELD
                   END-IF
                   IF WS-SHIELD-REASON NOT EQUAL SPACES
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SPACES TO WS-ACTION
                       STRING 'HELD - ' WS-SHIELD-REASON
                           DELIMITED BY SIZE INTO WS-ACTION
                       PERFORM WRITE-REGISTER-LINE
                   ELSE
                       PERFORM TAKE-NEXT-STEP
                   END-IF
               END-IF
           END-IF.

       FIND-LAST-STAGE.
           MOVE ZERO TO WS-LAST-STAGE.
           MOVE RV-STUDENT-ID     TO DN-STUDENT-ID.
           MOVE RV-FEE-CODE       TO DN-FEE-CODE.
           MOVE RV-INSTALLMENT-NO TO DN-INSTALLMENT-NO.
           PERFORM VARYING WS-STAGE-I FROM 4 BY -1
                   UNTIL WS-STAGE-I < 1 OR WS-LAST-STAGE > ZERO
               MOVE WS-STAGE-I TO DN-STAGE
               READ FEE-DUNNING-LOG
                   KEY IS DN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE WS-STAGE-I   TO WS-LAST-STAGE
                       MOVE DN-SENT-DATE TO WS-LAST-SENT-DATE
               END-READ
           END-PERFORM.

      * The student's own plan or pending debit first, then the
      * household's.
       CHECK-SHIELD.
           MOVE RV-STUDENT-ID TO WS-SHIELD-STUDENT.
           MOVE SPACES        TO WS-SHIELD-REASON.
           MOVE 'S'           TO WS-PAYER-TYPE.
           MOVE SPACES        TO WS-PAYER-CODE.
           MOVE RV-STUDENT-ID TO WS-PAYER-CODE(1:5).
           PERFORM CHECK-ONE-PAYER.
           IF WS-SHIELD-REASON = SPACES AND WS-FAMILY-OPEN = 'Y'
               MOVE RV-STUDENT-ID TO FL-STUDENT-ID
               READ FAMILY-LINK
                   KEY IS FL-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FL-LINKED
                           MOVE 'F'            TO WS-PAYER-TYPE
                           MOVE FL-FAMILY-CODE TO WS-PAYER-CODE
                           PERFORM CHECK-ONE-PAYER
                       END-IF
               END-READ
           END-IF.

      * A plan past its end date no longer holds anything back - the
      * family has had the time it asked for.
       CHECK-ONE-PAYER.
           IF WS-PLAN-OPEN = 'Y'
               MOVE WS-PAYER-KEY TO PP-KEY
               READ PAYMENT-PLAN
                   KEY IS PP-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PP-ACTIVE AND PP-END-DATE NOT < WS-RUN-DATE
                           MOVE 'PAYMENT PLAN' TO WS-SHIELD-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-SHIELD-REASON = SPACES
               PERFORM FIND-PENDING-PAYER
               IF WS-PEND-FOUND = 'Y'
                   MOVE 'DEBIT PENDING' TO WS-SHIELD-REASON
               END-IF
           END-IF.

      * The step goes on the log first; only once it is there does
      * anything go out, so a failed write can never mean a second
      * letter on the next run.
       TAKE-NEXT-STEP.
           MOVE 'N' TO WS-ADDRESS-BAD.
           IF WS-NEXT-STAGE < 4
               PERFORM CHECK-UNDELIVERABLE
           END-IF.

           MOVE RV-STUDENT-ID     TO DN-STUDENT-ID.
           MOVE RV-FEE-CODE       TO DN-FEE-CODE.
           MOVE RV-INSTALLMENT-NO TO DN-INSTALLMENT-NO.
           MOVE WS-NEXT-STAGE     TO DN-STAGE.
           MOVE WS-RUN-DATE       TO DN-SENT-DATE.
           MOVE WS-DAYS-OVERDUE   TO DN-DAYS-PAST-DUE.
           MOVE WS-OUTSTANDING    TO DN-BALANCE.
           EVALUATE TRUE
               WHEN WS-NEXT-STAGE = 4
                   MOVE 'B' TO DN-ROUTE
               WHEN WS-ADDRESS-BAD = 'Y'
                   MOVE 'Q' TO DN-ROUTE
               WHEN OTHER
                   MOVE 'L' TO DN-ROUTE
           END-EVALUATE.
           WRITE FEE-DUNNING-LOG-REC
               INVALID KEY
                   DISPLAY 'FEE-DUNNING-LOG: Invalid Key ' DN-KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM SEND-THE-STEP
           END-WRITE.

       SEND-THE-STEP.
           ADD 1 TO WS-ISSUED-COUNT.
           ADD 1 TO WS-STEP-COUNT(WS-NEXT-STAGE).
           MOVE WS-OUTSTANDING TO WS-BALANCE-OUT.
           MOVE WS-STEP-NAME(WS-NEXT-STAGE) TO WS-ACTION.

           IF WS-NEXT-STAGE < 4
               IF WS-ADDRESS-BAD = 'Y'
                   ADD 1 TO WS-QUEUE-ONLY-COUNT
                   MOVE SPACES TO WS-ACTION
                   STRING WS-STEP-NAME(WS-NEXT-STAGE)
                       DELIMITED BY '  '
                       ' - NOTICE ONLY' DELIMITED BY SIZE
                       INTO WS-ACTION
               ELSE
                   MOVE SPACES        TO DUNNING-NOTICE-REC
                   MOVE RV-STUDENT-ID TO FD-STUDENT-ID
                   MOVE WS-NEXT-STAGE TO FD-LETTER-CODE
                   STRING 'FEE ' RV-FEE-CODE ' INSTALLMENT '
                       RV-INSTALLMENT-NO ' BALANCE ' WS-BALANCE-OUT
                       ' DUE ' RV-DUE-DATE(7:2) '/' RV-DUE-DATE(5:2)
                       '/' RV-DUE-DATE(1:4)
                       DELIMITED BY SIZE INTO FD-DETAIL
                   WRITE DUNNING-NOTICE-REC
               END-IF

               MOVE 'FEED'         TO NOTQ-EVENT-TYPE
               MOVE RV-STUDENT-ID  TO NOTQ-STUDENT-ID
               MOVE RV-DUE-DATE    TO NOTQ-EVENT-DATE
               MOVE SPACES         TO NOTQ-DETAIL
               STRING WS-STEP-NAME(WS-NEXT-STAGE) DELIMITED BY '  '
                   ' FEE ' RV-FEE-CODE ' INST ' RV-INSTALLMENT-NO
                   ' BAL ' WS-BALANCE-OUT
                   ' DUE ' RV-DUE-DATE(7:2) '/' RV-DUE-DATE(5:2)
                   '/' RV-DUE-DATE(1:4)
                   DELIMITED BY SIZE INTO NOTQ-DETAIL
               PERFORM QUEUE-NOTIFICATION
           END-IF.

           PERFORM WRITE-REGISTER-LINE.

      * A gone-away address gets the queued notice and no paper -
      * the step still counts, so the ladder does not stall on a
      * family that has moved without telling the school.
       CHECK-UNDELIVERABLE.
           IF WS-BADADDR-OPEN = 'Y'
               MOVE RV-STUDENT-ID TO UA-STUDENT-ID
               READ UNDELIVERABLE
                   KEY IS UA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF UA-FLAGGED
                           MOVE 'Y' TO WS-ADDRESS-BAD
                       END-IF
               END-READ
           END-IF.

       WRITE-REGISTER-LINE.
           MOVE RV-STUDENT-ID     TO DL-STUDENT-ID.
           MOVE RV-FEE-CODE       TO DL-FEE-CODE.
           MOVE RV-INSTALLMENT-NO TO DL-INSTALLMENT.
           MOVE RV-DUE-DATE       TO DL-DUE-DATE.
           MOVE WS-DAYS-OVERDUE   TO DL-DAYS.
           MOVE WS-OUTSTANDING    TO DL-OUTSTANDING.
           MOVE WS-ACTION         TO DL-ACTION.
           MOVE WS-DETAIL-LINE TO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO DUNNING-REGISTER-LINE.
           STRING 'REMINDERS: ' WS-STEP-COUNT(1)
               '  SECOND: ' WS-STEP-COUNT(2)
               '  FINAL DEMANDS: ' WS-STEP-COUNT(3)
               '  REFERRED TO BURSAR: ' WS-STEP-COUNT(4)
               DELIMITED BY SIZE INTO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.
           MOVE SPACES TO DUNNING-REGISTER-LINE.
           STRING 'NOTICE ONLY (ADDRESS UNDELIVERABLE): '
               WS-QUEUE-ONLY-COUNT
               '  HELD (PLAN OR DEBIT PENDING): ' WS-HELD-COUNT
               DELIMITED BY SIZE INTO DUNNING-REGISTER-LINE.
           WRITE DUNNING-REGISTER-LINE.

       COPY "parmrd.cpy".
       COPY "notifwt.cpy".
       COPY "runwrt.cpy".
