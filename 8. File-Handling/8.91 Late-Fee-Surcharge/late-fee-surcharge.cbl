      * FEE-AGING-REPORT tells the office who is overdue and withholds
      * results past ninety days, but the late fee the fee policy
      * levies was never actually charged - someone was meant to key
      * it by hand and nobody did. This batch walks RECEIVABLE in key
      * order and, for every open installment still unpaid more than
      * the LATE-GRACE-DAYS parm past its due date, raises a dated
      * surcharge receivable under the penalty fee code named by the
      * LATE-FEE-CODE parm, at that code's FEE-SCHEDULE amount. The
      * LATE-FEE-LOG holds one record per installment per month
      * charged, so a rerun - or a second run in the same month -
      * charges nothing twice. Surcharges are never raised on
      * surcharges.
      *
      * A surcharge raised in error is reversed the way any wrong
      * charge is: a 'W' write-off through FEE-ADJUSTMENT-POSTING
      * against the CHARGED-AS key the penalty register prints, with
      * a reason code and, above the threshold, an approver. The log
      * record stays, so the reversed month is not charged again.
      *
      * Each surcharge raised is also appended to CHARGE-REGISTER,
      * so GL-JOURNAL-EXTRACT journals it against debtor control;
      * the run does not start without the register.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LATE-FEE-SURCHARGE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

      *    The penalty fee's own catalog record sets the surcharge
      *    amount, so the fee policy changes on FEE-SCHEDULE, not here.
               SELECT FEE-SCHEDULE ASSIGN TO 'FEE-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FEE-CODE
                   FILE STATUS IS WS-FEE-FS.

               SELECT LATE-FEE-LOG ASSIGN TO 'LATE-FEE-LOG'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LF-KEY
                   FILE STATUS IS WS-LOG-FS.

               SELECT PENALTY-REGISTER
                   ASSIGN TO 'PENALTY-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD FEE-SCHEDULE.
           COPY "feesch.cpy".

           FD LATE-FEE-LOG.
           COPY "latefee.cpy".

           FD PENALTY-REGISTER.
           01 PENALTY-REGISTER-LINE PIC X(90).

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-FEE-FS             PIC X(02).
           01 WS-LOG-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-CHARGE-MONTH       PIC 9(06).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-DUE-INT            PIC 9(08).
           01 WS-DAYS-OVERDUE       PIC S9(05).
           01 WS-OUTSTANDING        PIC 9(05)V99.
      *    LATE-GRACE-DAYS on the parm card is how long past its due
      *    date an installment may run before it is surcharged.
           01 WS-GRACE-DAYS         PIC 9(03) VALUE 15.
      *    LATE-FEE-CODE names the penalty fee on FEE-SCHEDULE.
           01 WS-PENALTY-CODE       PIC X(04) VALUE 'LATE'.
           01 WS-PENALTY-AMOUNT     PIC 9(05)V99.
      *    The installment being looked at, held while the browse is
      *    interrupted by the random reads and writes a surcharge
      *    needs, and restarted just past it afterwards.
           01 WS-BROWSE-KEY.
               05 WS-BROWSE-STUDENT PIC 9(05).
               05 WS-BROWSE-FEE     PIC X(04).
               05 WS-BROWSE-INST    PIC 9(02).
           01 WS-BROWSE-DUE         PIC 9(08).
           01 WS-RAISED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-RAISED-TOTAL       PIC 9(08)V99 VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           COPY "parmtbl.cpy".
           COPY "rvnxtfl.cpy".
           COPY "chgregfl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(37)
                   VALUE 'LATE PAYMENT SURCHARGE REGISTER AS AT'.
               05 FILLER PIC X(01) VALUE SPACES.
               05 H1-RUN-DATE PIC 9(08).
               05 FILLER PIC X(10) VALUE '  PENALTY '.
               05 H1-PENALTY-CODE PIC X(04).
               05 FILLER PIC X(08) VALUE '  GRACE '.
               05 H1-GRACE PIC ZZ9.

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(06) VALUE 'FEE'.
               05 FILLER PIC X(05) VALUE 'INST'.
               05 FILLER PIC X(10) VALUE 'DUE'.
               05 FILLER PIC X(06) VALUE 'DAYS'.
               05 FILLER PIC X(13) VALUE 'OUTSTANDING'.
               05 FILLER PIC X(12) VALUE 'CHARGED-AS'.
               05 FILLER PIC X(09) VALUE 'SURCHARGE'.

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
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-CHARGED-CODE   PIC X(04).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-CHARGED-INST   PIC 9(02).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DL-SURCHARGE      PIC ZZ,ZZ9.99.

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(19)
                   VALUE 'SURCHARGES RAISED: '.
               05 TL-COUNT          PIC ZZZ,ZZ9.
               05 FILLER            PIC X(09) VALUE '  TOTAL: '.
               05 TL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.

           01 WS-REVERSAL-NOTE.
               05 FILLER PIC X(40)
                   VALUE 'TO REVERSE: W ADJUSTMENT ON CHARGED-AS '.
               05 FILLER PIC X(38)
                   VALUE 'KEY THROUGH FEE-ADJUSTMENT-POSTING'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LATE-FEE-SURCHARGE".
           MOVE 'LATEFEE' TO CHGR-PROGRAM-ID.

           PERFORM LOAD-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-CHARGE-MONTH.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           MOVE 'LATE-GRACE-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-GRACE-DAYS
           END-IF.
           MOVE 'LATE-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-PENALTY-CODE
           END-IF.
           DISPLAY 'RUN AS AT ' WS-RUN-DATE.
           DISPLAY 'GRACE DAYS IN EFFECT: ' WS-GRACE-DAYS.
           DISPLAY 'PENALTY FEE CODE IN EFFECT: ' WS-PENALTY-CODE.

           PERFORM READ-PENALTY-FEE.

           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    OPEN I-O fails with status '35' the very first time the
      *    log is used, so seed an empty file and carry on.
           OPEN I-O LATE-FEE-LOG.
           IF WS-LOG-FS EQUAL '35'
               OPEN OUTPUT LATE-FEE-LOG
               CLOSE LATE-FEE-LOG
               OPEN I-O LATE-FEE-LOG
           END-IF.
           IF WS-LOG-FS NOT EQUAL '00'
               DISPLAY "Error opening LATE-FEE-LOG. Status: "
                   WS-LOG-FS
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PENALTY-REGISTER.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening PENALTY-REGISTER. Status: "
                   WS-RPT-FS
               CLOSE RECEIVABLE
               CLOSE LATE-FEE-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               CLOSE RECEIVABLE
               CLOSE LATE-FEE-LOG
               CLOSE PENALTY-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE     TO H1-RUN-DATE.
           MOVE WS-PENALTY-CODE TO H1-PENALTY-CODE.
           MOVE WS-GRACE-DAYS   TO H1-GRACE.
           MOVE WS-HEADING-1 TO PENALTY-REGISTER-LINE.
           WRITE PENALTY-REGISTER-LINE.
           MOVE WS-HEADING-2 TO PENALTY-REGISTER-LINE.
           WRITE PENALTY-REGISTER-LINE.

           MOVE LOW-VALUES TO RV-KEY.
           START RECEIVABLE KEY NOT < RV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-INSTALLMENT
               END-READ
           END-PERFORM.

           MOVE WS-RAISED-COUNT TO TL-COUNT.
           MOVE WS-RAISED-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PENALTY-REGISTER-LINE.
           WRITE PENALTY-REGISTER-LINE.
           MOVE WS-REVERSAL-NOTE TO PENALTY-REGISTER-LINE.
           WRITE PENALTY-REGISTER-LINE.

           CLOSE RECEIVABLE.
           CLOSE LATE-FEE-LOG.
           CLOSE PENALTY-REGISTER.
           CLOSE CHARGE-REGISTER.

           DISPLAY 'SURCHARGES RAISED: '      WS-RAISED-COUNT.
           DISPLAY 'ALREADY CHARGED THIS MONTH: ' WS-ALREADY-COUNT.
           DISPLAY 'SURCHARGES NOT RAISED: '  WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * No penalty fee on the catalog means no lawful amount to
      * charge, so the run stops before touching a receivable.
       READ-PENALTY-FEE.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-SCHEDULE. Status: "
                   WS-FEE-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PENALTY-CODE TO FEE-CODE.
           READ FEE-SCHEDULE
               KEY IS FEE-CODE
               INVALID KEY MOVE ZERO TO WS-PENALTY-AMOUNT
               NOT INVALID KEY MOVE FEE-AMOUNT TO WS-PENALTY-AMOUNT
           END-READ.
           CLOSE FEE-SCHEDULE.
           IF WS-PENALTY-AMOUNT = ZERO
               DISPLAY 'PENALTY FEE ' WS-PENALTY-CODE
                   ' NOT ON FEE-SCHEDULE OR ZERO - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PENALTY-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'SURCHARGE AMOUNT IN EFFECT: ' WS-DISPLAY-AMOUNT.

      * Only an open installment with money still owing, past its
      * due date by more than the grace period, is surcharged - and
      * never one that is itself a surcharge.
       CHECK-ONE-INSTALLMENT.
           IF RV-OPEN AND RV-FEE-CODE NOT EQUAL WS-PENALTY-CODE
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
               IF WS-OUTSTANDING > ZERO
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(RV-DUE-DATE)
                   COMPUTE WS-DAYS-OVERDUE = WS-TODAY-INT - WS-DUE-INT
                   IF WS-DAYS-OVERDUE > WS-GRACE-DAYS
                       PERFORM SURCHARGE-INSTALLMENT
                   END-IF
               END-IF
           END-IF.

       SURCHARGE-INSTALLMENT.
           MOVE RV-KEY      TO WS-BROWSE-KEY.
           MOVE RV-DUE-DATE TO WS-BROWSE-DUE.

           MOVE WS-BROWSE-STUDENT TO LF-STUDENT-ID.
           MOVE WS-BROWSE-FEE     TO LF-FEE-CODE.
           MOVE WS-BROWSE-INST    TO LF-INSTALLMENT-NO.
           MOVE WS-CHARGE-MONTH   TO LF-CHARGE-MONTH.
           READ LATE-FEE-LOG
               KEY IS LF-KEY
               INVALID KEY PERFORM RAISE-SURCHARGE
               NOT INVALID KEY ADD 1 TO WS-ALREADY-COUNT
           END-READ.

      * The surcharge is a receivable of its own under the penalty
      * code, taking the student's next free installment number
      * there and falling due on the run date.
       RAISE-SURCHARGE.
           MOVE WS-BROWSE-STUDENT TO RVN-STUDENT-ID.
           MOVE WS-PENALTY-CODE   TO RVN-FEE-CODE.
           PERFORM FIND-FREE-INSTALLMENT.
           IF RVN-FOUND = 'N'
               DISPLAY 'NO FREE ' WS-PENALTY-CODE
                   ' INSTALLMENT FOR ' WS-BROWSE-STUDENT
                   ' - SURCHARGE NOT RAISED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-BROWSE-STUDENT TO RV-STUDENT-ID
               MOVE WS-PENALTY-CODE   TO RV-FEE-CODE
               MOVE RVN-INSTALLMENT   TO RV-INSTALLMENT-NO
               MOVE WS-PENALTY-AMOUNT TO RV-AMOUNT
               MOVE ZERO              TO RV-PAID-AMOUNT
               MOVE WS-RUN-DATE       TO RV-DUE-DATE
               MOVE 'O'               TO RV-STATUS
               MOVE SPACES            TO RV-ASSESS-RUN
               WRITE RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'SURCHARGE: Invalid Key ' RV-KEY
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM APPEND-CHARGE-REGISTER
                       PERFORM LOG-SURCHARGE
               END-WRITE
           END-IF.

      *    The random reads and the write moved the file position,
      *    so the browse restarts just past the installment it was on.
           MOVE WS-BROWSE-KEY TO RV-KEY.
           START RECEIVABLE KEY > RV-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

       LOG-SURCHARGE.
           MOVE WS-PENALTY-CODE   TO LF-PENALTY-CODE.
           MOVE RVN-INSTALLMENT   TO LF-SURCHARGE-INST.
           MOVE WS-PENALTY-AMOUNT TO LF-AMOUNT.
           MOVE WS-RUN-DATE       TO LF-RAISED-DATE.
           WRITE LATE-FEE-LOG-REC
               INVALID KEY
                   DISPLAY 'LATE-FEE-LOG: Invalid Key ' LF-KEY
           END-WRITE.

           ADD 1 TO WS-RAISED-COUNT.
           ADD WS-PENALTY-AMOUNT TO WS-RAISED-TOTAL.

           MOVE WS-BROWSE-STUDENT TO DL-STUDENT-ID.
           MOVE WS-BROWSE-FEE     TO DL-FEE-CODE.
           MOVE WS-BROWSE-INST    TO DL-INSTALLMENT.
           MOVE WS-BROWSE-DUE     TO DL-DUE-DATE.
           MOVE WS-DAYS-OVERDUE   TO DL-DAYS.
           MOVE WS-OUTSTANDING    TO DL-OUTSTANDING.
           MOVE WS-PENALTY-CODE   TO DL-CHARGED-CODE.
           MOVE RVN-INSTALLMENT   TO DL-CHARGED-INST.
           MOVE WS-PENALTY-AMOUNT TO DL-SURCHARGE.
           MOVE WS-DETAIL-LINE TO PENALTY-REGISTER-LINE.
           WRITE PENALTY-REGISTER-LINE.

       COPY "rvnext.cpy".

       COPY "chgregwt.cpy".

       COPY "parmrd.cpy".
