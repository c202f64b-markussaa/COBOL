      * Every morning finance re-keyed the receipt register, the
      * refund vouchers, the scholarship credits, the adjustments
      * register and the cheque reversals into the accounting
      * package. This batch does the keying: it reads the day's
      * entries off those registers - RECEIPT= and REVERSD=
      * lines on RECEIPT-REGISTER (PAYMENT-POSTING, CHEQUE-REVERSAL),
      * REFPART= lines on REFUND-REGISTER (REFUND-PROCESSING),
      * AWDPART= lines on DISBURSE-REGISTER
      * (SCHOLARSHIP-AWARD-POSTING), ADJ lines on
      * ADJUSTMENT-REGISTER (FEE-ADJUSTMENT-POSTING and every other
      * write-off) and CHARGED= lines on CHARGE-REGISTER (every
      * program that raises a charge: FEE-ASSESSMENT,
      * LATE-FEE-SURCHARGE, LIBRARY-LOAN-MAINTENANCE, MESS-BILLING,
      * EVENT-CONSENT-RUN, BOARD-REGISTRATION) - and turns each
      * into a debit and a credit against the account codes the
      * GL-ACCOUNT-MAP chart gives for its fee code and movement
      * type. A chart row with fee code '****' covers every fee code
      * that has no row of its own for that movement.
      *
      * The lines are summed by account, side, movement and fee code
      * and released to GL-JOURNAL only when the day's debits equal
      * its credits and every movement found an account. An
      * out-of-balance day is held: the journal is left empty, the
      * report says why and the step ends RC 8. Either way the report
      * closes with a debtor-control reconciliation - the last
      * released day's RECEIVABLE outstanding, moved by what today's
      * journal posts to the GL-DEBTOR-ACCT account, against what
      * RECEIVABLE actually holds now. Charges raised journal as
      * CHRG - debtor control debited, the fee's income account
      * credited, from the chart's CHRG rows - so with every
      * raise, receipt, refund, award and write-off on a register
      * the two figures tie, and any difference is a break: ledger
      * movement with no register line behind it, such as a
      * campus transfer not yet journaled by hand or a RECEIVABLE
      * row changed outside the posting programs. A break is
      * printed and leaves return code 4 for finance to chase.
      * GL-CONTROL keeps the released day and its balances, so a
      * rerun of the same day starts from the same opening.
      *
      * Refundable deposits move on their own lines: DEPRCVD=,
      * DEPDEDN= and DEPAPPL= lines on DEPOSIT-REGISTER
      * (DEPOSIT-LEDGER-POSTING, CLEARANCE-CERTIFICATE) journal as
      * deposits received, deducted and applied to dues, and
      * DEPPART= lines on REFUND-REGISTER as deposits refunded. The
      * chart maps each against the deposit liability account that
      * DEPOSIT-LIABILITY-REPORT ties the ledger to.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GL-JOURNAL-EXTRACT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIPT-REGISTER
                   ASSIGN TO 'RECEIPT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCPT-FS.

               SELECT REFUND-REGISTER
                   ASSIGN TO 'REFUND-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RFND-FS.

               SELECT DISBURSE-REGISTER
                   ASSIGN TO 'DISBURSE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DISB-FS.

               SELECT ADJUST-REGISTER
                   ASSIGN TO 'ADJUSTMENT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJ-FS.

               SELECT DEPOSIT-REGISTER
                   ASSIGN TO 'DEPOSIT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEP-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHG-FS.

      *    The chart of accounts mapping: one row per fee code and
      *    movement type, naming the account debited and the
      *    account credited.
               SELECT GL-ACCOUNT-MAP ASSIGN TO 'GL-ACCOUNT-MAP.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAP-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT GL-CONTROL ASSIGN TO 'GL-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.

               SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FS.

               SELECT GL-REPORT ASSIGN TO 'GL-JOURNAL-REPORT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIPT-REGISTER.
           01 RECEIPT-REGISTER-LINE PIC X(80).

           FD REFUND-REGISTER.
           01 REFUND-REGISTER-LINE  PIC X(70).

           FD DISBURSE-REGISTER.
           01 DISBURSE-REGISTER-LINE PIC X(70).

           FD ADJUST-REGISTER.
           01 ADJUST-REGISTER-LINE  PIC X(100).

           FD DEPOSIT-REGISTER.
           01 DEPOSIT-REGISTER-LINE PIC X(70).

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD GL-ACCOUNT-MAP.
           01 GL-ACCOUNT-MAP-REC.
               05 GM-FEE-CODE       PIC X(04).
               05 GM-MOVEMENT       PIC X(04).
               05 GM-DEBIT-ACCOUNT  PIC X(10).
               05 GM-CREDIT-ACCOUNT PIC X(10).

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD GL-CONTROL.
           01 GL-CONTROL-REC.
               05 GC-LAST-DATE      PIC 9(08).
               05 GC-OPENING        PIC S9(09)V99
                   SIGN LEADING SEPARATE.
               05 GC-CLOSING        PIC S9(09)V99
                   SIGN LEADING SEPARATE.

           FD GL-JOURNAL.
           COPY "gljrnl.cpy".

           FD GL-REPORT.
           01 GL-REPORT-LINE        PIC X(90).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RCPT-FS            PIC X(02).
           01 WS-RFND-FS            PIC X(02).
           01 WS-DISB-FS            PIC X(02).
           01 WS-ADJ-FS             PIC X(02).
           01 WS-DEP-FS             PIC X(02).
           01 WS-CHG-FS             PIC X(02).
           01 WS-MAP-FS             PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-CTL-FS             PIC X(02).
           01 WS-JRNL-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-RUN-DATE           PIC 9(08).
      *    GL-DEBTOR-ACCT on the parm card is the debtor-control
      *    account the reconciliation follows; it must be the account
      *    the chart uses for the receivables side of each movement.
           01 WS-DEBTOR-ACCT        PIC X(10) VALUE '1100'.

      *    One register line in the fixed positions PAYMENT-POSTING's
      *    receipt line set: REFUND-PROCESSING's REFPART= and
      *    SCHOLARSHIP-AWARD-POSTING's AWDPART= lines and the
      *    CHARGED= lines use the same columns, and CHEQUE-REVERSAL's
      *    REVERSD= line adds the bounce charge after the date.
           01 WS-MOVE-LINE.
               05 ML-TAG            PIC X(08).
               05 ML-REFERENCE      PIC X(08).
               05 FILLER            PIC X(04).
               05 ML-STUDENT-ID     PIC X(05).
               05 FILLER            PIC X(05).
               05 ML-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(08).
               05 ML-AMOUNT-TEXT    PIC X(08).
               05 FILLER            PIC X(06).
               05 ML-DATE           PIC 9(08).
               05 FILLER            PIC X(05).
               05 ML-CHARGE-TEXT    PIC X(08).
               05 FILLER            PIC X(03).

      *    An ADJUSTMENT-REGISTER line as FEE-ADJUSTMENT-POSTING
      *    strings it; lines from before the register was dated have
      *    spaces where the date goes and never match a run date.
           01 WS-ADJ-LINE.
               05 AL-TAG            PIC X(09).
               05 AL-TYPE           PIC X(01).
               05 FILLER            PIC X(04).
               05 AL-STUDENT-ID     PIC X(05).
               05 FILLER            PIC X(05).
               05 AL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(06).
               05 AL-INSTALLMENT    PIC X(02).
               05 FILLER            PIC X(08).
               05 AL-AMOUNT-TEXT    PIC X(08).
               05 FILLER            PIC X(08).
               05 AL-REASON         PIC X(04).
               05 FILLER            PIC X(10).
               05 AL-APPROVER       PIC X(08).
               05 FILLER            PIC X(06).
               05 AL-DATE           PIC 9(08).
               05 FILLER            PIC X(04).

      *    The movement being journaled.
           01 WS-MV-MOVEMENT        PIC X(04).
           01 WS-MV-FEE-CODE        PIC X(04).
           01 WS-MV-AMOUNT          PIC 9(07)V99.

      *    The movement types, in report order.
           01 WS-MOVEMENT-NAMES.
               05 FILLER PIC X(24) VALUE 'CHRGCHARGES RAISED      '.
               05 FILLER PIC X(24) VALUE 'RCPTRECEIPTS            '.
               05 FILLER PIC X(24) VALUE 'CHQRCHEQUE REVERSALS    '.
               05 FILLER PIC X(24) VALUE 'BNCEBOUNCE CHARGES      '.
               05 FILLER PIC X(24) VALUE 'REFDREFUNDS             '.
               05 FILLER PIC X(24) VALUE 'SCHLSCHOLARSHIP CREDITS '.
               05 FILLER PIC X(24) VALUE 'ADJTFEE ADJUSTMENTS     '.
               05 FILLER PIC X(24) VALUE 'WOFFWRITE-OFFS          '.
               05 FILLER PIC X(24) VALUE 'DEPRDEPOSITS RECEIVED   '.
               05 FILLER PIC X(24) VALUE 'DEPDDEPOSIT DEDUCTIONS  '.
               05 FILLER PIC X(24) VALUE 'DEPADEPOSITS TO DUES    '.
               05 FILLER PIC X(24) VALUE 'DEPPDEPOSITS REFUNDED   '.
           01 WS-MOVEMENT-TABLE REDEFINES WS-MOVEMENT-NAMES.
               05 WS-MVT-ROW OCCURS 12 TIMES.
                   10 WS-MVT-CODE       PIC X(04).
                   10 WS-MVT-NAME       PIC X(20).
           01 WS-MOVEMENT-TOTALS.
               05 WS-MVT-TOTAL OCCURS 12 TIMES.
                   10 WS-MVT-COUNT      PIC 9(05) VALUE ZERO.
                   10 WS-MVT-AMOUNT     PIC 9(09)V99 VALUE ZERO.
           01 WS-MVT-I              PIC 9(02).

      *    The chart, loaded once.
           01 WS-MAP-TABLE.
               05 WS-MAP-ROW OCCURS 200 TIMES.
                   10 WS-MAP-FEE        PIC X(04).
                   10 WS-MAP-MOVEMENT   PIC X(04).
                   10 WS-MAP-DEBIT      PIC X(10).
                   10 WS-MAP-CREDIT     PIC X(10).
           01 WS-MAP-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-MAP-I              PIC 9(03).
           01 WS-MAP-HIT            PIC 9(03).
           01 WS-MAP-FOUND          PIC A(01).

      *    The day's journal, summed by account, side, movement and
      *    fee code.
           01 WS-JOURNAL-TABLE.
               05 WS-JT-ROW OCCURS 300 TIMES.
                   10 WS-JT-ACCOUNT     PIC X(10).
                   10 WS-JT-DR-CR       PIC X(01).
                   10 WS-JT-MOVEMENT    PIC X(04).
                   10 WS-JT-FEE         PIC X(04).
                   10 WS-JT-AMOUNT      PIC 9(09)V99.
                   10 WS-JT-COUNT       PIC 9(05).
           01 WS-JT-USED            PIC 9(03) VALUE ZERO.
           01 WS-JT-I               PIC 9(03).
           01 WS-JT-HIT             PIC 9(03).
           01 WS-JT-FULL            PIC A(01) VALUE 'N'.
           01 WS-LEG-ACCOUNT        PIC X(10).
           01 WS-LEG-DR-CR          PIC X(01).

           01 WS-UNMAPPED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-DEBIT-TOTAL        PIC 9(09)V99 VALUE ZERO.
           01 WS-CREDIT-TOTAL       PIC 9(09)V99 VALUE ZERO.
           01 WS-DEBTOR-DEBITS      PIC 9(09)V99 VALUE ZERO.
           01 WS-DEBTOR-CREDITS     PIC 9(09)V99 VALUE ZERO.
           01 WS-DAY-BALANCED       PIC A(01).

      *    Debtor-control reconciliation figures.
           01 WS-HAVE-CONTROL       PIC A(01) VALUE 'N'.
           01 WS-LEDGER-OK          PIC A(01) VALUE 'N'.
           01 WS-RECON-BREAK        PIC A(01) VALUE 'N'.
           01 WS-OUTSTANDING        PIC 9(05)V99.
           01 WS-LEDGER-TOTAL       PIC S9(09)V99 VALUE ZERO.
           01 WS-OPENING            PIC S9(09)V99 VALUE ZERO.
           01 WS-EXPECTED           PIC S9(09)V99 VALUE ZERO.
           01 WS-DIFFERENCE         PIC S9(09)V99 VALUE ZERO.
           01 WS-RELEASED-LINES     PIC 9(05) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZZZ9.99.
           COPY "parmtbl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(31)
                   VALUE 'GENERAL LEDGER JOURNAL FOR DAY '.
               05 H1-RUN-DATE PIC 9(08).
               05 FILLER PIC X(16) VALUE '  DEBTOR CONTROL'.
               05 FILLER PIC X(01) VALUE SPACES.
               05 H1-DEBTOR-ACCT PIC X(10).

           01 WS-SOURCE-HEADING.
               05 FILLER PIC X(25) VALUE 'MOVEMENT'.
               05 FILLER PIC X(09) VALUE 'ENTRIES'.
               05 FILLER PIC X(14) VALUE '        AMOUNT'.

           01 WS-SOURCE-LINE.
               05 SR-CODE           PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 SR-NAME           PIC X(20).
               05 SR-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 SR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-JOURNAL-HEADING.
               05 FILLER PIC X(11) VALUE 'ACCOUNT'.
               05 FILLER PIC X(04) VALUE 'D/C'.
               05 FILLER PIC X(06) VALUE 'MVMT'.
               05 FILLER PIC X(06) VALUE 'FEE'.
               05 FILLER PIC X(09) VALUE 'ENTRIES'.
               05 FILLER PIC X(14) VALUE '        AMOUNT'.

           01 WS-JOURNAL-LINE.
               05 JL-ACCOUNT        PIC X(10).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 JL-DR-CR          PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 JL-MOVEMENT       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 JL-FEE            PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 JL-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 JL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-TOTAL-LINE.
               05 TL-LABEL          PIC X(34).
               05 TL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-RECON-LINE.
               05 RL-LABEL          PIC X(44).
               05 RL-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.

           01 WS-UNMAPPED-LINE.
               05 FILLER PIC X(23) VALUE 'NO ACCOUNT FOR MOVEMENT'.
               05 FILLER PIC X(01) VALUE SPACES.
               05 UL-MOVEMENT       PIC X(04).
               05 FILLER PIC X(05) VALUE ' FEE '.
               05 UL-FEE            PIC X(04).
               05 FILLER PIC X(08) VALUE ' AMOUNT '.
               05 UL-AMOUNT         PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GL-JOURNAL-EXTRACT".

           PERFORM LOAD-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           MOVE 'GL-DEBTOR-ACCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT TO WS-DEBTOR-ACCT
           END-IF.
           DISPLAY 'JOURNAL DAY: ' WS-RUN-DATE
               ' DEBTOR CONTROL ACCOUNT: ' WS-DEBTOR-ACCT.

           PERFORM LOAD-ACCOUNT-MAP.
           IF WS-MAP-COUNT = ZERO
               DISPLAY 'NO CHART OF ACCOUNTS MAPPING - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-GL-CONTROL.
           IF WS-HAVE-CONTROL = 'Y' AND WS-RUN-DATE < GC-LAST-DATE
               DISPLAY 'JOURNAL DAY ' WS-RUN-DATE
                   ' IS BEFORE LAST RELEASED DAY ' GC-LAST-DATE
                   ' - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GL-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening GL-REPORT. Status: " WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-RUN-DATE   TO H1-RUN-DATE.
           MOVE WS-DEBTOR-ACCT TO H1-DEBTOR-ACCT.
           MOVE WS-HEADING-1 TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           PERFORM READ-RECEIPT-REGISTER.
           PERFORM READ-REFUND-REGISTER.
           PERFORM READ-DISBURSE-REGISTER.
           PERFORM READ-ADJUST-REGISTER.
           PERFORM READ-DEPOSIT-REGISTER.
           PERFORM READ-CHARGE-REGISTER.
           PERFORM TOTAL-RECEIVABLE-LEDGER.

           PERFORM PRINT-SOURCE-TOTALS.
           PERFORM PRINT-JOURNAL-LINES.
           PERFORM PRINT-BALANCE-CHECK.
           PERFORM PRINT-DEBTOR-RECONCILIATION.

           IF WS-DAY-BALANCED = 'Y'
               PERFORM RELEASE-JOURNAL
           ELSE
               PERFORM HOLD-JOURNAL
           END-IF.

           CLOSE GL-REPORT.

           IF WS-RECON-BREAK = 'Y' AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-DEBIT-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY 'TOTAL DEBITS: '  WS-DISPLAY-AMOUNT.
           MOVE WS-CREDIT-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY 'TOTAL CREDITS: ' WS-DISPLAY-AMOUNT.
           DISPLAY 'JOURNAL LINES RELEASED: ' WS-RELEASED-LINES.
       STOP RUN.

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-ACCOUNT-MAP.
           IF WS-MAP-FS NOT EQUAL '00'
               DISPLAY 'GL-ACCOUNT-MAP NOT FOUND. STATUS: '
                   WS-MAP-FS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-ACCOUNT-MAP
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-MAPPING
                   END-READ
               END-PERFORM
               CLOSE GL-ACCOUNT-MAP
           END-IF.

       LOAD-ONE-MAPPING.
           IF WS-MAP-COUNT >= 200
               DISPLAY 'ACCOUNT MAP FULL - ROW DROPPED: '
                   GM-FEE-CODE ' ' GM-MOVEMENT
           ELSE
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-FEE-CODE       TO WS-MAP-FEE(WS-MAP-COUNT)
               MOVE GM-MOVEMENT       TO WS-MAP-MOVEMENT(WS-MAP-COUNT)
               MOVE GM-DEBIT-ACCOUNT  TO WS-MAP-DEBIT(WS-MAP-COUNT)
               MOVE GM-CREDIT-ACCOUNT TO WS-MAP-CREDIT(WS-MAP-COUNT)
           END-IF.

       READ-GL-CONTROL.
           OPEN INPUT GL-CONTROL.
           IF WS-CTL-FS EQUAL '00'
               READ GL-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-HAVE-CONTROL
               END-READ
               CLOSE GL-CONTROL
           END-IF.

      * The receipt register is rewritten by each payment run and
      * extended by the reversal run; the line's own date picks out
      * the journal day either way.
       READ-RECEIPT-REGISTER.
           OPEN INPUT RECEIPT-REGISTER.
           IF WS-RCPT-FS NOT EQUAL '00'
               DISPLAY 'NO RECEIPT-REGISTER ON FILE - NO RECEIPTS '
                   'JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIPT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE RECEIPT-REGISTER-LINE TO WS-MOVE-LINE
                           PERFORM TAKE-RECEIPT-LINE
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-REGISTER
           END-IF.

      * A reversal journals the bounced receipt backwards and, when
      * the bank charged for the bounce, the BNCE charge raised on
      * the student under that fee code.
       TAKE-RECEIPT-LINE.
           IF ML-DATE IS NUMERIC AND ML-DATE = WS-RUN-DATE
               EVALUATE ML-TAG
                   WHEN 'RECEIPT='
                       MOVE 'RCPT' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN 'REVERSD='
                       MOVE 'CHQR' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                       IF ML-CHARGE-TEXT NOT EQUAL SPACES
                           MOVE 'BNCE' TO WS-MV-MOVEMENT
                           MOVE 'BNCE' TO WS-MV-FEE-CODE
                           COMPUTE WS-MV-AMOUNT =
                               FUNCTION NUMVAL(ML-CHARGE-TEXT)
                           PERFORM POST-MOVEMENT
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       TAKE-MOVE-LINE.
           MOVE ML-FEE-CODE TO WS-MV-FEE-CODE.
           COMPUTE WS-MV-AMOUNT = FUNCTION NUMVAL(ML-AMOUNT-TEXT).
           PERFORM POST-MOVEMENT.

      * Refunds and scholarship credits are journaled from their
      * per-fee part lines; the voucher and award summary lines
      * are for people.
       READ-REFUND-REGISTER.
           OPEN INPUT REFUND-REGISTER.
           IF WS-RFND-FS NOT EQUAL '00'
               DISPLAY 'NO REFUND-REGISTER ON FILE - NO REFUNDS '
                   'JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFUND-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE REFUND-REGISTER-LINE TO WS-MOVE-LINE
                           PERFORM TAKE-REFUND-LINE
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.

      * A voucher's deposit payout has its own DEPPART= lines, kept
      * apart from REFPART= so it comes off the deposit liability
      * and not off fee income.
       TAKE-REFUND-LINE.
           IF ML-DATE IS NUMERIC AND ML-DATE = WS-RUN-DATE
               EVALUATE ML-TAG
                   WHEN 'REFPART='
                       MOVE 'REFD' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN 'DEPPART='
                       MOVE 'DEPP' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       READ-DISBURSE-REGISTER.
           OPEN INPUT DISBURSE-REGISTER.
           IF WS-DISB-FS NOT EQUAL '00'
               DISPLAY 'NO DISBURSE-REGISTER ON FILE - NO AWARDS '
                   'JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISBURSE-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DISBURSE-REGISTER-LINE TO WS-MOVE-LINE
                           IF ML-TAG = 'AWDPART='
                               AND ML-DATE IS NUMERIC
                               AND ML-DATE = WS-RUN-DATE
                               MOVE 'SCHL' TO WS-MV-MOVEMENT
                               PERFORM TAKE-MOVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISBURSE-REGISTER
           END-IF.

       READ-ADJUST-REGISTER.
           OPEN INPUT ADJUST-REGISTER.
           IF WS-ADJ-FS NOT EQUAL '00'
               DISPLAY 'NO ADJUSTMENT-REGISTER ON FILE - NO '
                   'ADJUSTMENTS JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ADJUST-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE ADJUST-REGISTER-LINE TO WS-ADJ-LINE
                           PERFORM TAKE-ADJUST-LINE
                   END-READ
               END-PERFORM
               CLOSE ADJUST-REGISTER
           END-IF.

       READ-DEPOSIT-REGISTER.
           OPEN INPUT DEPOSIT-REGISTER.
           IF WS-DEP-FS NOT EQUAL '00'
               DISPLAY 'NO DEPOSIT-REGISTER ON FILE - NO DEPOSITS '
                   'JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPOSIT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE DEPOSIT-REGISTER-LINE TO WS-MOVE-LINE
                           PERFORM TAKE-DEPOSIT-LINE
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-REGISTER
           END-IF.

       TAKE-DEPOSIT-LINE.
           IF ML-DATE IS NUMERIC AND ML-DATE = WS-RUN-DATE
               EVALUATE ML-TAG
                   WHEN 'DEPRCVD='
                       MOVE 'DEPR' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN 'DEPDEDN='
                       MOVE 'DEPD' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN 'DEPAPPL='
                       MOVE 'DEPA' TO WS-MV-MOVEMENT
                       PERFORM TAKE-MOVE-LINE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Every charge raised on RECEIVABLE, whichever program raised
      * it; the reference column names the program.
       READ-CHARGE-REGISTER.
           OPEN INPUT CHARGE-REGISTER.
           IF WS-CHG-FS NOT EQUAL '00'
               DISPLAY 'NO CHARGE-REGISTER ON FILE - NO CHARGES '
                   'JOURNALED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CHARGE-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CHARGE-REGISTER-LINE TO WS-MOVE-LINE
                           IF ML-TAG = 'CHARGED='
                               AND ML-DATE IS NUMERIC
                               AND ML-DATE = WS-RUN-DATE
                               MOVE 'CHRG' TO WS-MV-MOVEMENT
                               PERFORM TAKE-MOVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHARGE-REGISTER
           END-IF.

       TAKE-ADJUST-LINE.
           IF AL-TAG = 'ADJ TYPE='
               AND AL-DATE IS NUMERIC
               AND AL-DATE = WS-RUN-DATE
               IF AL-TYPE = 'W'
                   MOVE 'WOFF' TO WS-MV-MOVEMENT
               ELSE
                   MOVE 'ADJT' TO WS-MV-MOVEMENT
               END-IF
               MOVE AL-FEE-CODE TO WS-MV-FEE-CODE
               COMPUTE WS-MV-AMOUNT = FUNCTION NUMVAL(AL-AMOUNT-TEXT)
               PERFORM POST-MOVEMENT
           END-IF.

      * One movement becomes a debit leg and a credit leg. A movement
      * with no chart row is listed and holds the day; a chart row
      * missing one side posts only the other, which the balance
      * check then catches.
       POST-MOVEMENT.
           IF WS-MV-AMOUNT > ZERO
               PERFORM COUNT-SOURCE-MOVEMENT
               PERFORM FIND-ACCOUNT-MAP
               IF WS-MAP-FOUND = 'N'
                   ADD 1 TO WS-UNMAPPED-COUNT
                   MOVE WS-MV-MOVEMENT TO UL-MOVEMENT
                   MOVE WS-MV-FEE-CODE TO UL-FEE
                   MOVE WS-MV-AMOUNT   TO UL-AMOUNT
                   MOVE WS-UNMAPPED-LINE TO GL-REPORT-LINE
                   WRITE GL-REPORT-LINE
               ELSE
                   IF WS-MAP-DEBIT(WS-MAP-HIT) NOT EQUAL SPACES
                       MOVE WS-MAP-DEBIT(WS-MAP-HIT) TO WS-LEG-ACCOUNT
                       MOVE 'D' TO WS-LEG-DR-CR
                       PERFORM ADD-JOURNAL-LEG
                   END-IF
                   IF WS-MAP-CREDIT(WS-MAP-HIT) NOT EQUAL SPACES
                       MOVE WS-MAP-CREDIT(WS-MAP-HIT)
                           TO WS-LEG-ACCOUNT
                       MOVE 'C' TO WS-LEG-DR-CR
                       PERFORM ADD-JOURNAL-LEG
                   END-IF
               END-IF
           END-IF.

       COUNT-SOURCE-MOVEMENT.
           PERFORM VARYING WS-MVT-I FROM 1 BY 1
               UNTIL WS-MVT-I > 12
               IF WS-MVT-CODE(WS-MVT-I) = WS-MV-MOVEMENT
                   ADD 1 TO WS-MVT-COUNT(WS-MVT-I)
                   ADD WS-MV-AMOUNT TO WS-MVT-AMOUNT(WS-MVT-I)
               END-IF
           END-PERFORM.

      * The fee code's own row for the movement wins; failing that,
      * the movement's '****' row.
       FIND-ACCOUNT-MAP.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
               UNTIL WS-MAP-I > WS-MAP-COUNT OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-FEE(WS-MAP-I) = WS-MV-FEE-CODE
                   AND WS-MAP-MOVEMENT(WS-MAP-I) = WS-MV-MOVEMENT
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-I TO WS-MAP-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
               UNTIL WS-MAP-I > WS-MAP-COUNT OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-FEE(WS-MAP-I) = '****'
                   AND WS-MAP-MOVEMENT(WS-MAP-I) = WS-MV-MOVEMENT
                   MOVE 'Y' TO WS-MAP-FOUND
                   MOVE WS-MAP-I TO WS-MAP-HIT
               END-IF
           END-PERFORM.

       ADD-JOURNAL-LEG.
           MOVE ZERO TO WS-JT-HIT.
           PERFORM VARYING WS-JT-I FROM 1 BY 1
               UNTIL WS-JT-I > WS-JT-USED OR WS-JT-HIT > ZERO
               IF WS-JT-ACCOUNT(WS-JT-I) = WS-LEG-ACCOUNT
                   AND WS-JT-DR-CR(WS-JT-I) = WS-LEG-DR-CR
                   AND WS-JT-MOVEMENT(WS-JT-I) = WS-MV-MOVEMENT
                   AND WS-JT-FEE(WS-JT-I) = WS-MV-FEE-CODE
                   MOVE WS-JT-I TO WS-JT-HIT
               END-IF
           END-PERFORM.
           IF WS-JT-HIT = ZERO
               IF WS-JT-USED >= 300
                   IF WS-JT-FULL = 'N'
                       DISPLAY 'JOURNAL TABLE FULL - DAY HELD'
                   END-IF
                   MOVE 'Y' TO WS-JT-FULL
               ELSE
                   ADD 1 TO WS-JT-USED
                   MOVE WS-JT-USED     TO WS-JT-HIT
                   MOVE WS-LEG-ACCOUNT TO WS-JT-ACCOUNT(WS-JT-HIT)
                   MOVE WS-LEG-DR-CR   TO WS-JT-DR-CR(WS-JT-HIT)
                   MOVE WS-MV-MOVEMENT TO WS-JT-MOVEMENT(WS-JT-HIT)
                   MOVE WS-MV-FEE-CODE TO WS-JT-FEE(WS-JT-HIT)
                   MOVE ZERO           TO WS-JT-AMOUNT(WS-JT-HIT)
                   MOVE ZERO           TO WS-JT-COUNT(WS-JT-HIT)
               END-IF
           END-IF.
           IF WS-JT-HIT > ZERO
               ADD WS-MV-AMOUNT TO WS-JT-AMOUNT(WS-JT-HIT)
               ADD 1 TO WS-JT-COUNT(WS-JT-HIT)
           END-IF.

      * Outstanding the way FEE-AGING-REPORT ages it: open rows
      * only, what is still owed on each.
       TOTAL-RECEIVABLE-LEDGER.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: "
                   WS-RECV-FS
           ELSE
               MOVE 'Y' TO WS-LEDGER-OK
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIVABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RV-OPEN
                               COMPUTE WS-OUTSTANDING =
                                   RV-AMOUNT - RV-PAID-AMOUNT
                               ADD WS-OUTSTANDING TO WS-LEDGER-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE
           END-IF.

       PRINT-SOURCE-TOTALS.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-SOURCE-HEADING TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM VARYING WS-MVT-I FROM 1 BY 1
               UNTIL WS-MVT-I > 12
               MOVE WS-MVT-CODE(WS-MVT-I)   TO SR-CODE
               MOVE WS-MVT-NAME(WS-MVT-I)   TO SR-NAME
               MOVE WS-MVT-COUNT(WS-MVT-I)  TO SR-COUNT
               MOVE WS-MVT-AMOUNT(WS-MVT-I) TO SR-AMOUNT
               MOVE WS-SOURCE-LINE TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-PERFORM.

       PRINT-JOURNAL-LINES.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE WS-JOURNAL-HEADING TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM VARYING WS-JT-I FROM 1 BY 1
               UNTIL WS-JT-I > WS-JT-USED
               MOVE WS-JT-ACCOUNT(WS-JT-I)  TO JL-ACCOUNT
               MOVE WS-JT-DR-CR(WS-JT-I)    TO JL-DR-CR
               MOVE WS-JT-MOVEMENT(WS-JT-I) TO JL-MOVEMENT
               MOVE WS-JT-FEE(WS-JT-I)      TO JL-FEE
               MOVE WS-JT-COUNT(WS-JT-I)    TO JL-COUNT
               MOVE WS-JT-AMOUNT(WS-JT-I)   TO JL-AMOUNT
               MOVE WS-JOURNAL-LINE TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               IF WS-JT-DR-CR(WS-JT-I) = 'D'
                   ADD WS-JT-AMOUNT(WS-JT-I) TO WS-DEBIT-TOTAL
                   IF WS-JT-ACCOUNT(WS-JT-I) = WS-DEBTOR-ACCT
                       ADD WS-JT-AMOUNT(WS-JT-I) TO WS-DEBTOR-DEBITS
                   END-IF
               ELSE
                   ADD WS-JT-AMOUNT(WS-JT-I) TO WS-CREDIT-TOTAL
                   IF WS-JT-ACCOUNT(WS-JT-I) = WS-DEBTOR-ACCT
                       ADD WS-JT-AMOUNT(WS-JT-I) TO WS-DEBTOR-CREDITS
                   END-IF
               END-IF
           END-PERFORM.

      * The day is released only balanced, fully mapped, fully
      * tabled and with the ledger read for the reconciliation.
       PRINT-BALANCE-CHECK.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE 'TOTAL DEBITS'   TO TL-LABEL.
           MOVE WS-DEBIT-TOTAL   TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE 'TOTAL CREDITS'  TO TL-LABEL.
           MOVE WS-CREDIT-TOTAL  TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

           MOVE 'Y' TO WS-DAY-BALANCED.
           MOVE SPACES TO GL-REPORT-LINE.
           IF WS-DEBIT-TOTAL NOT EQUAL WS-CREDIT-TOTAL
               MOVE 'N' TO WS-DAY-BALANCED
               MOVE '*** DEBITS DO NOT EQUAL CREDITS ***'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE 'N' TO WS-DAY-BALANCED
               MOVE '*** MOVEMENTS WITH NO ACCOUNT MAPPING ***'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           IF WS-JT-FULL = 'Y'
               MOVE 'N' TO WS-DAY-BALANCED
               MOVE '*** JOURNAL TABLE FULL - LEGS NOT TAKEN ***'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           IF WS-LEDGER-OK = 'N'
               MOVE 'N' TO WS-DAY-BALANCED
               MOVE '*** RECEIVABLE NOT READ - NO RECONCILIATION ***'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

      * With no day released before, the opening is worked back from
      * today's ledger, so the first day reconciles by construction.
       PRINT-DEBTOR-RECONCILIATION.
           IF WS-HAVE-CONTROL = 'Y'
               IF WS-RUN-DATE = GC-LAST-DATE
                   MOVE GC-OPENING TO WS-OPENING
               ELSE
                   MOVE GC-CLOSING TO WS-OPENING
               END-IF
           ELSE
               COMPUTE WS-OPENING = WS-LEDGER-TOTAL
                   - WS-DEBTOR-DEBITS + WS-DEBTOR-CREDITS
           END-IF.
           COMPUTE WS-EXPECTED = WS-OPENING
               + WS-DEBTOR-DEBITS - WS-DEBTOR-CREDITS.
           COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-EXPECTED.

           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE 'DEBTOR-CONTROL RECONCILIATION' TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           IF WS-HAVE-CONTROL = 'Y'
               MOVE SPACES TO RL-LABEL
               STRING 'OPENING BALANCE (LAST RELEASED '
                   GC-LAST-DATE ')'
                   DELIMITED BY SIZE INTO RL-LABEL
           ELSE
               MOVE 'OPENING BALANCE (DERIVED - NO PRIOR RELEASE)'
                   TO RL-LABEL
           END-IF.
           MOVE WS-OPENING TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           MOVE 'ADD DEBTOR-CONTROL DEBITS JOURNALED' TO RL-LABEL.
           MOVE WS-DEBTOR-DEBITS TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           MOVE 'LESS DEBTOR-CONTROL CREDITS JOURNALED' TO RL-LABEL.
           MOVE WS-DEBTOR-CREDITS TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           MOVE 'EXPECTED CLOSING BALANCE' TO RL-LABEL.
           MOVE WS-EXPECTED TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           MOVE 'RECEIVABLE OUTSTANDING PER LEDGER' TO RL-LABEL.
           MOVE WS-LEDGER-TOTAL TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           MOVE 'DIFFERENCE NOT JOURNALED' TO RL-LABEL.
           MOVE WS-DIFFERENCE TO RL-AMOUNT.
           PERFORM WRITE-RECON-LINE.
           IF WS-DIFFERENCE NOT EQUAL ZERO
               MOVE 'Y' TO WS-RECON-BREAK
               MOVE '*** DEBTOR CONTROL DOES NOT TIE - LEDGER MOVED '
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               MOVE '*** WITH NO REGISTER LINE BEHIND IT - INVESTIGATE'
                   TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               DISPLAY 'DEBTOR CONTROL DOES NOT TIE - SEE REPORT'
           END-IF.

       WRITE-RECON-LINE.
           MOVE WS-RECON-LINE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       RELEASE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL.
           IF WS-JRNL-FS NOT EQUAL '00'
               DISPLAY "Error opening GL-JOURNAL. Status: "
                   WS-JRNL-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-JT-I FROM 1 BY 1
                   UNTIL WS-JT-I > WS-JT-USED
                   ADD 1 TO WS-RELEASED-LINES
                   MOVE WS-RUN-DATE            TO GJ-JOURNAL-DATE
                   MOVE WS-RELEASED-LINES      TO GJ-LINE-NO
                   MOVE WS-JT-ACCOUNT(WS-JT-I)  TO GJ-ACCOUNT
                   MOVE WS-JT-DR-CR(WS-JT-I)    TO GJ-DR-CR
                   MOVE WS-JT-AMOUNT(WS-JT-I)   TO GJ-AMOUNT
                   MOVE WS-JT-MOVEMENT(WS-JT-I) TO GJ-MOVEMENT
                   MOVE WS-JT-FEE(WS-JT-I)      TO GJ-FEE-CODE
                   MOVE WS-JT-COUNT(WS-JT-I)    TO GJ-ITEM-COUNT
                   WRITE GL-JOURNAL-REC
               END-PERFORM
               CLOSE GL-JOURNAL
               PERFORM WRITE-GL-CONTROL
               MOVE SPACES TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
               MOVE SPACES TO GL-REPORT-LINE
               STRING 'DAY BALANCED - JOURNAL RELEASED, '
                   WS-RELEASED-LINES ' LINES'
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.

      * A held day leaves an empty journal behind, so yesterday's
      * lines can never be loaded a second time in its place, and
      * GL-CONTROL stays at the last released day.
       HOLD-JOURNAL.
           OPEN OUTPUT GL-JOURNAL.
           CLOSE GL-JOURNAL.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE '*** DAY HELD - JOURNAL NOT RELEASED ***'
               TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           DISPLAY 'DAY OUT OF BALANCE - JOURNAL NOT RELEASED'.
           MOVE 8 TO RETURN-CODE.

       WRITE-GL-CONTROL.
           OPEN OUTPUT GL-CONTROL.
           MOVE WS-RUN-DATE     TO GC-LAST-DATE.
           MOVE WS-OPENING      TO GC-OPENING.
           MOVE WS-LEDGER-TOTAL TO GC-CLOSING.
           WRITE GL-CONTROL-REC.
           CLOSE GL-CONTROL.

       COPY "parmrd.cpy".
