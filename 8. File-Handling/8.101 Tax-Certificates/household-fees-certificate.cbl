      * Every spring guardians ask for a statement of the tuition
      * paid in the tax year so they can claim the deduction, and the
      * office used to build each one by hand off the receipt
      * register. This year-end run does it for every household at
      * once. Each RECEIPT= line on RECEIPT-REGISTER dated in the tax
      * year counts as paid; each REVERSD= line (a bounced cheque,
      * CHEQUE-REVERSAL) and each REFPART= line on REFUND-REGISTER
      * (REFUND-PROCESSING) dated in the year nets it back off. The
      * lines are RELEASEd into the sort under the student's
      * household off FAMILY-LINK - a student with no live link is a
      * household of one - and the output procedure breaks on the
      * household the way FAMILY-STATEMENT does, netting each
      * member's movements by fee code.
      *
      * A fee code is deductible tuition unless it is one of the
      * codes the parm card names for transport (TRANSPORT-FEE),
      * hostel (BOARDING-FEE, MESS-FULL-CODE, MESS-LUNCH-CODE),
      * fines (LATE-FEE-CODE, LIB-FINE-CODE, LIB-LOST-CODE and the
      * bounced-cheque charge) or trips (TRIP-FEE-CODE), or one of
      * the refundable caution deposits DEPOSIT-LEDGER-POSTING takes
      * over (DEP-HOSTEL-FEE, DEP-LIBRARY-FEE, DEP-LOCKER-FEE) -
      * money the school owes back, not fees paid. The certificate
      * shows both columns so the guardian sees what was left out
      * and why.
      *
      * A household with deductible tuition paid gets one certificate
      * serialized off CERT-SERIAL.txt and entered on
      * CERT-ISSUE-REGISTER under its eldest (lowest STUDENT-ID)
      * member, with certificate type TAX and the tax year, so
      * CERT-VERIFY-INQUIRY can answer for a copy later. A second run
      * for the same year marks its certificates as duplicates.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HOUSEHOLD-FEES-CERTIFICATE.

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

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAMILY-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT CERT-SERIAL ASSIGN TO 'CERT-SERIAL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SERIAL-FS.

               SELECT CERT-REGISTER
                   ASSIGN TO 'CERT-ISSUE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREG-FS.

               SELECT TAX-WORK ASSIGN TO 'TAXSORT'.

               SELECT CERTIFICATE
                   ASSIGN TO 'HOUSEHOLD-TAX-CERTIFICATE.txt'
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

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD CERT-SERIAL.
           01 CERT-SERIAL-LINE      PIC 9(06).

           FD CERT-REGISTER.
           COPY "certreg.cpy".

      *    One paid, reversed or refunded amount, signed, under the
      *    household it counts toward. TW-HOUSE-TYPE 'F' is a
      *    FAMILY-LINK household; 'S' is a student on their own,
      *    with the STUDENT-ID standing in as the household code.
           SD TAX-WORK.
           01 TAX-WORK-REC.
               05 TW-HOUSE-TYPE     PIC X(01).
               05 TW-HOUSE-CODE     PIC X(06).
               05 TW-STUDENT-ID     PIC 9(05).
               05 TW-FEE-CODE       PIC X(04).
               05 TW-AMOUNT         PIC S9(07)V99.

           FD CERTIFICATE.
           01 CERTIFICATE-LINE      PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RCPT-FS            PIC X(02).
           01 WS-RFND-FS            PIC X(02).
           01 WS-FAMILY-FS          PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-SERIAL-FS          PIC X(02).
           01 WS-CREG-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-FAMILY-OPEN        PIC A(01) VALUE 'N'.
           01 WS-STUDENT-OPEN       PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-OPERATOR-ID        PIC X(08).
           01 WS-SERIAL             PIC 9(06) VALUE ZERO.

      *    The tax year runs from TAX-YEAR-START (MMDD on the parm
      *    card, 0101 when absent) in the year entered up to the day
      *    before the same date a year later.
           01 WS-TAX-YEAR           PIC 9(04).
           01 WS-YEAR-START-MMDD    PIC 9(04) VALUE 0101.
           01 WS-YEAR-FROM          PIC 9(08).
           01 WS-YEAR-UPTO          PIC 9(08).
           01 WS-YEAR-LAST          PIC 9(08).

      *    CI-CERT-TYPE for this run: TAX and the tax year, so each
      *    year's certificates verify and duplicate on their own.
           01 WS-CERT-TYPE.
               05 FILLER            PIC X(03) VALUE 'TAX'.
               05 WS-CT-YEAR        PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.

      *    The non-deductible fee codes, read off the same parm card
      *    keywords FEE-ASSESSMENT reads them from. A code left blank
      *    on the card matches nothing.
           01 WS-TRANSPORT-FEE      PIC X(04) VALUE SPACES.
           01 WS-BOARDING-FEE       PIC X(04) VALUE SPACES.
           01 WS-MESS-FULL-FEE      PIC X(04) VALUE 'MSFB'.
           01 WS-MESS-LUNCH-FEE     PIC X(04) VALUE 'MSLN'.
           01 WS-PENALTY-FEE        PIC X(04) VALUE 'LATE'.
           01 WS-LIB-FINE-FEE       PIC X(04) VALUE 'LBFN'.
           01 WS-LIB-LOST-FEE       PIC X(04) VALUE 'LBLS'.
           01 WS-TRIP-FEE           PIC X(04) VALUE 'TRIP'.
      *    The bounced-cheque charge CHEQUE-REVERSAL raises is a fine.
           01 WS-BOUNCE-FEE         PIC X(04) VALUE 'BNCE'.
      *    The caution deposits, defaulted as depflds.cpy has them.
           01 WS-DEP-HOSTEL-FEE     PIC X(04) VALUE 'HDEP'.
           01 WS-DEP-LIBRARY-FEE    PIC X(04) VALUE 'LDEP'.
           01 WS-DEP-LOCKER-FEE     PIC X(04) VALUE 'KDEP'.
           COPY "parmtbl.cpy".

      *    One register line in the fixed positions PAYMENT-POSTING's
      *    receipt line set; REFPART= and REVERSD= lines share them.
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

           01 WS-RECEIPT-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-REVERSAL-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-REFUND-COUNT       PIC 9(06) VALUE ZERO.

      *    Students already holding this year's certificate, off the
      *    issuance register, so a rerun marks its copies duplicate.
           01 WS-PRIOR-TABLE.
               05 WS-PRIOR-ID       PIC 9(05) OCCURS 2000 TIMES.
           01 WS-PRIOR-COUNT        PIC 9(04) VALUE ZERO.
           01 WS-PRIOR-I            PIC 9(04).
           01 WS-PRIOR-ISSUE        PIC A(01).

      *    The household being gathered: one row per member and fee
      *    code, netted, with the deductible flag set off the code.
           01 WS-HOUSE-TABLE.
               05 HR-ROW OCCURS 60 TIMES.
                   10 HR-STUDENT-ID PIC 9(05).
                   10 HR-FEE-CODE   PIC X(04).
                   10 HR-DEDUCTIBLE PIC A(01).
                   10 HR-AMOUNT     PIC S9(07)V99.
           01 WS-ROW-COUNT          PIC 9(02) VALUE ZERO.
           01 WS-ROW-I              PIC 9(02).
           01 WS-ROW-OVERFLOW       PIC A(01).
           01 WS-FIRST-HOUSE        PIC A(01) VALUE 'Y'.
           01 WS-PRIOR-TYPE         PIC X(01).
           01 WS-PRIOR-HOUSE        PIC X(06).
           01 WS-HOUSE-DEDUCT       PIC S9(09)V99.
           01 WS-HOUSE-OTHER        PIC S9(09)V99.
           01 WS-HOUSE-TOTAL        PIC S9(09)V99.
           01 WS-PRIOR-MEMBER       PIC 9(05).

           01 WS-ISSUED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-DUPLICATE-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-NIL-COUNT          PIC 9(05) VALUE ZERO.
           01 WS-OVERFLOW-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-ISSUED-DEDUCT      PIC S9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-MONEY      PIC -Z,ZZZ,ZZ9.99.

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(07) VALUE 'STUDENT'.
               05 FILLER PIC X(27) VALUE ' NAME'.
               05 FILLER PIC X(07) VALUE 'FEE'.
               05 FILLER PIC X(14) VALUE '    DEDUCTIBLE'.
               05 FILLER PIC X(15) VALUE ' NOT DEDUCTIBLE'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-DEDUCT         PIC -ZZZ,ZZ9.99 BLANK WHEN ZERO.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DL-OTHER          PIC -ZZZ,ZZ9.99 BLANK WHEN ZERO.

           01 WS-TOTAL-LINE.
               05 TL-LABEL          PIC X(41).
               05 TL-DEDUCT         PIC -Z,ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-OTHER          PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "HOUSEHOLD-FEES-CERTIFICATE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER TAX YEAR (YYYY): '.
           ACCEPT WS-TAX-YEAR.
           DISPLAY 'ENTER ISSUING OPERATOR ID: '.
           ACCEPT WS-OPERATOR-ID.

           PERFORM LOAD-PARM-CARD.
           MOVE 'TAX-YEAR-START' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-YEAR-START-MMDD
           END-IF.
      *    The start day stops at the 28th so the same date exists in
      *    every month and every year.
           IF WS-TAX-YEAR < 1900
               OR WS-YEAR-START-MMDD(1:2) < '01'
               OR WS-YEAR-START-MMDD(1:2) > '12'
               OR WS-YEAR-START-MMDD(3:2) < '01'
               OR WS-YEAR-START-MMDD(3:2) > '28'
               DISPLAY 'TAX YEAR ' WS-TAX-YEAR ' STARTING '
                   WS-YEAR-START-MMDD ' NOT VALID'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-YEAR-FROM =
               WS-TAX-YEAR * 10000 + WS-YEAR-START-MMDD.
           COMPUTE WS-YEAR-UPTO =
               (WS-TAX-YEAR + 1) * 10000 + WS-YEAR-START-MMDD.
           COMPUTE WS-YEAR-LAST = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-YEAR-UPTO) - 1).
           IF WS-YEAR-UPTO > WS-TODAY
               DISPLAY 'TAX YEAR ' WS-TAX-YEAR ' HAS NOT ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TAX-YEAR TO WS-CT-YEAR.
           DISPLAY 'TAX YEAR ' WS-YEAR-FROM ' TO ' WS-YEAR-LAST.

           PERFORM READ-FEE-CODE-PARMS.

           OPEN INPUT RECEIPT-REGISTER.
           IF WS-RCPT-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIPT-REGISTER. Status: "
                   WS-RCPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE RECEIPT-REGISTER.

           PERFORM LOAD-PRIOR-ISSUES.

           OPEN EXTEND CERT-REGISTER.
           IF WS-CREG-FS EQUAL '35'
               OPEN OUTPUT CERT-REGISTER
           END-IF.
           IF WS-CREG-FS NOT EQUAL '00'
               DISPLAY "Error opening CERT-ISSUE-REGISTER. Status: "
                   WS-CREG-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CERTIFICATE.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening HOUSEHOLD-TAX-CERTIFICATE. "
                   "Status: " WS-RPT-FS
               CLOSE CERT-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without FAMILY-LINK every student is their own household;
      *    without the master the names print as not on file.
           OPEN INPUT FAMILY-LINK.
           IF WS-FAMILY-FS EQUAL '00'
               MOVE 'Y' TO WS-FAMILY-OPEN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS EQUAL '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF.

           SORT TAX-WORK
               ON ASCENDING KEY TW-HOUSE-TYPE
               ON ASCENDING KEY TW-HOUSE-CODE
               ON ASCENDING KEY TW-STUDENT-ID
               ON ASCENDING KEY TW-FEE-CODE
               INPUT PROCEDURE IS COLLECT-PAYMENTS
               OUTPUT PROCEDURE IS PRINT-CERTIFICATES.

           CLOSE CERTIFICATE.
           CLOSE CERT-REGISTER.
           IF WS-FAMILY-OPEN = 'Y'
               CLOSE FAMILY-LINK
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.

           DISPLAY 'RECEIPTS COUNTED: '  WS-RECEIPT-COUNT.
           DISPLAY 'REVERSALS NETTED: '  WS-REVERSAL-COUNT.
           DISPLAY 'REFUNDS NETTED: '    WS-REFUND-COUNT.
           DISPLAY 'CERTIFICATES ISSUED: ' WS-ISSUED-COUNT.
           DISPLAY '  OF WHICH DUPLICATES: ' WS-DUPLICATE-COUNT.
           MOVE WS-ISSUED-DEDUCT TO WS-DISPLAY-MONEY.
           DISPLAY 'DEDUCTIBLE TUITION CERTIFIED: ' WS-DISPLAY-MONEY.
           DISPLAY 'HOUSEHOLDS WITH NO DEDUCTIBLE TUITION: '
               WS-NIL-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'HOUSEHOLDS TOO LARGE TO CERTIFY: '
                   WS-OVERFLOW-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-FEE-CODE-PARMS.
           MOVE 'TRANSPORT-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRANSPORT-FEE
           END-IF.
           MOVE 'BOARDING-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-BOARDING-FEE
           END-IF.
           MOVE 'MESS-FULL-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-MESS-FULL-FEE
           END-IF.
           MOVE 'MESS-LUNCH-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-MESS-LUNCH-FEE
           END-IF.
           MOVE 'LATE-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-PENALTY-FEE
           END-IF.
           MOVE 'LIB-FINE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LIB-FINE-FEE
           END-IF.
           MOVE 'LIB-LOST-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LIB-LOST-FEE
           END-IF.
           MOVE 'TRIP-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRIP-FEE
           END-IF.
           MOVE 'DEP-HOSTEL-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-HOSTEL-FEE
           END-IF.
           MOVE 'DEP-LIBRARY-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-LIBRARY-FEE
           END-IF.
           MOVE 'DEP-LOCKER-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-LOCKER-FEE
           END-IF.

      * The students already certified for this tax year.
       LOAD-PRIOR-ISSUES.
           OPEN INPUT CERT-REGISTER.
           IF WS-CREG-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CERT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CI-CERT-TYPE = WS-CERT-TYPE
                               AND WS-PRIOR-COUNT < 2000
                               ADD 1 TO WS-PRIOR-COUNT
                               MOVE CI-STUDENT-ID
                                   TO WS-PRIOR-ID(WS-PRIOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REGISTER
           END-IF.

       COLLECT-PAYMENTS.
           OPEN INPUT RECEIPT-REGISTER.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIPT-REGISTER
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE RECEIPT-REGISTER-LINE TO WS-MOVE-LINE
                       PERFORM COLLECT-RECEIPT-LINE
               END-READ
           END-PERFORM.
           CLOSE RECEIPT-REGISTER.

      *    No refund register simply means nothing was refunded.
           OPEN INPUT REFUND-REGISTER.
           IF WS-RFND-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REFUND-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE REFUND-REGISTER-LINE TO WS-MOVE-LINE
                           IF ML-TAG = 'REFPART='
                               AND ML-DATE IS NUMERIC
                               AND ML-DATE NOT < WS-YEAR-FROM
                               AND ML-DATE < WS-YEAR-UPTO
                               ADD 1 TO WS-REFUND-COUNT
                               PERFORM RELEASE-MOVEMENT
                               COMPUTE TW-AMOUNT = 0 - TW-AMOUNT
                               RELEASE TAX-WORK-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-REGISTER
           END-IF.

      * A receipt counts as paid; a reversal takes the bounced
      * amount back off. The bounce charge on a reversal line is a
      * new receivable, not money paid, and is not counted.
       COLLECT-RECEIPT-LINE.
           IF ML-DATE IS NUMERIC
               AND ML-DATE NOT < WS-YEAR-FROM
               AND ML-DATE < WS-YEAR-UPTO
               EVALUATE ML-TAG
                   WHEN 'RECEIPT='
                       ADD 1 TO WS-RECEIPT-COUNT
                       PERFORM RELEASE-MOVEMENT
                       RELEASE TAX-WORK-REC
                   WHEN 'REVERSD='
                       ADD 1 TO WS-REVERSAL-COUNT
                       PERFORM RELEASE-MOVEMENT
                       COMPUTE TW-AMOUNT = 0 - TW-AMOUNT
                       RELEASE TAX-WORK-REC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      * Builds the sort record for the line in WS-MOVE-LINE, with the
      * amount positive; the caller signs it.
       RELEASE-MOVEMENT.
           MOVE ML-STUDENT-ID TO TW-STUDENT-ID.
           MOVE ML-FEE-CODE   TO TW-FEE-CODE.
           COMPUTE TW-AMOUNT = FUNCTION NUMVAL(ML-AMOUNT-TEXT).
           MOVE 'S'           TO TW-HOUSE-TYPE.
           MOVE TW-STUDENT-ID TO TW-HOUSE-CODE.
           IF WS-FAMILY-OPEN = 'Y'
               MOVE TW-STUDENT-ID TO FL-STUDENT-ID
               READ FAMILY-LINK
                   KEY IS FL-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FL-LINKED
                           MOVE 'F'            TO TW-HOUSE-TYPE
                           MOVE FL-FAMILY-CODE TO TW-HOUSE-CODE
                       END-IF
               END-READ
           END-IF.

       PRINT-CERTIFICATES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN TAX-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM GATHER-ONE-MOVEMENT
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-HOUSE = 'N'
               PERFORM CLOSE-HOUSEHOLD
           END-IF.

       GATHER-ONE-MOVEMENT.
           IF WS-FIRST-HOUSE = 'Y'
               MOVE 'N' TO WS-FIRST-HOUSE
               PERFORM OPEN-HOUSEHOLD
           END-IF.
           IF TW-HOUSE-TYPE NOT EQUAL WS-PRIOR-TYPE
               OR TW-HOUSE-CODE NOT EQUAL WS-PRIOR-HOUSE
               PERFORM CLOSE-HOUSEHOLD
               PERFORM OPEN-HOUSEHOLD
           END-IF.

      *    The sort brings a member's fee codes together, so a new
      *    row is needed only when the member or the code changes.
           IF WS-ROW-COUNT > ZERO
               AND TW-STUDENT-ID = HR-STUDENT-ID(WS-ROW-COUNT)
               AND TW-FEE-CODE = HR-FEE-CODE(WS-ROW-COUNT)
               ADD TW-AMOUNT TO HR-AMOUNT(WS-ROW-COUNT)
           ELSE
               IF WS-ROW-COUNT < 60
                   ADD 1 TO WS-ROW-COUNT
                   MOVE TW-STUDENT-ID TO HR-STUDENT-ID(WS-ROW-COUNT)
                   MOVE TW-FEE-CODE   TO HR-FEE-CODE(WS-ROW-COUNT)
                   MOVE TW-AMOUNT     TO HR-AMOUNT(WS-ROW-COUNT)
                   PERFORM SET-DEDUCTIBLE
               ELSE
                   MOVE 'Y' TO WS-ROW-OVERFLOW
               END-IF
           END-IF.

       SET-DEDUCTIBLE.
           IF TW-FEE-CODE = WS-TRANSPORT-FEE
               OR TW-FEE-CODE = WS-BOARDING-FEE
               OR TW-FEE-CODE = WS-MESS-FULL-FEE
               OR TW-FEE-CODE = WS-MESS-LUNCH-FEE
               OR TW-FEE-CODE = WS-PENALTY-FEE
               OR TW-FEE-CODE = WS-LIB-FINE-FEE
               OR TW-FEE-CODE = WS-LIB-LOST-FEE
               OR TW-FEE-CODE = WS-TRIP-FEE
               OR TW-FEE-CODE = WS-BOUNCE-FEE
               OR TW-FEE-CODE = WS-DEP-HOSTEL-FEE
               OR TW-FEE-CODE = WS-DEP-LIBRARY-FEE
               OR TW-FEE-CODE = WS-DEP-LOCKER-FEE
               MOVE 'N' TO HR-DEDUCTIBLE(WS-ROW-COUNT)
           ELSE
               MOVE 'Y' TO HR-DEDUCTIBLE(WS-ROW-COUNT)
           END-IF.

       OPEN-HOUSEHOLD.
           MOVE TW-HOUSE-TYPE TO WS-PRIOR-TYPE.
           MOVE TW-HOUSE-CODE TO WS-PRIOR-HOUSE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE 'N'  TO WS-ROW-OVERFLOW.

      * The household's netted rows are totalled; only a household
      * with deductible tuition left after refunds and reversals is
      * certified. One too large for the row table is listed for the
      * office to certify by hand rather than printed short.
       CLOSE-HOUSEHOLD.
           MOVE ZERO TO WS-HOUSE-DEDUCT.
           MOVE ZERO TO WS-HOUSE-OTHER.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
                   UNTIL WS-ROW-I > WS-ROW-COUNT
               IF HR-DEDUCTIBLE(WS-ROW-I) = 'Y'
                   ADD HR-AMOUNT(WS-ROW-I) TO WS-HOUSE-DEDUCT
               ELSE
                   ADD HR-AMOUNT(WS-ROW-I) TO WS-HOUSE-OTHER
               END-IF
           END-PERFORM.

           IF WS-ROW-OVERFLOW = 'Y'
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY 'HOUSEHOLD ' WS-PRIOR-TYPE WS-PRIOR-HOUSE
                   ' HAS TOO MANY FEE LINES - NOT CERTIFIED'
           ELSE
               IF WS-HOUSE-DEDUCT > ZERO
                   PERFORM ISSUE-CERTIFICATE
               ELSE
                   ADD 1 TO WS-NIL-COUNT
               END-IF
           END-IF.

       ISSUE-CERTIFICATE.
           PERFORM NEXT-CERT-SERIAL.
           ADD 1 TO WS-ISSUED-COUNT.
           ADD WS-HOUSE-DEDUCT TO WS-ISSUED-DEDUCT.

           MOVE 'N' TO WS-PRIOR-ISSUE.
           PERFORM VARYING WS-PRIOR-I FROM 1 BY 1
                   UNTIL WS-PRIOR-I > WS-PRIOR-COUNT
               IF WS-PRIOR-ID(WS-PRIOR-I) = HR-STUDENT-ID(1)
                   MOVE 'Y' TO WS-PRIOR-ISSUE
               END-IF
           END-PERFORM.

           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'CERTIFICATE OF FEES PAID FOR TAX YEAR '
               WS-TAX-YEAR '     SERIAL: ' WS-SERIAL
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           IF WS-PRIOR-ISSUE = 'Y'
               MOVE '*** DUPLICATE ***' TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.

           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-PRIOR-TYPE = 'F'
               STRING 'HOUSEHOLD ' WS-PRIOR-HOUSE
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               STRING 'STUDENT ' WS-PRIOR-HOUSE(1:5)
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.

      *    Addressed to the guardian at the eldest member's address.
           MOVE HR-STUDENT-ID(1) TO STUDENT-ID.
           PERFORM READ-MEMBER.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'TO THE PARENT OR GUARDIAN OF ' STUDENT-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING STREET ' ' CITY ' ' ZIP
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'FEES PAID ' WS-YEAR-FROM ' TO ' WS-YEAR-LAST
               ', NET OF REFUNDS AND REVERSED CHEQUES'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-COLUMN-HEADING TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE ZERO TO WS-PRIOR-MEMBER.
           PERFORM VARYING WS-ROW-I FROM 1 BY 1
                   UNTIL WS-ROW-I > WS-ROW-COUNT
               IF HR-AMOUNT(WS-ROW-I) NOT EQUAL ZERO
                   PERFORM PRINT-FEE-ROW
               END-IF
           END-PERFORM.

           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE 'TOTALS'        TO TL-LABEL.
           MOVE WS-HOUSE-DEDUCT TO TL-DEDUCT.
           MOVE WS-HOUSE-OTHER  TO TL-OTHER.
           MOVE WS-TOTAL-LINE TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           COMPUTE WS-HOUSE-TOTAL = WS-HOUSE-DEDUCT + WS-HOUSE-OTHER.
           MOVE WS-HOUSE-TOTAL TO WS-DISPLAY-MONEY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'TOTAL FEES PAID: ' WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-HOUSE-DEDUCT TO WS-DISPLAY-MONEY.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'OF WHICH TUITION (DEDUCTIBLE): ' WS-DISPLAY-MONEY
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'TRANSPORT, HOSTEL, MEALS, FINES AND TRIPS ARE '
               'NOT DEDUCTIBLE.'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'ISSUED ' WS-TODAY ' BY ' WS-OPERATOR-ID
               '   VERIFY BY QUOTING THE SERIAL ABOVE'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE ALL '=' TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE WS-SERIAL        TO CI-SERIAL.
           MOVE HR-STUDENT-ID(1) TO CI-STUDENT-ID.
           MOVE WS-CERT-TYPE     TO CI-CERT-TYPE.
           MOVE WS-TODAY         TO CI-ISSUE-DATE.
           MOVE WS-OPERATOR-ID   TO CI-OPERATOR-ID.
           IF WS-PRIOR-ISSUE = 'Y'
               MOVE 'Y' TO CI-DUPLICATE
               ADD 1 TO WS-DUPLICATE-COUNT
           ELSE
               MOVE 'N' TO CI-DUPLICATE
           END-IF.
           WRITE CERT-ISSUE-REC.

      * One fee row; the member's name prints on their first row.
       PRINT-FEE-ROW.
           MOVE SPACES TO DL-NAME.
           IF HR-STUDENT-ID(WS-ROW-I) NOT EQUAL WS-PRIOR-MEMBER
               MOVE HR-STUDENT-ID(WS-ROW-I) TO WS-PRIOR-MEMBER
               MOVE HR-STUDENT-ID(WS-ROW-I) TO STUDENT-ID
               PERFORM READ-MEMBER
               MOVE STUDENT-NAME TO DL-NAME
           END-IF.
           MOVE HR-STUDENT-ID(WS-ROW-I) TO DL-STUDENT-ID.
           MOVE HR-FEE-CODE(WS-ROW-I)   TO DL-FEE-CODE.
           IF HR-DEDUCTIBLE(WS-ROW-I) = 'Y'
               MOVE HR-AMOUNT(WS-ROW-I) TO DL-DEDUCT
               MOVE ZERO                TO DL-OTHER
           ELSE
               MOVE ZERO                TO DL-DEDUCT
               MOVE HR-AMOUNT(WS-ROW-I) TO DL-OTHER
           END-IF.
           MOVE WS-DETAIL-LINE TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

       READ-MEMBER.
           IF WS-STUDENT-OPEN = 'Y'
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE SPACES TO STUDENT-FILE
                       MOVE 'NOT ON MASTER' TO STUDENT-NAME
               END-READ
           ELSE
               MOVE SPACES TO STUDENT-FILE
               MOVE 'NOT ON MASTER' TO STUDENT-NAME
           END-IF.

      * Serial numbers come off the same CERT-SERIAL series as every
      * other certificate, saved back after each one is drawn.
       NEXT-CERT-SERIAL.
           OPEN INPUT CERT-SERIAL.
           IF WS-SERIAL-FS EQUAL '00'
               READ CERT-SERIAL
                   AT END MOVE ZERO TO WS-SERIAL
                   NOT AT END MOVE CERT-SERIAL-LINE TO WS-SERIAL
               END-READ
               CLOSE CERT-SERIAL
           ELSE
               MOVE ZERO TO WS-SERIAL
           END-IF.

           ADD 1 TO WS-SERIAL.

           OPEN OUTPUT CERT-SERIAL.
           MOVE WS-SERIAL TO CERT-SERIAL-LINE.
           WRITE CERT-SERIAL-LINE.
           CLOSE CERT-SERIAL.

       COPY "parmrd.cpy".
