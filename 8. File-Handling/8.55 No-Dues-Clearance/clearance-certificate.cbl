      * CERT-SERIAL.txt the same read-increment-save way the
      * transcript draws its own - and a CLEARANCE record that the
      * purge and the transcript print both insist on.
      *
      * A leaver's refundable deposits on DEPOSIT-LEDGER are applied
      * against their open fees before the fee check counts what is
      * owing: each open row is settled out of the hostel, then the
      * library, then the locker deposit as far as they go, the row
      * rewritten paid, an APPLIED entry posted to the ledger, and a
      * DEPAPPL= line written to DEPOSIT-REGISTER for
      * GL-JOURNAL-EXTRACT. Deposit rows themselves are not settled
      * out of a deposit. What the deposit could not cover still
      * blocks clearance; what is left of it after the fees is shown
      * on the certificate for REFUND-PROCESSING to pay out.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLEARANCE-CERTIFICATE.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPOSIT-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL-KEY
                   FILE STATUS IS WS-DEPL-FS.

               SELECT DEPOSIT-REGISTER
                   ASSIGN TO 'DEPOSIT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           FD CERTIFICATE.
           01 CERTIFICATE-LINE      PIC X(80).

           FD DEPOSIT-LEDGER.
           COPY "depledg.cpy".

           FD DEPOSIT-REGISTER.
           01 DEPOSIT-REGISTER-LINE PIC X(70).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-OWED-TOTAL         PIC 9(07)V99 VALUE ZERO.
           01 WS-BOOKS-OUT          PIC 9(03) VALUE ZERO.
           01 WS-DISPLAY-OWED       PIC ZZZZZZ9.99.
           01 WS-DREG-FS            PIC X(02).
           01 WS-LEDGER-OPEN        PIC A(01) VALUE 'N'.
           01 WS-APPLIED-TOTAL      PIC 9(07)V99 VALUE ZERO.
           01 WS-ROW-APPLIED        PIC 9(05)V99.
           01 WS-TAKE               PIC 9(05)V99.
           01 WS-TYPE-TAKE          PIC 9(05)V99 OCCURS 3 TIMES.
           01 WS-PART-DISPLAY       PIC ZZZZ9.99.
           COPY "depflds.cpy".
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CLEARANCE-CERTIFICATE".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-DEPOSIT-CODES.

           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
       STOP RUN.

       CHECK-FEE-BALANCE.
           PERFORM OPEN-DEPOSIT-LEDGER.
           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               CONTINUE
           ELSE
               END-PERFORM
               CLOSE RECEIVABLE
           END-IF.
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE DEPOSIT-LEDGER
               CLOSE DEPOSIT-REGISTER
           END-IF.
           IF WS-APPLIED-TOTAL > ZERO
               MOVE WS-APPLIED-TOTAL TO WS-DISPLAY-OWED
               DISPLAY 'DEPOSIT APPLIED TO FEES ' WS-DISPLAY-OWED
           END-IF.
           IF WS-OWED-TOTAL > ZERO
               ADD 1 TO WS-BLOCK-COUNT
               MOVE WS-OWED-TOTAL TO WS-DISPLAY-OWED
               DISPLAY 'BLOCKED: FEES OWING ' WS-DISPLAY-OWED
           END-IF.

      * No ledger yet, or no deposit held by this student, and the
      * fee check runs exactly as it always has.
       OPEN-DEPOSIT-LEDGER.
           OPEN I-O DEPOSIT-LEDGER.
           IF WS-DEPL-FS EQUAL '00'
               MOVE WS-ENTRY-ID TO WS-DH-STUDENT-ID
               PERFORM LOAD-DEPOSIT-BALANCE
               IF WS-DH-BALANCE > ZERO
                   OPEN EXTEND DEPOSIT-REGISTER
                   IF WS-DREG-FS EQUAL '35'
                       OPEN OUTPUT DEPOSIT-REGISTER
                   END-IF
                   MOVE 'Y' TO WS-LEDGER-OPEN
               ELSE
                   CLOSE DEPOSIT-LEDGER
               END-IF
           END-IF.

       NOTE-OPEN-BALANCE.
           IF RV-OPEN
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
               IF WS-OUTSTANDING > ZERO
                   IF WS-LEDGER-OPEN = 'Y' AND WS-DH-BALANCE > ZERO
                       PERFORM APPLY-DEPOSIT-TO-ROW
                   END-IF
                   ADD WS-OUTSTANDING TO WS-OWED-TOTAL
               END-IF
           END-IF.

      * The row is rewritten first; only once it is safely paid do
      * the ledger entries go down, one per deposit type drawn on.
       APPLY-DEPOSIT-TO-ROW.
           MOVE RV-FEE-CODE TO WS-DEP-LOOKUP-FEE.
           PERFORM FIND-DEPOSIT-TYPE.
           IF WS-DEP-HIT = ZERO
               MOVE ZERO TO WS-ROW-APPLIED
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > 3
                   COMPUTE WS-TAKE = WS-OUTSTANDING - WS-ROW-APPLIED
                   IF WS-TAKE > WS-DH-TYPE-BALANCE(WS-DEP-I)
                       MOVE WS-DH-TYPE-BALANCE(WS-DEP-I) TO WS-TAKE
                   END-IF
                   MOVE WS-TAKE TO WS-TYPE-TAKE(WS-DEP-I)
                   ADD WS-TAKE TO WS-ROW-APPLIED
               END-PERFORM
               IF WS-ROW-APPLIED > ZERO
                   ADD WS-ROW-APPLIED TO RV-PAID-AMOUNT
                   IF RV-PAID-AMOUNT >= RV-AMOUNT
                       MOVE 'S' TO RV-STATUS
                   END-IF
                   REWRITE RECEIVABLE-FILE
                       INVALID KEY
                           DISPLAY 'CLEARANCE: Invalid Key ' RV-KEY
                       NOT INVALID KEY
                           SUBTRACT WS-ROW-APPLIED FROM WS-OUTSTANDING
                           PERFORM POST-APPLIED-ENTRIES
                   END-REWRITE
               END-IF
           END-IF.

       POST-APPLIED-ENTRIES.
           PERFORM VARYING WS-DEP-HIT FROM 1 BY 1
               UNTIL WS-DEP-HIT > 3
               IF WS-TYPE-TAKE(WS-DEP-HIT) > ZERO
                   MOVE 'A'                TO WS-DE-TYPE
                   MOVE WS-DEP-FEE-CODE(WS-DEP-HIT)
                                           TO WS-DE-FEE-CODE
                   MOVE ZERO               TO WS-DE-INSTALLMENT
                   MOVE WS-TYPE-TAKE(WS-DEP-HIT) TO WS-DE-AMOUNT
                   MOVE WS-TODAY           TO WS-DE-DATE
                   MOVE SPACES             TO WS-DE-REFERENCE
                   STRING RV-FEE-CODE RV-INSTALLMENT-NO
                       DELIMITED BY SIZE INTO WS-DE-REFERENCE
                   MOVE 'DUES'             TO WS-DE-REASON
                   MOVE WS-OPERATOR-ID     TO WS-DE-OPERATOR
                   PERFORM POST-DEPOSIT-ENTRY
                   IF WS-DE-POSTED = 'Y'
                       ADD WS-DE-AMOUNT TO WS-APPLIED-TOTAL
                       PERFORM WRITE-APPLIED-LINE
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-APPLIED-LINE.
           MOVE WS-DE-AMOUNT TO WS-PART-DISPLAY.
           MOVE SPACES TO DEPOSIT-REGISTER-LINE.
           STRING 'DEPAPPL=' WS-DE-SEQ-REF
               ' ID=' WS-ENTRY-ID
               ' FEE=' WS-DE-FEE-CODE
               ' AMOUNT=' WS-PART-DISPLAY
               ' DATE=' WS-TODAY
               DELIMITED BY SIZE INTO DEPOSIT-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE.

       CHECK-LIBRARY-LOANS.
           OPEN INPUT LIBRARY-LOAN.
           IF WS-LOAN-FS NOT EQUAL '00'
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           IF WS-APPLIED-TOTAL > ZERO
               MOVE WS-APPLIED-TOTAL TO WS-DISPLAY-OWED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING 'DEPOSIT APPLIED TO FEES: ' WS-DISPLAY-OWED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.
           IF WS-DH-BALANCE > ZERO
               MOVE WS-DH-BALANCE TO WS-DISPLAY-OWED
               MOVE SPACES TO CERTIFICATE-LINE
               STRING 'DEPOSIT REFUNDABLE ON LEAVING: '
                   WS-DISPLAY-OWED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.

           CLOSE CERTIFICATE.

      * The issuance register entry, with a reissue for the same
               END-WRITE
               CLOSE CLEARANCE
           END-IF.

       COPY "deprule.cpy".
       COPY "parmrd.cpy".
