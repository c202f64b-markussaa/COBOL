      * Posts the bank's confirmation file for a direct-debit
      * collection run. Each DEBIT-CONFIRM record carries the
      * reference DEBIT-COLLECTION-RUN sent (the installment plus the
      * collection month) and whether the bank collected it or
      * returned it.
      *
      * A collected debit is a receipt like any other: it takes the
      * next number from RECEIPT-CONTROL, the same numbering
      * PAYMENT-POSTING uses, goes on RECEIPT-REGISTER in the
      * cashier's own RECEIPT= format dated the bank's value date, and
      * pays the exact installment it was collected for. The
      * mandate's run of failures is cleared.
      *
      * A returned debit re-opens the installment - if the bank had
      * already confirmed it, the money is backed out and a REVERSD=
      * line cross-references the receipt, the way CHEQUE-REVERSAL
      * handles a bounced cheque. The mandate's failure count goes
      * up and the mandate is suspended once it reaches the
      * DD-MAX-FAILS parm (2 if not given); the office reinstates it
      * through MANDATE-MAINTENANCE when the family fixes the account.
      *
      * The money goes to the bank, not the drawer, so the cashier's
      * CASH-TOTAL is not touched. References that match nothing sent
      * go to DEBIT-EXCEPTIONS with return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEBIT-CONFIRMATION-POSTING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEBIT-CONFIRM ASSIGN TO 'DEBIT-CONFIRM.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONF-FS.

               SELECT DEBIT-COLLECTION-LOG
                   ASSIGN TO 'DEBIT-COLLECTION-LOG'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DC-KEY
                   FILE STATUS IS WS-LOG-FS.

               SELECT DEBIT-MANDATE ASSIGN TO 'DEBIT-MANDATE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DM-KEY
                   FILE STATUS IS WS-MAND-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT RECEIPT-CONTROL ASSIGN TO 'RECEIPT-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.

               SELECT RECEIPT-REGISTER
                   ASSIGN TO 'RECEIPT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-FS.

               SELECT DEBIT-EXCEPTIONS
                   ASSIGN TO 'DEBIT-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD DEBIT-CONFIRM.
           01 DEBIT-CONFIRM-REC.
               05 CF-REFERENCE      PIC X(17).
               05 CF-REFERENCE-PARTS REDEFINES CF-REFERENCE.
                   10 CF-STUDENT-ID     PIC 9(05).
                   10 CF-FEE-CODE       PIC X(04).
                   10 CF-INSTALLMENT-NO PIC 9(02).
                   10 CF-COLLECT-MONTH  PIC 9(06).
               05 CF-RESULT         PIC X(01).
                   88 CF-COLLECTED      VALUE 'P'.
                   88 CF-RETURNED       VALUE 'R'.
               05 CF-AMOUNT         PIC 9(07)V99.
               05 CF-VALUE-DATE     PIC 9(08).
               05 CF-RETURN-REASON  PIC X(04).

           FD DEBIT-COLLECTION-LOG.
           COPY "ddcolg.cpy".

           FD DEBIT-MANDATE.
           COPY "ddmand.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD RECEIPT-CONTROL.
           01 RECEIPT-CONTROL-LINE  PIC 9(08).

           FD RECEIPT-REGISTER.
           01 RECEIPT-REGISTER-LINE PIC X(80).

           FD DEBIT-EXCEPTIONS.
           01 DEBIT-EXCEPTION-LINE  PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-CONF-FS            PIC X(02).
           01 WS-LOG-FS             PIC X(02).
           01 WS-MAND-FS            PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-CTL-FS             PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-RECEIPT-NUMBER     PIC 9(08) VALUE ZERO.
           01 WS-MAX-FAILS          PIC 9(02) VALUE 2.
           01 WS-REJECT-REASON      PIC X(30).
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-POSTED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-RETURNED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-SUSPENDED-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-POSTED-TOTAL       PIC 9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DEBIT-CONFIRMATION-POSTING".

           PERFORM LOAD-PARM-CARD.
           MOVE 'DD-MAX-FAILS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-MAX-FAILS
           END-IF.

           PERFORM READ-RECEIPT-CONTROL.

           OPEN INPUT DEBIT-CONFIRM.
           IF WS-CONF-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBIT-CONFIRM. Status: "
                   WS-CONF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEBIT-COLLECTION-LOG.
           IF WS-LOG-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBIT-COLLECTION-LOG. Status: "
                   WS-LOG-FS
               CLOSE DEBIT-CONFIRM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEBIT-MANDATE.
           IF WS-MAND-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBIT-MANDATE. Status: "
                   WS-MAND-FS
               CLOSE DEBIT-CONFIRM
               CLOSE DEBIT-COLLECTION-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               CLOSE DEBIT-CONFIRM
               CLOSE DEBIT-COLLECTION-LOG
               CLOSE DEBIT-MANDATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The cashier's receipts for the day are already on the
      *    register; the bank's go on after them.
           OPEN EXTEND RECEIPT-REGISTER.
           IF WS-REG-FS EQUAL '35'
               OPEN OUTPUT RECEIPT-REGISTER
           END-IF.
           OPEN OUTPUT DEBIT-EXCEPTIONS.

           PERFORM UNTIL WS-EOF = 'Y'
               READ DEBIT-CONFIRM
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM POST-CONFIRMATION
               END-READ
           END-PERFORM.

           CLOSE DEBIT-CONFIRM.
           CLOSE DEBIT-COLLECTION-LOG.
           CLOSE DEBIT-MANDATE.
           CLOSE RECEIVABLE.
           CLOSE RECEIPT-REGISTER.
           CLOSE DEBIT-EXCEPTIONS.

           PERFORM WRITE-RECEIPT-CONTROL.

           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           MOVE WS-POSTED-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY 'DEBITS COLLECTED: '   WS-POSTED-COUNT.
           DISPLAY 'COLLECTED TOTAL: '    WS-DISPLAY-TOTAL.
           DISPLAY 'DEBITS RETURNED: '    WS-RETURNED-COUNT.
           DISPLAY 'MANDATES SUSPENDED: ' WS-SUSPENDED-COUNT.
           DISPLAY 'CONFIRMATIONS REJECTED: ' WS-REJECT-COUNT.
       STOP RUN.

       READ-RECEIPT-CONTROL.
           OPEN INPUT RECEIPT-CONTROL.
           IF WS-CTL-FS EQUAL '00'
               READ RECEIPT-CONTROL
                   AT END MOVE ZERO TO WS-RECEIPT-NUMBER
                   NOT AT END
                       MOVE RECEIPT-CONTROL-LINE TO WS-RECEIPT-NUMBER
               END-READ
               CLOSE RECEIPT-CONTROL
           ELSE
               MOVE ZERO TO WS-RECEIPT-NUMBER
           END-IF.

       WRITE-RECEIPT-CONTROL.
           OPEN OUTPUT RECEIPT-CONTROL.
           MOVE WS-RECEIPT-NUMBER TO RECEIPT-CONTROL-LINE.
           WRITE RECEIPT-CONTROL-LINE.
           CLOSE RECEIPT-CONTROL.

       POST-CONFIRMATION.
           MOVE CF-REFERENCE TO DC-KEY.
           READ DEBIT-COLLECTION-LOG
               KEY IS DC-KEY
               INVALID KEY
                   MOVE 'NOT ON COLLECTION LOG' TO WS-REJECT-REASON
                   PERFORM REJECT-CONFIRMATION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CF-COLLECTED
                           PERFORM POST-COLLECTED
                       WHEN CF-RETURNED
                           PERFORM POST-RETURNED
                       WHEN OTHER
                           MOVE 'UNKNOWN RESULT CODE'
                               TO WS-REJECT-REASON
                           PERFORM REJECT-CONFIRMATION
                   END-EVALUATE
           END-READ.

       POST-COLLECTED.
           IF NOT DC-SUBMITTED
               MOVE 'ALREADY CONFIRMED' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
           ELSE
               MOVE DC-STUDENT-ID     TO RV-STUDENT-ID
               MOVE DC-FEE-CODE       TO RV-FEE-CODE
               MOVE DC-INSTALLMENT-NO TO RV-INSTALLMENT-NO
               READ RECEIVABLE
                   KEY IS RV-KEY
                   INVALID KEY
                       MOVE 'NO RECEIVABLE ON FILE'
                           TO WS-REJECT-REASON
                       PERFORM REJECT-CONFIRMATION
                   NOT INVALID KEY
                       PERFORM APPLY-COLLECTION
               END-READ
           END-IF.

       APPLY-COLLECTION.
           ADD CF-AMOUNT TO RV-PAID-AMOUNT.
           IF RV-PAID-AMOUNT NOT < RV-AMOUNT
               MOVE 'S' TO RV-STATUS
           END-IF.
           REWRITE RECEIVABLE-FILE
               INVALID KEY
                   DISPLAY 'POST: Invalid Key ' RV-KEY
           END-REWRITE.

           PERFORM WRITE-RECEIPT.

           MOVE 'P'               TO DC-STATUS.
           MOVE WS-RECEIPT-NUMBER TO DC-RECEIPT-NUMBER.
           REWRITE DEBIT-COLLECTION-LOG-REC
               INVALID KEY
                   DISPLAY 'LOG: Invalid Key ' DC-KEY
           END-REWRITE.

      *    A good collection ends the mandate's run of failures.
           MOVE DC-MANDATE-KEY TO DM-KEY.
           READ DEBIT-MANDATE
               KEY IS DM-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DM-FAIL-COUNT > ZERO
                       MOVE ZERO TO DM-FAIL-COUNT
                       REWRITE DEBIT-MANDATE-FILE
                           INVALID KEY
                               DISPLAY 'MANDATE: Invalid Key ' DM-KEY
                       END-REWRITE
                   END-IF
           END-READ.

           ADD 1 TO WS-POSTED-COUNT.
           ADD CF-AMOUNT TO WS-POSTED-TOTAL.

       WRITE-RECEIPT.
           ADD 1 TO WS-RECEIPT-NUMBER.
           MOVE CF-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO RECEIPT-REGISTER-LINE.
           STRING 'RECEIPT=' WS-RECEIPT-NUMBER
               ' ID=' DC-STUDENT-ID
               ' FEE=' DC-FEE-CODE
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' DATE=' CF-VALUE-DATE
               DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE.
           WRITE RECEIPT-REGISTER-LINE.

       POST-RETURNED.
           IF DC-RETURNED
               MOVE 'ALREADY RETURNED' TO WS-REJECT-REASON
               PERFORM REJECT-CONFIRMATION
           ELSE
               IF DC-COLLECTED
                   PERFORM BACK-OUT-COLLECTION
               END-IF
               MOVE 'R'              TO DC-STATUS
               MOVE CF-RETURN-REASON TO DC-RETURN-REASON
               REWRITE DEBIT-COLLECTION-LOG-REC
                   INVALID KEY
                       DISPLAY 'LOG: Invalid Key ' DC-KEY
               END-REWRITE
               PERFORM COUNT-MANDATE-FAILURE
               ADD 1 TO WS-RETURNED-COUNT
           END-IF.

      * A debit the bank had confirmed and then recalled: the money
      * comes back off the installment, which opens again, and the
      * register carries a REVERSD= line against the receipt.
       BACK-OUT-COLLECTION.
           MOVE DC-STUDENT-ID     TO RV-STUDENT-ID.
           MOVE DC-FEE-CODE       TO RV-FEE-CODE.
           MOVE DC-INSTALLMENT-NO TO RV-INSTALLMENT-NO.
           READ RECEIVABLE
               KEY IS RV-KEY
               INVALID KEY
                   DISPLAY 'RETURN: Invalid Key ' RV-KEY
               NOT INVALID KEY
                   IF RV-PAID-AMOUNT > CF-AMOUNT
                       SUBTRACT CF-AMOUNT FROM RV-PAID-AMOUNT
                   ELSE
                       MOVE ZERO TO RV-PAID-AMOUNT
                   END-IF
                   IF RV-PAID-AMOUNT < RV-AMOUNT
                       MOVE 'O' TO RV-STATUS
                   END-IF
                   REWRITE RECEIVABLE-FILE
                       INVALID KEY
                           DISPLAY 'RETURN: Invalid Key ' RV-KEY
                   END-REWRITE
           END-READ.

           MOVE CF-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO RECEIPT-REGISTER-LINE.
           STRING 'REVERSD=' DC-RECEIPT-NUMBER
               ' ID=' DC-STUDENT-ID
               ' FEE=' DC-FEE-CODE
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' DATE=' CF-VALUE-DATE
               DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE.
           WRITE RECEIPT-REGISTER-LINE.

       COUNT-MANDATE-FAILURE.
           MOVE DC-MANDATE-KEY TO DM-KEY.
           READ DEBIT-MANDATE
               KEY IS DM-KEY
               INVALID KEY
                   DISPLAY 'MANDATE: Invalid Key ' DM-KEY
               NOT INVALID KEY
                   IF DM-FAIL-COUNT < 99
                       ADD 1 TO DM-FAIL-COUNT
                   END-IF
                   MOVE CF-VALUE-DATE TO DM-LAST-FAIL-DATE
                   IF DM-ACTIVE AND DM-FAIL-COUNT NOT < WS-MAX-FAILS
                       MOVE 'S' TO DM-STATUS
                       ADD 1 TO WS-SUSPENDED-COUNT
                       DISPLAY 'MANDATE SUSPENDED: ' DM-KEY
                           ' FAILS=' DM-FAIL-COUNT
                   END-IF
                   REWRITE DEBIT-MANDATE-FILE
                       INVALID KEY
                           DISPLAY 'MANDATE: Invalid Key ' DM-KEY
                   END-REWRITE
           END-READ.

       REJECT-CONFIRMATION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE CF-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO DEBIT-EXCEPTION-LINE.
           STRING 'REJECTED REF=' CF-REFERENCE
               ' RESULT=' CF-RESULT
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' REASON=' WS-REJECT-REASON
               DELIMITED BY SIZE INTO DEBIT-EXCEPTION-LINE.
           WRITE DEBIT-EXCEPTION-LINE.

       COPY "parmrd.cpy".
