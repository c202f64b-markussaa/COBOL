      * under the BNCE fee code, a REVERSD line cross-referencing
      * the original receipt is appended to the register, and the
      * reversed money comes off the CASH-TOTAL file so the bank
      * tie-out still balances. The REVERSD line also carries the
      * bounce charge raised, for GL-JOURNAL-EXTRACT.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHEQUE-REVERSAL.
               05 RL-AMOUNT-TEXT    PIC X(08).
               05 FILLER            PIC X(06).
               05 RL-PAY-DATE       PIC 9(08).
               05 FILLER            PIC X(05).
               05 RL-CHARGE-TEXT    PIC X(08).
               05 FILLER            PIC X(03).

           FD RECEIVABLE.
           COPY "recvbl.cpy".
           01 WS-REVERSED-TOTAL     PIC 9(09)V99 VALUE ZERO.
           01 WS-CASH-TOTAL         PIC S9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-DISPLAY-CHARGE     PIC ZZZZ9.99.
           01 WS-UNABSORBED         PIC 9(09)V99.
           01 WS-DISPLAY-CASH       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-INST-I             PIC 9(02).
                       MOVE ZERO            TO RV-PAID-AMOUNT
                       MOVE XV-BOUNCE-DATE  TO RV-DUE-DATE
                       MOVE 'O'             TO RV-STATUS
                       MOVE SPACES          TO RV-ASSESS-RUN
                       WRITE RECEIVABLE-FILE
                           INVALID KEY
                               DISPLAY 'BOUNCE: Invalid Key '
               DISPLAY 'REGISTER NOT EXTENDED. STATUS: ' WS-REG-FS
           ELSE
               MOVE WS-HOLD-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE XV-BOUNCE-CHARGE TO WS-DISPLAY-CHARGE
               MOVE SPACES TO RECEIPT-REGISTER-LINE
               STRING 'REVERSD=' XV-RECEIPT-NUMBER
                   ' ID=' WS-HOLD-STUDENT
                   ' FEE=' WS-HOLD-FEE
                   ' AMOUNT=' WS-DISPLAY-AMOUNT
                   ' DATE=' XV-BOUNCE-DATE
                   ' CHG=' WS-DISPLAY-CHARGE
                   DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE
               WRITE RECEIPT-REGISTER-LINE
               CLOSE RECEIPT-REGISTER
