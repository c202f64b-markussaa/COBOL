           01 RECEIPT-CONTROL-LINE  PIC 9(08).

           FD RECEIPT-REGISTER.
           01 RECEIPT-REGISTER-LINE PIC X(80).

           FD PAYMENT-EXCEPTIONS.
           01 PAYMENT-EXCEPTION-LINE PIC X(70).
                   MOVE ZERO TO WS-REMAINING
           END-READ.

      * The cashier goes after the date, in the columns a reversal
      * line uses for its bounce charge, so the readers that take
      * the fixed positions up to the date are unaffected.
       WRITE-RECEIPT.
           ADD 1 TO WS-RECEIPT-NUMBER.
           MOVE PT-AMOUNT TO WS-DISPLAY-AMOUNT.
               ' FEE=' PT-FEE-CODE
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' DATE=' PT-PAY-DATE
               ' OPR=' PT-CASHIER-ID
               DELIMITED BY SIZE INTO RECEIPT-REGISTER-LINE.
           WRITE RECEIPT-REGISTER-LINE.

