      * CHGREGWT - shared charge-register paragraphs. COPY this into
      * the PROCEDURE DIVISION of any program that raises charges
      * on RECEIVABLE and declares CHARGE-REGISTER (SELECT ...
      * ASSIGN TO 'CHARGE-REGISTER.txt', line sequential, FILE
      * STATUS WS-CHGREG-FS, FD record CHARGE-REGISTER-LINE PIC
      * X(80)) plus the chgregfl.cpy holders. PERFORM
      * OPEN-CHARGE-REGISTER once before the first charge and
      * APPEND-CHARGE-REGISTER straight after each successful WRITE
      * of RECEIVABLE-FILE, while the row just raised is still in
      * the record area. Each CHARGED= line sits in the columns
      * PAYMENT-POSTING's receipt line uses, dated the day the
      * ledger moved, so GL-JOURNAL-EXTRACT can journal the day's
      * raises against debtor control.
       OPEN-CHARGE-REGISTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CHGR-DATE.
           OPEN EXTEND CHARGE-REGISTER.
           IF WS-CHGREG-FS EQUAL '35'
               OPEN OUTPUT CHARGE-REGISTER
           END-IF.
           IF WS-CHGREG-FS EQUAL '00'
               MOVE 'Y' TO CHGR-OPEN
           ELSE
               DISPLAY 'CHARGE-REGISTER NOT AVAILABLE. STATUS: '
                   WS-CHGREG-FS
           END-IF.

       APPEND-CHARGE-REGISTER.
           MOVE RV-AMOUNT TO CHGR-DISPLAY-AMOUNT.
           MOVE SPACES TO CHARGE-REGISTER-LINE.
           STRING 'CHARGED=' CHGR-PROGRAM-ID
               ' ID=' RV-STUDENT-ID
               ' FEE=' RV-FEE-CODE
               ' AMOUNT=' CHGR-DISPLAY-AMOUNT
               ' DATE=' CHGR-DATE
               ' INST=' RV-INSTALLMENT-NO
               DELIMITED BY SIZE INTO CHARGE-REGISTER-LINE.
           WRITE CHARGE-REGISTER-LINE.
           ADD 1 TO CHGR-COUNT.
