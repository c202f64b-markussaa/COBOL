      * OPERATOR-MASTER, every applied adjustment leaves a
      * before/after record on the satellite audit trail through
      * the sataudwt.cpy discipline, and the adjustments register
      * gives the accountant the monthly review list. Register
      * lines are dated the day of posting, which is how
      * GL-JOURNAL-EXTRACT picks out a day's adjustments from a
      * register that only ever grows.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-ADJUSTMENT-POSTING.
           COPY "sataud.cpy".

           FD ADJUST-REGISTER.
           01 ADJUST-REGISTER-LINE  PIC X(100).

           FD ADJUST-EXCEPTIONS.
           01 ADJUST-EXCEPTION-LINE PIC X(80).
           01 WS-IMAGE-AMOUNT       PIC 9(05).99.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-RSN-I              PIC 9(02).
           01 WS-TODAY              PIC 9(08).
           COPY "sataudfl.cpy".
           COPY "parmtbl.cpy".

       MAIN-LOGIC.
           DISPLAY "FEE-ADJUSTMENT-POSTING".
           MOVE 'FEEADJ' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'ADJ-APPROVAL-AMT' TO WS-LOOKUP-KEYWORD.
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' REASON=' AJ-REASON-CODE
               ' APPROVER=' AJ-APPROVER
               ' DATE=' WS-TODAY
               DELIMITED BY SIZE INTO ADJUST-REGISTER-LINE.
           WRITE ADJUST-REGISTER-LINE.

