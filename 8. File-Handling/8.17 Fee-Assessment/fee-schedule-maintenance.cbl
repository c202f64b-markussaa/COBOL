      * changes its amount or due date, or inquires on it, and the
      * assessment batch raises receivables from whatever the catalog
      * says that night.
      *
      * Each fee also carries its pro-rating rule - by term, by
      * month, or none - which decides how much of it a student who
      * joins or leaves part way through the year is billed.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-SCHEDULE-MAINTENANCE.
           01 WS-ENTRY-AMOUNT      PIC 9(05)V99.
           01 WS-ENTRY-DUE-DATE    PIC 9(08).
           01 WS-ENTRY-INSTALLMENTS PIC 9(02).
           01 WS-ENTRY-PRORATE     PIC X(01).
               88 WS-PRORATE-VALID VALUE 'T' 'M' ' '.
           01 WS-DISPLAY-AMOUNT    PIC ZZZZ9.99.
           01 WS-IMAGE-AMOUNT      PIC 9(05).99.
           COPY "fsmsg.cpy".
           ACCEPT WS-ENTRY-DUE-DATE.
           DISPLAY 'ENTER INSTALLMENTS (1 = SINGLE): '.
           ACCEPT WS-ENTRY-INSTALLMENTS.
           MOVE 'X' TO WS-ENTRY-PRORATE.
           PERFORM UNTIL WS-PRORATE-VALID
               DISPLAY 'ENTER PRO-RATING (T = TERM, M = MONTH, '
                   'BLANK = NONE): '
               ACCEPT WS-ENTRY-PRORATE
               IF NOT WS-PRORATE-VALID
                   DISPLAY 'PRO-RATING MUST BE T, M OR BLANK'
               END-IF
           END-PERFORM.

       ADD-FEE.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-AMOUNT   TO FEE-AMOUNT.
           MOVE WS-ENTRY-DUE-DATE TO FEE-DUE-DATE.
           MOVE WS-ENTRY-INSTALLMENTS TO FEE-INSTALLMENTS.
           MOVE WS-ENTRY-PRORATE  TO FEE-PRORATE-RULE.
           WRITE FEE-SCHEDULE-FILE
               INVALID KEY DISPLAY 'ADD: Invalid Key'
               NOT INVALID KEY
               MOVE WS-ENTRY-AMOUNT   TO FEE-AMOUNT
               MOVE WS-ENTRY-DUE-DATE TO FEE-DUE-DATE
               MOVE WS-ENTRY-INSTALLMENTS TO FEE-INSTALLMENTS
               MOVE WS-ENTRY-PRORATE  TO FEE-PRORATE-RULE
               REWRITE FEE-SCHEDULE-FILE
                   INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                   NOT INVALID KEY
                       ' AMOUNT=' WS-DISPLAY-AMOUNT
                       ' DUE=' FEE-DUE-DATE
                       ' INSTALLMENTS=' FEE-INSTALLMENTS
                       ' PRO-RATA=' FEE-PRORATE-RULE
           END-READ.

      * The images carry the money: amount, due date and pro-rating
      * rule before and after - a quietly altered FEE-AMOUNT is
      * exactly what this trail exists to catch.
       BUILD-OLD-IMAGE.
           MOVE FEE-AMOUNT TO WS-IMAGE-AMOUNT.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               ' DUE=' FEE-DUE-DATE
               ' PR=' FEE-PRORATE-RULE
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.

       NOTE-FEE-AUDIT.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               ' DUE=' FEE-DUE-DATE
               ' PR=' FEE-PRORATE-RULE
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

