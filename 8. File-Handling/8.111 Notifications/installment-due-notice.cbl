      * Guardians used to learn an installment was due from the late
      * fee that followed it. This batch runs daily and queues a FEED
      * notice on NOTIFICATION-QUEUE for every open RECEIVABLE
      * installment that still has a balance and falls due exactly
      * REMINDER-DAYS from today (seven unless the parm card says
      * otherwise) - one reminder a week ahead, never a daily nag.
      * NOTIFICATION-DISPATCH picks the guardian and channel.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INSTALLMENT-DUE-NOTICE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-REMINDER-DAYS      PIC 9(03) VALUE 7.
           01 WS-TARGET-DATE        PIC 9(08).
           01 WS-BALANCE            PIC 9(05)V99.
           01 WS-BALANCE-OUT        PIC ZZZZ9.99.
           01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
           COPY "parmtbl.cpy".
           COPY "notiffl.cpy".
           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INSTALLMENT-DUE-NOTICE".
           MOVE 'INSTALLMENT-DUE' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.
           MOVE 'INSTALLMENT-DUE' TO NOTQ-SOURCE.

           PERFORM LOAD-PARM-CARD.
           MOVE 'REMINDER-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-REMINDER-DAYS
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TARGET-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY) + WS-REMINDER-DAYS).
           DISPLAY 'REMINDING FOR INSTALLMENTS DUE ' WS-TARGET-DATE.

           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-NOTIFICATION-QUEUE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CONSIDER-ONE-INSTALLMENT
               END-READ
           END-PERFORM.

           CLOSE RECEIVABLE.
           PERFORM CLOSE-NOTIFICATION-QUEUE.

           DISPLAY 'RECEIVABLES READ:      ' WS-READ-COUNT.
           DISPLAY 'DUE NOTICES QUEUED:    ' NOTQ-QUEUED-COUNT.
           MOVE WS-READ-COUNT     TO RUN-READ-COUNT.
           MOVE NOTQ-QUEUED-COUNT TO RUN-WRITE-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       CONSIDER-ONE-INSTALLMENT.
           ADD 1 TO WS-READ-COUNT.
           IF RV-OPEN AND RV-DUE-DATE = WS-TARGET-DATE
               AND RV-AMOUNT > RV-PAID-AMOUNT
               COMPUTE WS-BALANCE = RV-AMOUNT - RV-PAID-AMOUNT
               MOVE WS-BALANCE TO WS-BALANCE-OUT
               MOVE 'FEED'         TO NOTQ-EVENT-TYPE
               MOVE RV-STUDENT-ID  TO NOTQ-STUDENT-ID
               MOVE RV-DUE-DATE    TO NOTQ-EVENT-DATE
               MOVE SPACES         TO NOTQ-DETAIL
               STRING 'FEE ' RV-FEE-CODE ' INSTALLMENT '
                   RV-INSTALLMENT-NO ' BALANCE ' WS-BALANCE-OUT
                   ' DUE ' RV-DUE-DATE(7:2) '/' RV-DUE-DATE(5:2)
                   '/' RV-DUE-DATE(1:4)
                   DELIMITED BY SIZE INTO NOTQ-DETAIL
               PERFORM QUEUE-NOTIFICATION
           END-IF.

       COPY "parmrd.cpy".
       COPY "notifwt.cpy".
       COPY "runwrt.cpy".
