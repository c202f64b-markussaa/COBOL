      * The monthly direct-debit collection. This batch walks
      * RECEIVABLE in key order and, for every open installment still
      * owing that falls due in the collection month (the month of
      * the run date, or of the RUN-DATE parm), looks for an active
      * DEBIT-MANDATE - the student's own first, then the household's
      * through FAMILY-LINK - and writes one collection record for
      * the outstanding amount to the bank's DEBIT-COLLECTION file,
      * closed by a trailer carrying the count and total the bank
      * checks the file against. Every installment sent is logged on
      * DEBIT-COLLECTION-LOG under the installment plus the month, so
      * a rerun of the month sends nothing twice, and the log key is
      * the reference DEBIT-CONFIRMATION-POSTING matches the bank's
      * confirmations back to.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEBIT-COLLECTION-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAMILY-FS.

               SELECT DEBIT-MANDATE ASSIGN TO 'DEBIT-MANDATE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DM-KEY
                   FILE STATUS IS WS-MAND-FS.

               SELECT DEBIT-COLLECTION-LOG
                   ASSIGN TO 'DEBIT-COLLECTION-LOG'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS DC-KEY
                   FILE STATUS IS WS-LOG-FS.

               SELECT DEBIT-COLLECTION
                   ASSIGN TO 'DEBIT-COLLECTION.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COLL-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD DEBIT-MANDATE.
           COPY "ddmand.cpy".

           FD DEBIT-COLLECTION-LOG.
           COPY "ddcolg.cpy".

      * The bank's collection file: one 'D' record per installment,
      * then one 'T' trailer with the record count and total.
           FD DEBIT-COLLECTION.
           01 DEBIT-COLLECTION-REC.
               05 CO-RECORD-TYPE    PIC X(01).
                   88 CO-DETAIL         VALUE 'D'.
                   88 CO-TRAILER        VALUE 'T'.
               05 CO-DETAIL-DATA.
                   10 CO-REFERENCE      PIC X(17).
                   10 CO-MANDATE-REF    PIC X(12).
                   10 CO-BANK-CODE      PIC X(11).
                   10 CO-ACCOUNT-NO     PIC X(18).
                   10 CO-ACCOUNT-NAME   PIC X(30).
                   10 CO-AMOUNT         PIC 9(07)V99.
                   10 CO-COLLECT-DATE   PIC 9(08).
               05 CO-TRAILER-DATA REDEFINES CO-DETAIL-DATA.
                   10 CO-RECORD-COUNT   PIC 9(06).
                   10 CO-TOTAL-AMOUNT   PIC 9(09)V99.
                   10 FILLER            PIC X(88).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-FAMILY-FS          PIC X(02).
           01 WS-MAND-FS            PIC X(02).
           01 WS-LOG-FS             PIC X(02).
           01 WS-COLL-FS            PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-FAMILY-OPEN        PIC A(01) VALUE 'N'.
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-COLLECT-MONTH      PIC 9(06).
           01 WS-DUE-MONTH          PIC 9(06).
           01 WS-COLLECT-DATE       PIC 9(08).
           01 WS-OUTSTANDING        PIC 9(05)V99.
           01 WS-MANDATE-FOUND      PIC A(01).
           01 WS-SENT-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-SENT-TOTAL         PIC 9(09)V99 VALUE ZERO.
           01 WS-ALREADY-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-NO-MANDATE-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-DISPLAY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DEBIT-COLLECTION-RUN".

           PERFORM LOAD-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           DIVIDE WS-RUN-DATE BY 100 GIVING WS-COLLECT-MONTH.
           DISPLAY 'COLLECTION MONTH: ' WS-COLLECT-MONTH.

           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: "
                   WS-RECV-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT DEBIT-MANDATE.
           IF WS-MAND-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBIT-MANDATE. Status: "
                   WS-MAND-FS
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DEBIT-COLLECTION-LOG.
           IF WS-LOG-FS EQUAL '35'
               OPEN OUTPUT DEBIT-COLLECTION-LOG
               CLOSE DEBIT-COLLECTION-LOG
               OPEN I-O DEBIT-COLLECTION-LOG
           END-IF.
           IF WS-LOG-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBIT-COLLECTION-LOG. Status: "
                   WS-LOG-FS
               CLOSE RECEIVABLE
               CLOSE DEBIT-MANDATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without FAMILY-LINK only students' own mandates are used.
           OPEN INPUT FAMILY-LINK.
           IF WS-FAMILY-FS EQUAL '00'
               MOVE 'Y' TO WS-FAMILY-OPEN
           ELSE
               DISPLAY 'NO FAMILY-LINK FILE - HOUSEHOLD MANDATES '
                   'NOT USED'
           END-IF.

           OPEN OUTPUT DEBIT-COLLECTION.

           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-INSTALLMENT
               END-READ
           END-PERFORM.

           PERFORM WRITE-COLLECTION-TRAILER.

           CLOSE RECEIVABLE.
           CLOSE DEBIT-MANDATE.
           CLOSE DEBIT-COLLECTION-LOG.
           CLOSE DEBIT-COLLECTION.
           IF WS-FAMILY-OPEN = 'Y'
               CLOSE FAMILY-LINK
           END-IF.

           MOVE WS-SENT-TOTAL TO WS-DISPLAY-TOTAL.
           DISPLAY 'COLLECTIONS SENT: '       WS-SENT-COUNT.
           DISPLAY 'COLLECTION TOTAL: '       WS-DISPLAY-TOTAL.
           DISPLAY 'ALREADY SENT THIS MONTH: ' WS-ALREADY-COUNT.
           DISPLAY 'DUE WITH NO MANDATE: '    WS-NO-MANDATE-COUNT.
       STOP RUN.

       CHECK-ONE-INSTALLMENT.
           IF RV-OPEN
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
               DIVIDE RV-DUE-DATE BY 100 GIVING WS-DUE-MONTH
               IF WS-OUTSTANDING > ZERO
                   AND WS-DUE-MONTH = WS-COLLECT-MONTH
                   PERFORM FIND-MANDATE
                   IF WS-MANDATE-FOUND = 'Y'
                       PERFORM SEND-COLLECTION
                   ELSE
                       ADD 1 TO WS-NO-MANDATE-COUNT
                   END-IF
               END-IF
           END-IF.

      * The student's own mandate first, then the household's; only
      * an active mandate whose first collection date has come.
       FIND-MANDATE.
           MOVE 'N' TO WS-MANDATE-FOUND.
           MOVE 'S'           TO DM-PAYER-TYPE.
           MOVE SPACES        TO DM-PAYER-CODE.
           MOVE RV-STUDENT-ID TO DM-PAYER-CODE(1:5).
           PERFORM READ-ACTIVE-MANDATE.
           IF WS-MANDATE-FOUND = 'N' AND WS-FAMILY-OPEN = 'Y'
               MOVE RV-STUDENT-ID TO FL-STUDENT-ID
               READ FAMILY-LINK
                   KEY IS FL-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FL-LINKED
                           MOVE 'F'            TO DM-PAYER-TYPE
                           MOVE FL-FAMILY-CODE TO DM-PAYER-CODE
                           PERFORM READ-ACTIVE-MANDATE
                       END-IF
               END-READ
           END-IF.

       READ-ACTIVE-MANDATE.
           READ DEBIT-MANDATE
               KEY IS DM-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF DM-ACTIVE AND DM-START-DATE NOT > RV-DUE-DATE
                       MOVE 'Y' TO WS-MANDATE-FOUND
                   END-IF
           END-READ.

      * The log record goes down first; an installment already on
      * the log for this month was sent by an earlier run.
       SEND-COLLECTION.
           MOVE RV-STUDENT-ID     TO DC-STUDENT-ID.
           MOVE RV-FEE-CODE       TO DC-FEE-CODE.
           MOVE RV-INSTALLMENT-NO TO DC-INSTALLMENT-NO.
           MOVE WS-COLLECT-MONTH  TO DC-COLLECT-MONTH.
           MOVE DM-PAYER-TYPE     TO DC-PAYER-TYPE.
           MOVE DM-PAYER-CODE     TO DC-PAYER-CODE.
           MOVE WS-OUTSTANDING    TO DC-AMOUNT.
           MOVE WS-RUN-DATE       TO DC-SUBMIT-DATE.
           MOVE 'S'               TO DC-STATUS.
           MOVE ZERO              TO DC-RECEIPT-NUMBER.
           MOVE SPACES            TO DC-RETURN-REASON.
           WRITE DEBIT-COLLECTION-LOG-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               NOT INVALID KEY
                   PERFORM WRITE-COLLECTION-DETAIL
           END-WRITE.

      * Collected on the due date, or today if that has passed.
       WRITE-COLLECTION-DETAIL.
           MOVE RV-DUE-DATE TO WS-COLLECT-DATE.
           IF WS-COLLECT-DATE < WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-COLLECT-DATE
           END-IF.
           MOVE SPACES          TO DEBIT-COLLECTION-REC.
           MOVE 'D'             TO CO-RECORD-TYPE.
           MOVE DC-KEY          TO CO-REFERENCE.
           MOVE DM-MANDATE-REF  TO CO-MANDATE-REF.
           MOVE DM-BANK-CODE    TO CO-BANK-CODE.
           MOVE DM-ACCOUNT-NO   TO CO-ACCOUNT-NO.
           MOVE DM-ACCOUNT-NAME TO CO-ACCOUNT-NAME.
           MOVE WS-OUTSTANDING  TO CO-AMOUNT.
           MOVE WS-COLLECT-DATE TO CO-COLLECT-DATE.
           WRITE DEBIT-COLLECTION-REC.
           ADD 1 TO WS-SENT-COUNT.
           ADD WS-OUTSTANDING TO WS-SENT-TOTAL.

       WRITE-COLLECTION-TRAILER.
           MOVE SPACES        TO DEBIT-COLLECTION-REC.
           MOVE 'T'           TO CO-RECORD-TYPE.
           MOVE WS-SENT-COUNT TO CO-RECORD-COUNT.
           MOVE WS-SENT-TOTAL TO CO-TOTAL-AMOUNT.
           WRITE DEBIT-COLLECTION-REC.

       COPY "parmrd.cpy".
