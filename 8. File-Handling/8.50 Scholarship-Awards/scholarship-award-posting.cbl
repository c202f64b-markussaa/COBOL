      * already covers. Every award goes to the disbursement
      * register for the accountant, and a before/after audit record
      * is appended through the audwrt.cpy discipline so the trail
      * says who was credited what and when. Each receivable the
      * award credits also gets an AWDPART= line on the register, in
      * the receipt line's fixed format with the award date as its
      * reference and dated the day of posting, so GL-JOURNAL-EXTRACT
      * can journal the credit fee by fee.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SCHOLARSHIP-AWARD-POSTING.
           01 WS-APPLIED-TOTAL      PIC 9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-DISPLAY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-TODAY              PIC 9(08).
           COPY "audflds.cpy".

       PROCEDURE DIVISION.
           DISPLAY "SCHOLARSHIP-AWARD-POSTING".

           MOVE 'SCHAWARD' TO AUDIT-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               REWRITE RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'AWARD: Invalid Key ' RV-KEY
                   NOT INVALID KEY
                       PERFORM WRITE-AWARD-PART
               END-REWRITE
           END-IF.

       WRITE-AWARD-PART.
           MOVE WS-PAY-PART TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO DISBURSE-REGISTER-LINE.
           STRING 'AWDPART=' AW-AWARD-DATE
               ' ID=' AW-STUDENT-ID
               ' FEE=' RV-FEE-CODE
               ' AMOUNT=' WS-DISPLAY-AMOUNT
               ' DATE=' WS-TODAY
               DELIMITED BY SIZE INTO DISBURSE-REGISTER-LINE.
           WRITE DISBURSE-REGISTER-LINE.

       RECORD-DISBURSEMENT.
           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-APPLIED TO WS-APPLIED-TOTAL.
