      * When a family cannot clear its arrears at once the bursar
      * agrees a plan with them - so much a month until a given
      * date - and that agreement used to live in the bursar's
      * diary, out of sight of the fee reminders. PAYMENT-PLAN
      * (payplan.cpy) holds it on file, keyed like a debit mandate
      * by the FAMILY-LINK household code or by a single STUDENT-ID,
      * and this program is its front-end, following
      * MANDATE-MAINTENANCE's ACCEPT-driven menu loop. While a plan
      * is active and not past its end date FEE-DUNNING-RUN holds
      * the payer's reminders back. A plan is ended as completed
      * when the arrears are cleared, or marked broken when the
      * family stops paying, and the ladder picks up where it left
      * off. A plan decides whether a family is chased for money,
      * so every agreement and change leaves a before/after record
      * on the satellite audit trail.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PAYMENT-PLAN-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PAYMENT-PLAN ASSIGN TO 'PAYMENT-PLAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PP-KEY
                   FILE STATUS IS WS-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAMILY-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD PAYMENT-PLAN.
           COPY "payplan.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-FAMILY-FS         PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-FAMILY      PIC X(06).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-END         PIC 9(08).
           01 WS-ENTRY-AMOUNT      PIC 9(05)V99.
           01 WS-PAYER-OK          PIC A(01).
           01 WS-KEY-OK            PIC A(01).
           01 WS-PLAN-ON-FILE      PIC A(01).
           01 WS-DISPLAY-AMOUNT    PIC ZZZZ9.99.
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "PAYMENT-PLAN-MAINTENANCE".
           MOVE 'PAYPLAN' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT SAUD-OPERATOR-ID.
           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS
               DISPLAY 'MAINTENANCE REFUSED - CHANGES WOULD BE '
                   'UNTRACEABLE'
               STOP RUN
           END-IF.

           OPEN I-O PAYMENT-PLAN.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT PAYMENT-PLAN
               CLOSE PAYMENT-PLAN
               OPEN I-O PAYMENT-PLAN
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               CLOSE SATELLITE-AUDIT
               STOP RUN
           END-IF.

           OPEN INPUT FAMILY-LINK.
           IF WS-FAMILY-FS NOT EQUAL '00'
               DISPLAY 'NO FAMILY-LINK FILE - HOUSEHOLD PLANS '
                   'CANNOT BE AGREED'
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE PAYMENT-PLAN
               CLOSE SATELLITE-AUDIT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM AGREE-PLAN
                   WHEN 2 PERFORM COMPLETE-PLAN
                   WHEN 3 PERFORM BREAK-PLAN
                   WHEN 4 PERFORM INQUIRE-PLAN
                   WHEN 5 DISPLAY 'EXITING PAYMENT PLAN MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE PAYMENT-PLAN.
           CLOSE FAMILY-LINK.
           CLOSE STUDENT.
           CLOSE SATELLITE-AUDIT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. AGREE PLAN'.
           DISPLAY '2. END PLAN - ARREARS CLEARED'.
           DISPLAY '3. END PLAN - BROKEN'.
           DISPLAY '4. INQUIRE PLAN'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      * The key is keyed as a payer type and then either the
      * household code or the student number.
       ACCEPT-ENTRY-KEY.
           MOVE 'Y' TO WS-KEY-OK.
           DISPLAY 'PAYER TYPE (F = FAMILY, S = STUDENT): '.
           ACCEPT WS-ENTRY-TYPE.
           MOVE WS-ENTRY-TYPE TO PP-PAYER-TYPE.
           MOVE SPACES        TO PP-PAYER-CODE.
           EVALUATE TRUE
               WHEN PP-FAMILY-PAYER
                   DISPLAY 'ENTER FAMILY CODE: '
                   ACCEPT WS-ENTRY-FAMILY
                   MOVE WS-ENTRY-FAMILY TO PP-PAYER-CODE
               WHEN PP-STUDENT-PAYER
                   DISPLAY 'ENTER STUDENT ID: '
                   ACCEPT WS-ENTRY-STUDENT
                   MOVE WS-ENTRY-STUDENT TO PP-PAYER-CODE(1:5)
               WHEN OTHER
                   DISPLAY 'PAYER TYPE MUST BE F OR S'
                   MOVE 'N' TO WS-KEY-OK
           END-EVALUATE.

      * A payer has one plan at a time: a new one replaces a plan
      * that has ended, never one still running.
       AGREE-PLAN.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM CHECK-PAYER-ON-FILE
               IF WS-PAYER-OK = 'Y'
                   MOVE 'Y' TO WS-PLAN-ON-FILE
                   READ PAYMENT-PLAN
                       KEY IS PP-KEY
                       INVALID KEY MOVE 'N' TO WS-PLAN-ON-FILE
                   END-READ
                   IF WS-PLAN-ON-FILE = 'Y' AND PP-ACTIVE
                       DISPLAY 'AGREE: PLAN ALREADY ACTIVE UNTIL '
                           PP-END-DATE ' - END IT FIRST'
                   ELSE
                       PERFORM ACCEPT-PLAN-TERMS
                   END-IF
               END-IF
           END-IF.

       ACCEPT-PLAN-TERMS.
           DISPLAY 'ENTER MONTHLY AMOUNT: '.
           ACCEPT WS-ENTRY-AMOUNT.
           DISPLAY 'ENTER PLAN END DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-END.
           IF WS-ENTRY-AMOUNT = ZERO
               DISPLAY 'AGREE: MONTHLY AMOUNT MUST NOT BE ZERO'
           ELSE
               IF WS-ENTRY-END NOT > WS-TODAY
                   DISPLAY 'AGREE: END DATE MUST BE AFTER TODAY'
               ELSE
                   IF WS-PLAN-ON-FILE = 'Y'
                       PERFORM BUILD-OLD-IMAGE
                   ELSE
                       MOVE SPACES TO SAUD-OLD-IMAGE
                   END-IF
                   MOVE WS-TODAY         TO PP-AGREED-DATE
                   MOVE WS-ENTRY-END     TO PP-END-DATE
                   MOVE WS-ENTRY-AMOUNT  TO PP-MONTHLY-AMOUNT
                   MOVE SAUD-OPERATOR-ID TO PP-AGREED-BY
                   MOVE 'A'              TO PP-STATUS
                   MOVE 'AGREE'          TO SAUD-ACTION
                   IF WS-PLAN-ON-FILE = 'Y'
                       REWRITE PAYMENT-PLAN-FILE
                           INVALID KEY DISPLAY 'AGREE: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'AGREE: Plan Replaced'
                               PERFORM NOTE-PLAN-AUDIT
                       END-REWRITE
                   ELSE
                       WRITE PAYMENT-PLAN-FILE
                           INVALID KEY DISPLAY 'AGREE: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'AGREE: Plan Recorded'
                               PERFORM NOTE-PLAN-AUDIT
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

      * A household must have at least one member on FAMILY-LINK; a
      * student must be on the master.
       CHECK-PAYER-ON-FILE.
           MOVE 'N' TO WS-PAYER-OK.
           IF PP-FAMILY-PAYER
               MOVE PP-PAYER-CODE TO FL-FAMILY-CODE
               READ FAMILY-LINK
                   KEY IS FL-FAMILY-CODE
                   INVALID KEY
                       DISPLAY 'AGREE: FAMILY NOT ON FAMILY-LINK '
                           PP-PAYER-CODE
                   NOT INVALID KEY MOVE 'Y' TO WS-PAYER-OK
               END-READ
           ELSE
               MOVE WS-ENTRY-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       DISPLAY 'AGREE: STUDENT NOT ON MASTER '
                           WS-ENTRY-STUDENT
                   NOT INVALID KEY MOVE 'Y' TO WS-PAYER-OK
               END-READ
           END-IF.

       COMPLETE-PLAN.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               MOVE 'C'        TO WS-ENTRY-TYPE
               MOVE 'COMPLETE' TO SAUD-ACTION
               PERFORM END-ACTIVE-PLAN
           END-IF.

       BREAK-PLAN.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               MOVE 'B'      TO WS-ENTRY-TYPE
               MOVE 'BROKEN' TO SAUD-ACTION
               PERFORM END-ACTIVE-PLAN
           END-IF.

      * Only a running plan can be ended; the ladder resumes for the
      * payer on its next run.
       END-ACTIVE-PLAN.
           READ PAYMENT-PLAN
               KEY IS PP-KEY
               INVALID KEY DISPLAY 'END: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF NOT PP-ACTIVE
                   DISPLAY 'END: Plan is not active - status '
                       PP-STATUS
               ELSE
                   PERFORM BUILD-OLD-IMAGE
                   MOVE WS-ENTRY-TYPE TO PP-STATUS
                   REWRITE PAYMENT-PLAN-FILE
                       INVALID KEY DISPLAY 'END: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'END: Plan Ended - status '
                               PP-STATUS
                           PERFORM NOTE-PLAN-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

       INQUIRE-PLAN.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               READ PAYMENT-PLAN
                   KEY IS PP-KEY
                   INVALID KEY DISPLAY 'INQUIRE: Key Not Found'
                   NOT INVALID KEY
                       MOVE PP-MONTHLY-AMOUNT TO WS-DISPLAY-AMOUNT
                       DISPLAY 'INQUIRE: ' PP-KEY ' AGREED '
                           PP-AGREED-DATE ' BY ' PP-AGREED-BY
                       DISPLAY '  MONTHLY=' WS-DISPLAY-AMOUNT
                           ' UNTIL ' PP-END-DATE
                           ' STATUS=' PP-STATUS
               END-READ
           END-IF.

       BUILD-OLD-IMAGE.
           MOVE PP-MONTHLY-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'EN=' PP-END-DATE
               ' MO=' WS-DISPLAY-AMOUNT
               ' ST=' PP-STATUS
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.

       NOTE-PLAN-AUDIT.
           MOVE 'PAYMENT-PLAN' TO SAUD-FILE-NAME.
           MOVE PP-KEY         TO SAUD-RECORD-KEY.
           MOVE PP-MONTHLY-AMOUNT TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'EN=' PP-END-DATE
               ' MO=' WS-DISPLAY-AMOUNT
               ' ST=' PP-STATUS
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

       COPY "fsxlate.cpy".

       COPY "sataudwt.cpy".
