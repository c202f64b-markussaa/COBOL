      * Every trip meant a paper consent slip per student and a
      * scramble on the morning to find whose form was missing.
      * EVENT-MASTER (evntmas.cpy) records each trip or event - its
      * date, the class-years or sections invited, the fee and the
      * number of places - and CONSENT-RESPONSE (consresp.cpy) the
      * guardian's yes or no for each invited student. This program
      * is the office front-end to both, following
      * SUBJECT-MAINTENANCE's ACCEPT-driven menu loop. A response is
      * only taken for an active student the event invites, and a
      * yes is refused once the event's places are all taken.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EVENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EVENT-MASTER ASSIGN TO 'EVENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EV-EVENT-CODE
                   FILE STATUS IS WS-FS.

               SELECT CONSENT-RESPONSE ASSIGN TO 'CONSENT-RESPONSE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR-KEY
                   FILE STATUS IS WS-CONSENT-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EVENT-MASTER.
           COPY "evntmas.cpy".

           FD CONSENT-RESPONSE.
           COPY "consresp.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-CONSENT-FS        PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-CODE        PIC X(06).
           01 WS-ENTRY-DESC        PIC X(25).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-FEE         PIC 9(05)V99.
           01 WS-ENTRY-CAPACITY    PIC 9(04).
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SECTION     PIC X(01).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-RESPONSE    PIC X(01).
           01 WS-ENTRY-DONE        PIC A(01).
           01 WS-INVITE-I          PIC 9(02).
           01 WS-INVITED           PIC A(01).
           01 WS-REJECT-REASON     PIC X(30).
           01 WS-LIST-EOF          PIC A(01).
           01 WS-CONSENT-COUNT     PIC 9(04).
           01 WS-HOLD-CHARGE-INST  PIC 9(02).
           01 WS-DISPLAY-FEE       PIC ZZZZ9.99.
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EVENT-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O EVENT-MASTER.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT EVENT-MASTER
               CLOSE EVENT-MASTER
               OPEN I-O EVENT-MASTER
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN I-O CONSENT-RESPONSE.
           IF WS-CONSENT-FS EQUAL '35'
               OPEN OUTPUT CONSENT-RESPONSE
               CLOSE CONSENT-RESPONSE
               OPEN I-O CONSENT-RESPONSE
           END-IF.
           IF WS-CONSENT-FS NOT EQUAL '00'
               DISPLAY "Error opening CONSENT-RESPONSE. Status: "
                   WS-CONSENT-FS
               CLOSE EVENT-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE EVENT-MASTER
               CLOSE CONSENT-RESPONSE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-EVENT
                   WHEN 2 PERFORM CHANGE-EVENT
                   WHEN 3 PERFORM CANCEL-EVENT
                   WHEN 4 PERFORM LIST-EVENTS
                   WHEN 5 PERFORM RECORD-RESPONSE
                   WHEN 6 DISPLAY 'EXITING EVENT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE EVENT-MASTER.
           CLOSE CONSENT-RESPONSE.
           CLOSE STUDENT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ADD EVENT'.
           DISPLAY '2. CHANGE EVENT'.
           DISPLAY '3. CANCEL EVENT'.
           DISPLAY '4. LIST EVENTS'.
           DISPLAY '5. RECORD CONSENT RESPONSE'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-CODE.
           DISPLAY 'ENTER EVENT CODE: '.
           ACCEPT WS-ENTRY-CODE.

       ACCEPT-ENTRY-DETAILS.
           DISPLAY 'ENTER DESCRIPTION: '.
           ACCEPT WS-ENTRY-DESC.
           DISPLAY 'ENTER EVENT DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.
           DISPLAY 'ENTER FEE (0 = FREE): '.
           ACCEPT WS-ENTRY-FEE.
           DISPLAY 'ENTER PLACES (0 = NO LIMIT): '.
           ACCEPT WS-ENTRY-CAPACITY.

      * The invitation list is keyed afresh each time: up to ten
      * class-years or sections, a zero class-year to finish.
       ACCEPT-INVITATIONS.
           MOVE ZERO TO EV-INVITE-COUNT.
           MOVE 'N' TO WS-ENTRY-DONE.
           PERFORM UNTIL WS-ENTRY-DONE = 'Y'
               DISPLAY 'INVITE CLASS YEAR (0 TO FINISH): '
               ACCEPT WS-ENTRY-YEAR
               IF WS-ENTRY-YEAR = ZERO
                   MOVE 'Y' TO WS-ENTRY-DONE
               ELSE
                   DISPLAY 'SECTION (BLANK = WHOLE YEAR): '
                   ACCEPT WS-ENTRY-SECTION
                   ADD 1 TO EV-INVITE-COUNT
                   MOVE WS-ENTRY-YEAR
                       TO EV-INV-CLASS-YEAR(EV-INVITE-COUNT)
                   MOVE WS-ENTRY-SECTION
                       TO EV-INV-SECTION(EV-INVITE-COUNT)
                   IF EV-INVITE-COUNT = 10
                       MOVE 'Y' TO WS-ENTRY-DONE
                   END-IF
               END-IF
           END-PERFORM.

       ADD-EVENT.
           PERFORM ACCEPT-ENTRY-CODE.
           PERFORM ACCEPT-ENTRY-DETAILS.
           MOVE SPACES TO EVENT-MASTER-FILE.
           MOVE WS-ENTRY-CODE     TO EV-EVENT-CODE.
           MOVE WS-ENTRY-DESC     TO EV-DESCRIPTION.
           MOVE WS-ENTRY-DATE     TO EV-EVENT-DATE.
           MOVE WS-ENTRY-FEE      TO EV-FEE-AMOUNT.
           MOVE WS-ENTRY-CAPACITY TO EV-CAPACITY.
           PERFORM ACCEPT-INVITATIONS.
           MOVE 'O'               TO EV-STATUS.
           IF EV-INVITE-COUNT = ZERO
               DISPLAY 'ADD: NOBODY INVITED - EVENT NOT ADDED'
           ELSE
               WRITE EVENT-MASTER-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ADD: Event Inserted'
               END-WRITE
           END-IF.

       CHANGE-EVENT.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO EV-EVENT-CODE.
           READ EVENT-MASTER
               KEY IS EV-EVENT-CODE
               INVALID KEY DISPLAY 'CHANGE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM ACCEPT-ENTRY-DETAILS
               MOVE WS-ENTRY-DESC     TO EV-DESCRIPTION
               MOVE WS-ENTRY-DATE     TO EV-EVENT-DATE
               MOVE WS-ENTRY-FEE      TO EV-FEE-AMOUNT
               MOVE WS-ENTRY-CAPACITY TO EV-CAPACITY
               MOVE SPACES TO WS-ENTRY-RESPONSE
               DISPLAY 'RE-KEY INVITATIONS (Y/N): '
               ACCEPT WS-ENTRY-RESPONSE
               IF WS-ENTRY-RESPONSE = 'Y'
                   PERFORM ACCEPT-INVITATIONS
               END-IF
               IF EV-INVITE-COUNT = ZERO
                   DISPLAY 'CHANGE: NOBODY INVITED - NOT CHANGED'
               ELSE
                   REWRITE EVENT-MASTER-FILE
                       INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHANGE: Event Updated'
                   END-REWRITE
               END-IF
           END-IF.

      * A cancelled event stays on file with its responses; the
      * consent run backs out any unpaid fees it raised.
       CANCEL-EVENT.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO EV-EVENT-CODE.
           READ EVENT-MASTER
               KEY IS EV-EVENT-CODE
               INVALID KEY DISPLAY 'CANCEL: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               MOVE 'C' TO EV-STATUS
               REWRITE EVENT-MASTER-FILE
                   INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'CANCEL: Event Cancelled '
                           EV-EVENT-CODE
               END-REWRITE
           END-IF.

       LIST-EVENTS.
           MOVE LOW-VALUES TO EV-EVENT-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START EVENT-MASTER KEY NOT < EV-EVENT-CODE
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ EVENT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       MOVE EV-FEE-AMOUNT TO WS-DISPLAY-FEE
                       DISPLAY EV-EVENT-CODE ' ' EV-EVENT-DATE ' '
                           EV-DESCRIPTION ' FEE=' WS-DISPLAY-FEE
                           ' PLACES=' EV-CAPACITY
                           ' STATUS=' EV-STATUS
               END-READ
           END-PERFORM.

       RECORD-RESPONSE.
           PERFORM ACCEPT-ENTRY-CODE.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           DISPLAY 'CONSENT GIVEN (Y/N): '.
           ACCEPT WS-ENTRY-RESPONSE.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-ENTRY-RESPONSE NOT = 'Y'
               AND WS-ENTRY-RESPONSE NOT = 'N'
               MOVE 'RESPONSE MUST BE Y OR N' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-CODE TO EV-EVENT-CODE
               READ EVENT-MASTER
                   KEY IS EV-EVENT-CODE
                   INVALID KEY
                       MOVE 'EVENT NOT FOUND' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT EV-OPEN
                           MOVE 'EVENT CANCELLED' TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM CHECK-INVITED
                       IF NOT STUDENT-ACTIVE
                           MOVE 'STUDENT NOT ACTIVE'
                               TO WS-REJECT-REASON
                       ELSE
                           IF WS-INVITED = 'N'
                               MOVE 'STUDENT NOT INVITED'
                                   TO WS-REJECT-REASON
                           END-IF
                       END-IF
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-ENTRY-RESPONSE = 'Y'
               AND EV-CAPACITY > ZERO
               PERFORM COUNT-CONSENTS
               IF WS-CONSENT-COUNT NOT < EV-CAPACITY
                   MOVE 'EVENT FULL' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'RESPONSE: ' WS-REJECT-REASON
           ELSE
               PERFORM APPLY-RESPONSE
           END-IF.

       CHECK-INVITED.
           MOVE 'N' TO WS-INVITED.
           PERFORM VARYING WS-INVITE-I FROM 1 BY 1
               UNTIL WS-INVITE-I > EV-INVITE-COUNT
               IF EV-INV-CLASS-YEAR(WS-INVITE-I) = CLASS-YEAR
                   AND (EV-INV-SECTION(WS-INVITE-I) = SPACE
                       OR EV-INV-SECTION(WS-INVITE-I) = SECTION-CODE)
                   MOVE 'Y' TO WS-INVITED
               END-IF
           END-PERFORM.

      * Consents already on file for the event, this student's own
      * earlier yes excepted so a re-keyed yes is never refused.
       COUNT-CONSENTS.
           MOVE ZERO TO WS-CONSENT-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-ENTRY-CODE TO CR-EVENT-CODE.
           MOVE ZERO          TO CR-STUDENT-ID.
           START CONSENT-RESPONSE KEY NOT < CR-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ CONSENT-RESPONSE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF CR-EVENT-CODE NOT EQUAL WS-ENTRY-CODE
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           IF CR-CONSENTED
                               AND CR-STUDENT-ID
                                   NOT EQUAL WS-ENTRY-STUDENT
                               ADD 1 TO WS-CONSENT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A changed answer rewrites the record but keeps the charge
      * installment, so the consent run can find a fee to back out.
       APPLY-RESPONSE.
           MOVE ZERO TO WS-HOLD-CHARGE-INST.
           MOVE WS-ENTRY-CODE    TO CR-EVENT-CODE.
           MOVE WS-ENTRY-STUDENT TO CR-STUDENT-ID.
           READ CONSENT-RESPONSE
               KEY IS CR-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CR-CHARGE-INST TO WS-HOLD-CHARGE-INST
           END-READ.
           MOVE WS-ENTRY-CODE       TO CR-EVENT-CODE.
           MOVE WS-ENTRY-STUDENT    TO CR-STUDENT-ID.
           MOVE WS-ENTRY-RESPONSE   TO CR-RESPONSE.
           MOVE WS-TODAY            TO CR-RESPONSE-DATE.
           MOVE WS-HOLD-CHARGE-INST TO CR-CHARGE-INST.
           IF WS-CONSENT-FS EQUAL '00'
               REWRITE CONSENT-RESPONSE-FILE
                   INVALID KEY DISPLAY 'RESPONSE: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'RESPONSE: Response Updated'
               END-REWRITE
           ELSE
               WRITE CONSENT-RESPONSE-FILE
                   INVALID KEY DISPLAY 'RESPONSE: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'RESPONSE: Response Recorded'
               END-WRITE
           END-IF.

       COPY "fsxlate.cpy".
