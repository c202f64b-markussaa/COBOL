      * The daily consent run for one trip or event. It walks
      * STUDENT-MASTER for every active student the EVENT-MASTER
      * record invites and lists on the chase list each one with no
      * CONSENT-RESPONSE yet, with the priority-1 GUARDIAN-CONTACT
      * name and phone so the office can ring round. It then walks
      * the event's responses: a consenting student whose trip fee
      * has not been raised gets it raised onto RECEIVABLE under the
      * TRIP-FEE-CODE parm fee code, at the event's fee and due on
      * the event date, taking the next free installment as the
      * other one-off charges do. A fee raised for a student whose
      * consent has since been withdrawn, or for an event since
      * cancelled, is backed out the way a library charge is waived -
      * whatever was paid stands, the rest is written off - and the
      * response forgets the installment. Unanswered invitations
      * leave return code 4 so the run shows up until the chasing is
      * done.
      *
      * Each fee raised is appended to CHARGE-REGISTER and each
      * balance backed out to ADJUSTMENT-REGISTER as a write-off
      * under the TRIP-WOFF-REASON parm reason (TRIP by default),
      * so GL-JOURNAL-EXTRACT journals both; the run does not start
      * without the two registers.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EVENT-CONSENT-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EVENT-MASTER ASSIGN TO 'EVENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EV-EVENT-CODE
                   FILE STATUS IS WS-EVENT-FS.

               SELECT CONSENT-RESPONSE ASSIGN TO 'CONSENT-RESPONSE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR-KEY
                   FILE STATUS IS WS-CONSENT-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT CHASE-LIST ASSIGN TO 'EVENT-CHASE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT ADJUST-REGISTER
                   ASSIGN TO 'ADJUSTMENT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EVENT-MASTER.
           COPY "evntmas.cpy".

           FD CONSENT-RESPONSE.
           COPY "consresp.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD CHASE-LIST.
           01 CHASE-LINE            PIC X(90).

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD ADJUST-REGISTER.
           01 ADJUST-REGISTER-LINE  PIC X(100).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EVENT-FS           PIC X(02).
           01 WS-CONSENT-FS         PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-EVENT-CODE         PIC X(06).
           01 WS-INVITE-I           PIC 9(02).
           01 WS-INVITED            PIC A(01).
      *    TRIP-FEE-CODE on the parm card names the fee code trip
      *    fees are raised under; FEE-ASSESSMENT leaves it alone.
           01 WS-TRIP-FEE           PIC X(04) VALUE 'TRIP'.
           01 WS-INVITED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-CONSENT-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-DECLINE-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-CHASE-COUNT        PIC 9(05) VALUE ZERO.
           01 WS-RAISED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-BACKED-OUT-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-ADJREG-FS          PIC X(02).
      *    TRIP-WOFF-REASON is the adjustment reason a backed-out
      *    fee is written off under.
           01 WS-BACKOUT-REASON     PIC X(04) VALUE 'TRIP'.
           01 WS-BACKOUT-AMOUNT     PIC 9(05)V99.
           01 WS-TODAY              PIC 9(08).
           COPY "parmtbl.cpy".
           COPY "rvnxtfl.cpy".
           COPY "chgregfl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(23) VALUE 'CONSENT CHASE LIST FOR '.
               05 H1-EVENT-CODE     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 H1-DESCRIPTION    PIC X(25).
               05 FILLER            PIC X(04) VALUE ' ON '.
               05 H1-EVENT-DATE     PIC 9(08).

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(07) VALUE 'CLASS'.
               05 FILLER PIC X(27) VALUE 'GUARDIAN'.
               05 FILLER PIC X(12) VALUE 'PHONE'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-CLASS-YEAR     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-SECTION        PIC X(01).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-GUARDIAN       PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-PHONE          PIC X(12).

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(09) VALUE 'INVITED: '.
               05 TL-INVITED        PIC ZZZZ9.
               05 FILLER            PIC X(12) VALUE '  CONSENTED '.
               05 TL-CONSENTED      PIC ZZZZ9.
               05 FILLER            PIC X(11) VALUE '  DECLINED '.
               05 TL-DECLINED       PIC ZZZZ9.
               05 FILLER            PIC X(13) VALUE '  UNANSWERED '.
               05 TL-CHASE          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EVENT-CONSENT-RUN".
           MOVE 'EVENTFEE' TO CHGR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER EVENT CODE: '.
           ACCEPT WS-EVENT-CODE.

           PERFORM LOAD-PARM-CARD.
           MOVE 'TRIP-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRIP-FEE
           END-IF.
           MOVE 'TRIP-WOFF-REASON' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-TEXT(1:4) NOT = SPACES
               MOVE WS-PARM-TEXT(1:4) TO WS-BACKOUT-REASON
           END-IF.
           DISPLAY 'TRIP FEE CODE IN EFFECT: ' WS-TRIP-FEE.

           OPEN INPUT EVENT-MASTER.
           IF WS-EVENT-FS NOT EQUAL '00'
               DISPLAY "Error opening EVENT-MASTER. Status: "
                   WS-EVENT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-EVENT-CODE TO EV-EVENT-CODE.
           READ EVENT-MASTER
               KEY IS EV-EVENT-CODE
               INVALID KEY
                   DISPLAY 'EVENT ' WS-EVENT-CODE ' NOT ON FILE'
                   CLOSE EVENT-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE EVENT-MASTER.
           MOVE EV-FEE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'EVENT ' EV-EVENT-CODE ' ' EV-DESCRIPTION
               ' ON ' EV-EVENT-DATE ' FEE ' WS-DISPLAY-AMOUNT.

           OPEN I-O CONSENT-RESPONSE.
           IF WS-CONSENT-FS EQUAL '35'
               OPEN OUTPUT CONSENT-RESPONSE
               CLOSE CONSENT-RESPONSE
               OPEN I-O CONSENT-RESPONSE
           END-IF.
           IF WS-CONSENT-FS NOT EQUAL '00'
               DISPLAY "Error opening CONSENT-RESPONSE. Status: "
                   WS-CONSENT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               CLOSE CONSENT-RESPONSE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               CLOSE CONSENT-RESPONSE
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND ADJUST-REGISTER.
           IF WS-ADJREG-FS EQUAL '35'
               OPEN OUTPUT ADJUST-REGISTER
           END-IF.
           IF WS-ADJREG-FS NOT EQUAL '00'
               DISPLAY "Error opening ADJUSTMENT-REGISTER. Status: "
                   WS-ADJREG-FS
               CLOSE CONSENT-RESPONSE
               CLOSE RECEIVABLE
               CLOSE CHARGE-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A cancelled event is chased no further; its run only
      *    backs out the fees it had raised.
           IF EV-OPEN
               PERFORM PRINT-CHASE-LIST
           ELSE
               DISPLAY 'EVENT CANCELLED - NO CHASE LIST PRINTED'
           END-IF.

           PERFORM SETTLE-TRIP-FEES.

           CLOSE CONSENT-RESPONSE.
           CLOSE RECEIVABLE.
           CLOSE CHARGE-REGISTER.
           CLOSE ADJUST-REGISTER.

           DISPLAY 'INVITED: '            WS-INVITED-COUNT.
           DISPLAY 'CONSENTED: '          WS-CONSENT-COUNT.
           DISPLAY 'DECLINED: '           WS-DECLINE-COUNT.
           DISPLAY 'UNANSWERED: '         WS-CHASE-COUNT.
           DISPLAY 'TRIP FEES RAISED: '   WS-RAISED-COUNT.
           DISPLAY 'TRIP FEES BACKED OUT: ' WS-BACKED-OUT-COUNT.
           DISPLAY 'TRIP FEES NOT RAISED: ' WS-REJECT-COUNT.
           IF WS-CHASE-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       PRINT-CHASE-LIST.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS NOT EQUAL '00'
               DISPLAY "Error opening GUARDIAN-CONTACT. Status: "
                   WS-GUARD-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT CHASE-LIST.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening EVENT-CHASE. Status: " WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EV-EVENT-CODE  TO H1-EVENT-CODE.
           MOVE EV-DESCRIPTION TO H1-DESCRIPTION.
           MOVE EV-EVENT-DATE  TO H1-EVENT-DATE.
           MOVE WS-HEADING-1 TO CHASE-LINE.
           WRITE CHASE-LINE.
           MOVE WS-HEADING-2 TO CHASE-LINE.
           WRITE CHASE-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM CHECK-INVITED
                           IF WS-INVITED = 'Y'
                               PERFORM CHECK-ONE-INVITATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-INVITED-COUNT TO TL-INVITED.
           MOVE WS-CONSENT-COUNT TO TL-CONSENTED.
           MOVE WS-DECLINE-COUNT TO TL-DECLINED.
           MOVE WS-CHASE-COUNT   TO TL-CHASE.
           MOVE WS-TOTAL-LINE TO CHASE-LINE.
           WRITE CHASE-LINE.

           CLOSE STUDENT.
           CLOSE GUARDIAN-CONTACT.
           CLOSE CHASE-LIST.

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

       CHECK-ONE-INVITATION.
           ADD 1 TO WS-INVITED-COUNT.
           MOVE EV-EVENT-CODE TO CR-EVENT-CODE.
           MOVE STUDENT-ID    TO CR-STUDENT-ID.
           READ CONSENT-RESPONSE
               KEY IS CR-KEY
               INVALID KEY PERFORM WRITE-CHASE-LINE
               NOT INVALID KEY
                   IF CR-CONSENTED
                       ADD 1 TO WS-CONSENT-COUNT
                   ELSE
                       ADD 1 TO WS-DECLINE-COUNT
                   END-IF
           END-READ.

       WRITE-CHASE-LINE.
           ADD 1 TO WS-CHASE-COUNT.
           MOVE STUDENT-ID TO GC-STUDENT-ID.
           MOVE 1          TO GC-PRIORITY.
           READ GUARDIAN-CONTACT
               KEY IS GC-KEY
               INVALID KEY
                   MOVE 'NO GUARDIAN ON FILE' TO DL-GUARDIAN
                   MOVE SPACES                TO DL-PHONE
               NOT INVALID KEY
                   MOVE GC-NAME  TO DL-GUARDIAN
                   MOVE GC-PHONE TO DL-PHONE
           END-READ.
           MOVE STUDENT-ID   TO DL-STUDENT-ID.
           MOVE STUDENT-NAME TO DL-NAME.
           MOVE CLASS-YEAR   TO DL-CLASS-YEAR.
           MOVE SECTION-CODE TO DL-SECTION.
           MOVE WS-DETAIL-LINE TO CHASE-LINE.
           WRITE CHASE-LINE.

      * Every response on file for the event, whether or not the
      * student is still active: a leaver's unpaid fee is the
      * fee office's to chase, not this run's to drop.
       SETTLE-TRIP-FEES.
           MOVE 'N' TO WS-EOF.
           MOVE EV-EVENT-CODE TO CR-EVENT-CODE.
           MOVE ZERO          TO CR-STUDENT-ID.
           START CONSENT-RESPONSE KEY NOT < CR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CONSENT-RESPONSE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CR-EVENT-CODE NOT EQUAL EV-EVENT-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM SETTLE-ONE-RESPONSE
                       END-IF
               END-READ
           END-PERFORM.

       SETTLE-ONE-RESPONSE.
           IF CR-CONSENTED AND EV-OPEN
               IF CR-CHARGE-INST = ZERO AND EV-FEE-AMOUNT > ZERO
                   PERFORM RAISE-TRIP-FEE
               END-IF
           ELSE
               IF CR-CHARGE-INST > ZERO
                   PERFORM BACK-OUT-TRIP-FEE
               END-IF
           END-IF.

       RAISE-TRIP-FEE.
           MOVE CR-STUDENT-ID TO RVN-STUDENT-ID.
           MOVE WS-TRIP-FEE   TO RVN-FEE-CODE.
           PERFORM FIND-FREE-INSTALLMENT.
           IF RVN-FOUND = 'N'
               DISPLAY 'NO FREE ' WS-TRIP-FEE
                   ' INSTALLMENT FOR ' CR-STUDENT-ID
                   ' - TRIP FEE NOT RAISED'
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE CR-STUDENT-ID   TO RV-STUDENT-ID
               MOVE WS-TRIP-FEE     TO RV-FEE-CODE
               MOVE RVN-INSTALLMENT TO RV-INSTALLMENT-NO
               MOVE EV-FEE-AMOUNT   TO RV-AMOUNT
               MOVE ZERO            TO RV-PAID-AMOUNT
               MOVE EV-EVENT-DATE   TO RV-DUE-DATE
               MOVE 'O'             TO RV-STATUS
               MOVE SPACES          TO RV-ASSESS-RUN
               WRITE RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'TRIP FEE: Invalid Key ' RV-KEY
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM APPEND-CHARGE-REGISTER
                       MOVE RVN-INSTALLMENT TO CR-CHARGE-INST
                       PERFORM REWRITE-RESPONSE
                       ADD 1 TO WS-RAISED-COUNT
                       DISPLAY 'TRIP FEE RAISED: ' RV-KEY
               END-WRITE
           END-IF.

      * Whatever the family has already paid stands; only the unpaid
      * balance is written off. A refund is the fee office's call.
       BACK-OUT-TRIP-FEE.
           MOVE CR-STUDENT-ID  TO RV-STUDENT-ID.
           MOVE WS-TRIP-FEE    TO RV-FEE-CODE.
           MOVE CR-CHARGE-INST TO RV-INSTALLMENT-NO.
           READ RECEIVABLE
               KEY IS RV-KEY
               INVALID KEY
                   DISPLAY 'TRIP FEE not on RECEIVABLE ' RV-KEY
           END-READ.
           IF WS-RECV-FS EQUAL '00'
               IF RV-PAID-AMOUNT > ZERO
                   MOVE RV-PAID-AMOUNT TO WS-DISPLAY-AMOUNT
                   DISPLAY 'TRIP FEE ' RV-KEY ' ALREADY PAID '
                       WS-DISPLAY-AMOUNT ' - REFER FOR REFUND'
               END-IF
               COMPUTE WS-BACKOUT-AMOUNT = RV-AMOUNT - RV-PAID-AMOUNT
               MOVE RV-PAID-AMOUNT TO RV-AMOUNT
               MOVE 'S'            TO RV-STATUS
               REWRITE RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'TRIP FEE: Invalid Key ' RV-KEY
                   NOT INVALID KEY
                       PERFORM WRITE-BACKOUT-REGISTER
                       MOVE ZERO TO CR-CHARGE-INST
                       PERFORM REWRITE-RESPONSE
                       ADD 1 TO WS-BACKED-OUT-COUNT
                       DISPLAY 'TRIP FEE BACKED OUT: ' RV-KEY
               END-REWRITE
           END-IF.

      * FEE-ADJUSTMENT-POSTING's register line, so the backed-out
      * balance comes off income with the day's write-offs.
       WRITE-BACKOUT-REGISTER.
           IF WS-BACKOUT-AMOUNT > ZERO
               MOVE WS-BACKOUT-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO ADJUST-REGISTER-LINE
               STRING 'ADJ TYPE=W'
                   ' ID=' RV-STUDENT-ID
                   ' FEE=' RV-FEE-CODE
                   ' INST=' RV-INSTALLMENT-NO
                   ' AMOUNT=' WS-DISPLAY-AMOUNT
                   ' REASON=' WS-BACKOUT-REASON
                   ' APPROVER=' 'BATCH   '
                   ' DATE=' WS-TODAY
                   DELIMITED BY SIZE INTO ADJUST-REGISTER-LINE
               WRITE ADJUST-REGISTER-LINE
           END-IF.

       REWRITE-RESPONSE.
           REWRITE CONSENT-RESPONSE-FILE
               INVALID KEY
                   DISPLAY 'CONSENT-RESPONSE: Invalid Key ' CR-KEY
           END-REWRITE.

       COPY "rvnext.cpy".

       COPY "chgregwt.cpy".

       COPY "parmrd.cpy".
