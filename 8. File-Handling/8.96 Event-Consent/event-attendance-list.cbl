      * The list the trip leader takes on the day: every student
      * whose guardian consented to the event, in student order,
      * with the priority-1 guardian's phone for emergencies, a
      * note of any trip fee still owing, a box to tick at the
      * register, and every allergy note the nurse holds on the
      * student's HEALTH-RECORD rows. A student with more than one
      * distinct note gets a continuation line for each, so nothing
      * on the back of the old card is lost on the coach.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EVENT-ATTENDANCE-LIST.

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
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-HEALTH-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT ATTENDANCE-LIST ASSIGN TO 'EVENT-ATTENDANCE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

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

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD ATTENDANCE-LIST.
           01 ATTENDANCE-LINE       PIC X(100).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-EVENT-FS           PIC X(02).
           01 WS-CONSENT-FS         PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-HEALTH-FS          PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-HEALTH-EOF         PIC A(01).
           01 WS-EVENT-CODE         PIC X(06).
      *    TRIP-FEE-CODE names the fee code EVENT-CONSENT-RUN raised
      *    the trip fees under.
           01 WS-TRIP-FEE           PIC X(04) VALUE 'TRIP'.
           01 WS-ON-LIST-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-ALLERGY-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-OWING-COUNT        PIC 9(05) VALUE ZERO.
      *    The distinct allergy notes for the student being printed;
      *    five is more than any card in the nurse's drawer held.
           01 WS-NOTE-COUNT         PIC 9(01).
           01 WS-NOTE-I             PIC 9(01).
           01 WS-NOTE-NEW           PIC A(01).
           01 WS-NOTE-TABLE.
               05 WS-NOTE           PIC X(25) OCCURS 5 TIMES.
           COPY "parmtbl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(21) VALUE 'ATTENDANCE LIST FOR '.
               05 H1-EVENT-CODE     PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 H1-DESCRIPTION    PIC X(25).
               05 FILLER            PIC X(04) VALUE ' ON '.
               05 H1-EVENT-DATE     PIC 9(08).

           01 WS-HEADING-2.
               05 FILLER PIC X(06) VALUE 'HERE'.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(07) VALUE 'CLASS'.
               05 FILLER PIC X(14) VALUE 'GUARDIAN PHONE'.
               05 FILLER PIC X(07) VALUE 'FEE'.
               05 FILLER PIC X(13) VALUE 'ALLERGY NOTES'.

           01 WS-DETAIL-LINE.
               05 DL-TICK           PIC X(03) VALUE '[ ]'.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-CLASS-YEAR     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-SECTION        PIC X(01).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-PHONE          PIC X(12).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-FEE            PIC X(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-ALLERGY        PIC X(25).

           01 WS-NOTE-LINE.
               05 FILLER            PIC X(71) VALUE SPACES.
               05 NL-ALLERGY        PIC X(25).

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(10) VALUE 'ON LIST: '.
               05 TL-ON-LIST        PIC ZZZZ9.
               05 FILLER            PIC X(17)
                   VALUE '  WITH ALLERGIES '.
               05 TL-ALLERGY        PIC ZZZZ9.
               05 FILLER            PIC X(13) VALUE '  FEE OWING '.
               05 TL-OWING          PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EVENT-ATTENDANCE-LIST".

           DISPLAY 'ENTER EVENT CODE: '.
           ACCEPT WS-EVENT-CODE.

           PERFORM LOAD-PARM-CARD.
           MOVE 'TRIP-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRIP-FEE
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
           IF EV-CANCELLED
               DISPLAY 'EVENT ' WS-EVENT-CODE ' IS CANCELLED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-LIST-FILES.

           MOVE EV-EVENT-CODE  TO H1-EVENT-CODE.
           MOVE EV-DESCRIPTION TO H1-DESCRIPTION.
           MOVE EV-EVENT-DATE  TO H1-EVENT-DATE.
           MOVE WS-HEADING-1 TO ATTENDANCE-LINE.
           WRITE ATTENDANCE-LINE.
           MOVE WS-HEADING-2 TO ATTENDANCE-LINE.
           WRITE ATTENDANCE-LINE.

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
                           IF CR-CONSENTED
                               PERFORM LIST-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-ON-LIST-COUNT TO TL-ON-LIST.
           MOVE WS-ALLERGY-COUNT TO TL-ALLERGY.
           MOVE WS-OWING-COUNT   TO TL-OWING.
           MOVE WS-TOTAL-LINE TO ATTENDANCE-LINE.
           WRITE ATTENDANCE-LINE.

           CLOSE CONSENT-RESPONSE.
           CLOSE STUDENT.
           CLOSE GUARDIAN-CONTACT.
           CLOSE HEALTH-RECORD.
           CLOSE RECEIVABLE.
           CLOSE ATTENDANCE-LIST.

           DISPLAY 'STUDENTS ON LIST: '   WS-ON-LIST-COUNT.
           DISPLAY 'WITH ALLERGY NOTES: ' WS-ALLERGY-COUNT.
           DISPLAY 'TRIP FEE OWING: '     WS-OWING-COUNT.
       STOP RUN.

       OPEN-LIST-FILES.
           OPEN INPUT CONSENT-RESPONSE.
           IF WS-CONSENT-FS NOT EQUAL '00'
               DISPLAY "Error opening CONSENT-RESPONSE. Status: "
                   WS-CONSENT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
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
           OPEN INPUT HEALTH-RECORD.
           IF WS-HEALTH-FS NOT EQUAL '00'
               DISPLAY "Error opening HEALTH-RECORD. Status: "
                   WS-HEALTH-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ATTENDANCE-LIST.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening EVENT-ATTENDANCE. Status: "
                   WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LIST-ONE-STUDENT.
           MOVE CR-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO STUDENT-NAME
                   MOVE ZERO   TO CLASS-YEAR
                   MOVE SPACES TO SECTION-CODE
           END-READ.
           ADD 1 TO WS-ON-LIST-COUNT.
           MOVE CR-STUDENT-ID TO DL-STUDENT-ID.
           MOVE STUDENT-NAME  TO DL-NAME.
           MOVE CLASS-YEAR    TO DL-CLASS-YEAR.
           MOVE SECTION-CODE  TO DL-SECTION.

           MOVE CR-STUDENT-ID TO GC-STUDENT-ID.
           MOVE 1             TO GC-PRIORITY.
           READ GUARDIAN-CONTACT
               KEY IS GC-KEY
               INVALID KEY MOVE 'NONE ON FILE' TO DL-PHONE
               NOT INVALID KEY MOVE GC-PHONE TO DL-PHONE
           END-READ.

           PERFORM CHECK-FEE-OWING.
           PERFORM LOAD-ALLERGY-NOTES.

           IF WS-NOTE-COUNT = ZERO
               MOVE SPACES TO DL-ALLERGY
           ELSE
               ADD 1 TO WS-ALLERGY-COUNT
               MOVE WS-NOTE(1) TO DL-ALLERGY
           END-IF.
           MOVE WS-DETAIL-LINE TO ATTENDANCE-LINE.
           WRITE ATTENDANCE-LINE.

           PERFORM VARYING WS-NOTE-I FROM 2 BY 1
               UNTIL WS-NOTE-I > WS-NOTE-COUNT
               MOVE WS-NOTE(WS-NOTE-I) TO NL-ALLERGY
               MOVE WS-NOTE-LINE TO ATTENDANCE-LINE
               WRITE ATTENDANCE-LINE
           END-PERFORM.

      * Only the trip fee this event raised is looked at; other
      * arrears are the fee office's business, not the coach's.
       CHECK-FEE-OWING.
           MOVE SPACES TO DL-FEE.
           IF CR-CHARGE-INST > ZERO
               MOVE CR-STUDENT-ID  TO RV-STUDENT-ID
               MOVE WS-TRIP-FEE    TO RV-FEE-CODE
               MOVE CR-CHARGE-INST TO RV-INSTALLMENT-NO
               READ RECEIVABLE
                   KEY IS RV-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF RV-OPEN AND RV-PAID-AMOUNT < RV-AMOUNT
                           MOVE 'OWING' TO DL-FEE
                           ADD 1 TO WS-OWING-COUNT
                       END-IF
               END-READ
           END-IF.

       LOAD-ALLERGY-NOTES.
           MOVE ZERO   TO WS-NOTE-COUNT.
           MOVE SPACES TO WS-NOTE-TABLE.
           MOVE 'N' TO WS-HEALTH-EOF.
           MOVE CR-STUDENT-ID TO HL-STUDENT-ID.
           MOVE LOW-VALUES    TO HL-IMMUN-TYPE.
           START HEALTH-RECORD KEY NOT < HL-KEY
               INVALID KEY MOVE 'Y' TO WS-HEALTH-EOF
           END-START.
           PERFORM UNTIL WS-HEALTH-EOF = 'Y'
               READ HEALTH-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-HEALTH-EOF
                   NOT AT END
                       IF HL-STUDENT-ID NOT EQUAL CR-STUDENT-ID
                           MOVE 'Y' TO WS-HEALTH-EOF
                       ELSE
                           IF HL-ALLERGY-NOTES NOT = SPACES
                               PERFORM ADD-ALLERGY-NOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The same note is usually repeated on every immunization row,
      * so each distinct note is printed once.
       ADD-ALLERGY-NOTE.
           MOVE 'Y' TO WS-NOTE-NEW.
           PERFORM VARYING WS-NOTE-I FROM 1 BY 1
               UNTIL WS-NOTE-I > WS-NOTE-COUNT
               IF WS-NOTE(WS-NOTE-I) = HL-ALLERGY-NOTES
                   MOVE 'N' TO WS-NOTE-NEW
               END-IF
           END-PERFORM.
           IF WS-NOTE-NEW = 'Y' AND WS-NOTE-COUNT < 5
               ADD 1 TO WS-NOTE-COUNT
               MOVE HL-ALLERGY-NOTES TO WS-NOTE(WS-NOTE-COUNT)
           END-IF.

       COPY "parmrd.cpy".
