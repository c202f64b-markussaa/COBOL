      * HOSTEL-ALLOCATION says who has a bed, not who is in the
      * building tonight - a boarder home for the weekend was a note
      * in the house tutor's book. This program maintains EXEAT
      * (exeat.cpy), the leave-out book on file. The house office
      * logs a leave-out for a boarder holding a bed, with the days
      * out and back and the authorizing guardian, who must be on
      * GUARDIAN-CONTACT for that boarder; a leave-out overlapping
      * another one still live for the same boarder is refused.
      * Approval is gated on OP-PERM-LEVEL through the same
      * OPERATOR-MASTER sign-on LEAVE-MAINTENANCE uses, and the
      * boarder is signed back in against the exeat on return.
      * HOSTEL-ROLL-CALL nets approved exeats off the night's sheet
      * and MESS-BILLING stops charging for the nights away.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EXEAT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXEAT ASSIGN TO 'EXEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EX-KEY
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOSTEL-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXEAT.
           COPY "exeat.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-HOSTEL-FS         PIC X(02).
           01 WS-GUARD-FS          PIC X(02).
           01 WS-OPER-FS           PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-DEPART      PIC 9(08).
           01 WS-ENTRY-RETURN      PIC 9(08).
           01 WS-ENTRY-PRIORITY    PIC 9(01).
           01 WS-ENTRY-DESTINATION PIC X(20).
           01 WS-ENTRY-DECISION    PIC X(01).
           01 WS-ENTRY-BACK        PIC 9(08).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-AWAY-UNTIL        PIC 9(08).
           01 WS-SIGNON-ID         PIC X(08).
           01 WS-SIGNON-PASSWORD   PIC X(08).
           01 WS-SIGNED-ON         PIC A(01) VALUE 'N'.
           01 WS-PERM-LEVEL        PIC 9(01) VALUE ZERO.
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EXEAT-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - MAINTENANCE NOT AVAILABLE'
               STOP RUN
           END-IF.

           OPEN I-O EXEAT.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT EXEAT
               CLOSE EXEAT
               OPEN I-O EXEAT
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE EXEAT
               STOP RUN
           END-IF.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-HOSTEL-FS NOT EQUAL '00'
               DISPLAY "Error opening HOSTEL-ALLOCATION. Status: "
                   WS-HOSTEL-FS
               CLOSE EXEAT
               CLOSE STUDENT
               STOP RUN
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS NOT EQUAL '00'
               DISPLAY "Error opening GUARDIAN-CONTACT. Status: "
                   WS-GUARD-FS
               CLOSE EXEAT
               CLOSE STUDENT
               CLOSE HOSTEL-ALLOC
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LOG-EXEAT
                   WHEN 2 PERFORM DECIDE-EXEAT
                   WHEN 3 PERFORM SIGN-BOARDER-BACK
                   WHEN 4 PERFORM LIST-EXEATS
                   WHEN 5 DISPLAY 'EXITING EXEAT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE EXEAT.
           CLOSE STUDENT.
           CLOSE HOSTEL-ALLOC.
           CLOSE GUARDIAN-CONTACT.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, exactly as LEAVE-MAINTENANCE
      * does it - an approved exeat takes a child off the roll.
       SIGN-ON.
           OPEN INPUT OPERATOR-MAST.
           IF WS-OPER-FS NOT EQUAL '00'
               DISPLAY 'OPERATOR-MASTER NOT AVAILABLE. STATUS: '
                   WS-OPER-FS
           ELSE
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT WS-SIGNON-ID
               DISPLAY 'ENTER PASSWORD: '
               ACCEPT WS-SIGNON-PASSWORD

               MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
               READ OPERATOR-MAST
                   KEY IS OP-OPERATOR-ID
                   INVALID KEY DISPLAY 'OPERATOR NOT ON FILE'
                   NOT INVALID KEY
                       IF OP-PASSWORD = WS-SIGNON-PASSWORD
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE OP-PERM-LEVEL TO WS-PERM-LEVEL
                           DISPLAY 'SIGNED ON, PERMISSION LEVEL '
                               WS-PERM-LEVEL
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

       DISPLAY-MENU.
           DISPLAY '1. LOG EXEAT'.
           DISPLAY '2. APPROVE OR REJECT EXEAT'.
           DISPLAY '3. SIGN BOARDER BACK IN'.
           DISPLAY '4. LIST EXEATS FOR STUDENT'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER DEPARTURE DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DEPART.

       LOG-EXEAT.
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER RETURN DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-RETURN.
           DISPLAY 'ENTER AUTHORIZING GUARDIAN PRIORITY: '.
           ACCEPT WS-ENTRY-PRIORITY.
           DISPLAY 'ENTER DESTINATION: '.
           ACCEPT WS-ENTRY-DESTINATION.

           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'LOG: STUDENT NOT ON MASTER '
                       WS-ENTRY-ID
                   MOVE 'N' TO WS-ENTRY-OK
           END-READ.
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY MOVE 'V' TO HA-STATUS
               END-READ
               IF NOT HA-BOARDING
                   DISPLAY 'LOG: STUDENT HOLDS NO HOSTEL BED'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               IF WS-ENTRY-DEPART = ZERO
                   OR WS-ENTRY-RETURN < WS-ENTRY-DEPART
                   DISPLAY 'LOG: RETURN BEFORE DEPARTURE'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-ID       TO GC-STUDENT-ID
               MOVE WS-ENTRY-PRIORITY TO GC-PRIORITY
               READ GUARDIAN-CONTACT
                   KEY IS GC-KEY
                   INVALID KEY
                       DISPLAY 'LOG: NO GUARDIAN AT PRIORITY '
                           WS-ENTRY-PRIORITY ' FOR THIS STUDENT'
                       MOVE 'N' TO WS-ENTRY-OK
                   NOT INVALID KEY
                       DISPLAY 'AUTHORIZED BY: ' GC-NAME ' '
                           GC-RELATIONSHIP
               END-READ
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               PERFORM CHECK-OVERLAP
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-ID          TO EX-STUDENT-ID
               MOVE WS-ENTRY-DEPART      TO EX-DEPART-DATE
               MOVE WS-ENTRY-RETURN      TO EX-RETURN-DATE
               MOVE WS-ENTRY-PRIORITY    TO EX-GUARDIAN-PRIORITY
               MOVE WS-ENTRY-DESTINATION TO EX-DESTINATION
               MOVE 'P'                  TO EX-STATUS
               MOVE ZERO                 TO EX-BACK-DATE
               WRITE EXEAT-FILE
                   INVALID KEY DISPLAY 'LOG: Invalid Key'
                   NOT INVALID KEY DISPLAY 'LOG: Exeat Logged'
               END-WRITE
           END-IF.

      * A pending or approved exeat the boarder is not yet back
      * from is still live; two live ones may not share a night.
       CHECK-OVERLAP.
           MOVE WS-ENTRY-ID TO EX-STUDENT-ID.
           MOVE ZERO        TO EX-DEPART-DATE.
           MOVE 'N' TO WS-LIST-EOF.
           START EXEAT KEY NOT < EX-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ EXEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EX-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                           OR EX-DEPART-DATE > WS-ENTRY-RETURN
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           IF NOT EX-REJECTED
                               PERFORM SET-AWAY-UNTIL
                               IF WS-AWAY-UNTIL NOT < WS-ENTRY-DEPART
                                   DISPLAY 'LOG: OVERLAPS EXEAT FROM '
                                       EX-DEPART-DATE
                                   MOVE 'N' TO WS-ENTRY-OK
                                   MOVE 'Y' TO WS-LIST-EOF
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SET-AWAY-UNTIL.
           IF EX-BACK-DATE > ZERO
               MOVE EX-BACK-DATE TO WS-AWAY-UNTIL
           ELSE
               MOVE EX-RETURN-DATE TO WS-AWAY-UNTIL
           END-IF.

      * Approval takes the boarder off the roll, so it takes
      * update-level permission.
       DECIDE-EXEAT.
           IF WS-PERM-LEVEL < 2
               DISPLAY 'NOT AUTHORIZED - UPDATE PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-ENTRY-KEY
               MOVE WS-ENTRY-ID     TO EX-STUDENT-ID
               MOVE WS-ENTRY-DEPART TO EX-DEPART-DATE
               READ EXEAT
                   KEY IS EX-KEY
                   INVALID KEY DISPLAY 'DECIDE: Key Not Found'
               END-READ
               IF WS-FS EQUAL '00'
                   DISPLAY 'APPROVE OR REJECT (A/R): '
                   ACCEPT WS-ENTRY-DECISION
                   IF WS-ENTRY-DECISION = 'A'
                       OR WS-ENTRY-DECISION = 'R'
                       MOVE WS-ENTRY-DECISION TO EX-STATUS
                       REWRITE EXEAT-FILE
                           INVALID KEY
                               DISPLAY 'DECIDE: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'DECIDE: Recorded'
                       END-REWRITE
                   ELSE
                       DISPLAY 'DECIDE: Must Be A Or R'
                   END-IF
               END-IF
           END-IF.

      * Signing back in ends the absence on the day given, early or
      * late, and clears the boarder off the overdue list.
       SIGN-BOARDER-BACK.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID     TO EX-STUDENT-ID.
           MOVE WS-ENTRY-DEPART TO EX-DEPART-DATE.
           READ EXEAT
               KEY IS EX-KEY
               INVALID KEY DISPLAY 'RETURN: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF NOT EX-APPROVED
                   DISPLAY 'RETURN: Exeat Not Approved'
               ELSE
                   IF EX-BACK-DATE > ZERO
                       DISPLAY 'RETURN: Already Back On '
                           EX-BACK-DATE
                   ELSE
                       DISPLAY 'ENTER DATE BACK (YYYYMMDD, 0 = TODAY): '
                       ACCEPT WS-ENTRY-BACK
                       IF WS-ENTRY-BACK = ZERO
                           MOVE WS-TODAY TO WS-ENTRY-BACK
                       END-IF
                       IF WS-ENTRY-BACK < EX-DEPART-DATE
                           DISPLAY 'RETURN: Back Before Departure'
                       ELSE
                           MOVE WS-ENTRY-BACK TO EX-BACK-DATE
                           REWRITE EXEAT-FILE
                               INVALID KEY
                                   DISPLAY 'RETURN: Invalid Key'
                               NOT INVALID KEY
                                   DISPLAY 'RETURN: Signed Back In'
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LIST-EXEATS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.

           MOVE WS-ENTRY-ID TO EX-STUDENT-ID.
           MOVE ZERO        TO EX-DEPART-DATE.
           MOVE 'N' TO WS-LIST-EOF.
           START EXEAT KEY NOT < EX-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.

           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ EXEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EX-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY EX-DEPART-DATE ' TO '
                               EX-RETURN-DATE ' ' EX-DESTINATION
                               ' GUARDIAN=' EX-GUARDIAN-PRIORITY
                               ' STATUS=' EX-STATUS
                               ' BACK=' EX-BACK-DATE
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
