      * and presents the matches as a numbered pick-list (ID, name,
      * status, class). The operator picks a number and gets the
      * usual inquiry for that student.
      *
      * The search is signed on against OPERATOR-MASTER like the
      * menu, because the inquiry carries the sensitive-field panel
      * (maskinq.cpy): date of birth, address, guardian phones and
      * allergy notes show in full only to an operator cleared for
      * them, and each unmasked view is written to STUDENT-AUDIT.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-SEARCH.
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-HLTH-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-OPER-FS            PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-GUARD-OPEN         PIC A(01) VALUE 'N'.
           01 WS-HLTH-FS            PIC X(02).
           01 WS-HLTH-OPEN          PIC A(01) VALUE 'N'.
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-SIGNON-ID          PIC X(08).
           01 WS-SIGNON-PASSWORD    PIC X(08).
           01 WS-SIGNED-ON          PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-FRAGMENT           PIC X(25).
           01 WS-FRAGMENT-LENGTH    PIC 9(02) VALUE ZERO.
                   10 WS-PICK-STATUS      PIC X(01).
                   10 WS-PICK-CLASS       PIC 9(02).
           01 WS-PICK-COUNT         PIC 9(02) VALUE ZERO.
           COPY "audflds.cpy".
           COPY "parmtbl.cpy".
           COPY "maskflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "STUDENT-SEARCH".
           MOVE 'STUDSRCH' TO AUDIT-PROGRAM-ID.
           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-MASK-LEVELS.
           MOVE 'SEARCH' TO WS-MASK-CONTEXT.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - SEARCH NOT AVAILABLE'
               STOP RUN
           END-IF.

           DISPLAY 'ENTER PART OF THE STUDENT NAME: '.
           ACCEPT WS-FRAGMENT.
               STOP RUN
           END-IF.

           OPEN EXTEND STUDENT-AUDIT.
           IF WS-AUDIT-FS EQUAL '35'
               OPEN OUTPUT STUDENT-AUDIT
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS EQUAL '00'
               MOVE 'Y' TO WS-GUARD-OPEN
           END-IF.
           OPEN INPUT HEALTH-RECORD.
           IF WS-HLTH-FS EQUAL '00'
               MOVE 'Y' TO WS-HLTH-OPEN
           END-IF.

           PERFORM BROWSE-BY-NAME.
           PERFORM PRESENT-PICK-LIST.

           CLOSE STUDENT.
           CLOSE STUDENT-AUDIT.
           IF WS-GUARD-OPEN = 'Y'
               CLOSE GUARDIAN-CONTACT
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               CLOSE HEALTH-RECORD
           END-IF.
       STOP RUN.

      * Sign-on as OPERATOR-MENU does it; here only the clearance
      * matters, since the search changes nothing.
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
                           MOVE WS-SIGNON-ID TO AUDIT-OPERATOR-ID
                           IF OP-CLEARANCE IS NUMERIC
                               MOVE OP-CLEARANCE TO WS-MASK-CLEARANCE
                           END-IF
                           DISPLAY 'SIGNED ON, CLEARANCE '
                               WS-MASK-CLEARANCE
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

       MEASURE-FRAGMENT.
           PERFORM VARYING WS-CHAR-I FROM 25 BY -1
               UNTIL WS-CHAR-I < 1
                           ' STATUS=' STUDENT-STATUS
                           ' CLASS=' CLASS-YEAR
                           ' RANK=' CLASS-RANK
                       PERFORM DISPLAY-SENSITIVE-FIELDS
               END-READ
           END-IF.

       COPY "parmrd.cpy".
       COPY "audwrt.cpy".
       COPY "maskrule.cpy".
       COPY "maskinq.cpy".
