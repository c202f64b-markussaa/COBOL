      * Families that want installments taken by bank debit sign a
      * mandate, and until now the mandate form sat in a folder.
      * DEBIT-MANDATE (ddmand.cpy) holds it on file, keyed by the
      * FAMILY-LINK household code or by a single STUDENT-ID, and
      * this program is its front-end, following
      * SUBJECT-MAINTENANCE's ACCEPT-driven menu loop. A household
      * mandate is only accepted for a household actually on
      * FAMILY-LINK, a student mandate only for a student on
      * STUDENT-MASTER. Mandates are cancelled, never deleted, and a
      * mandate DEBIT-CONFIRMATION-POSTING suspended for repeated
      * returns is reinstated here once the family has put its bank
      * right. Bank details move money, so every add and change
      * leaves a before/after record on the satellite audit trail -
      * with only the last four digits of the account in the image.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MANDATE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEBIT-MANDATE ASSIGN TO 'DEBIT-MANDATE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DM-KEY
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
           FD DEBIT-MANDATE.
           COPY "ddmand.cpy".

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
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-FAMILY      PIC X(06).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-REF         PIC X(12).
           01 WS-ENTRY-NAME        PIC X(30).
           01 WS-ENTRY-BANK        PIC X(11).
           01 WS-ENTRY-ACCOUNT     PIC X(18).
           01 WS-ENTRY-START       PIC 9(08).
           01 WS-PAYER-OK          PIC A(01).
           01 WS-KEY-OK            PIC A(01).
           01 WS-ACCOUNT-LEN       PIC 9(02).
           01 WS-ACCOUNT-TAIL      PIC X(04).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MANDATE-MAINTENANCE".
           MOVE 'DDMANDT' TO SAUD-PROGRAM-ID.

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

           OPEN I-O DEBIT-MANDATE.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT DEBIT-MANDATE
               CLOSE DEBIT-MANDATE
               OPEN I-O DEBIT-MANDATE
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               CLOSE SATELLITE-AUDIT
               STOP RUN
           END-IF.

           OPEN INPUT FAMILY-LINK.
           IF WS-FAMILY-FS NOT EQUAL '00'
               DISPLAY 'NO FAMILY-LINK FILE - HOUSEHOLD MANDATES '
                   'CANNOT BE ADDED'
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE DEBIT-MANDATE
               CLOSE SATELLITE-AUDIT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-MANDATE
                   WHEN 2 PERFORM CHANGE-MANDATE
                   WHEN 3 PERFORM CANCEL-MANDATE
                   WHEN 4 PERFORM REINSTATE-MANDATE
                   WHEN 5 PERFORM INQUIRE-MANDATE
                   WHEN 6 DISPLAY 'EXITING MANDATE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE DEBIT-MANDATE.
           CLOSE FAMILY-LINK.
           CLOSE STUDENT.
           CLOSE SATELLITE-AUDIT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ADD MANDATE'.
           DISPLAY '2. CHANGE BANK DETAILS'.
           DISPLAY '3. CANCEL MANDATE'.
           DISPLAY '4. REINSTATE SUSPENDED MANDATE'.
           DISPLAY '5. INQUIRE MANDATE'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      * The key is keyed as a payer type and then either the
      * household code or the student number.
       ACCEPT-ENTRY-KEY.
           MOVE 'Y' TO WS-KEY-OK.
           DISPLAY 'PAYER TYPE (F = FAMILY, S = STUDENT): '.
           ACCEPT WS-ENTRY-TYPE.
           MOVE WS-ENTRY-TYPE TO DM-PAYER-TYPE.
           MOVE SPACES        TO DM-PAYER-CODE.
           EVALUATE TRUE
               WHEN DM-FAMILY-PAYER
                   DISPLAY 'ENTER FAMILY CODE: '
                   ACCEPT WS-ENTRY-FAMILY
                   MOVE WS-ENTRY-FAMILY TO DM-PAYER-CODE
               WHEN DM-STUDENT-PAYER
                   DISPLAY 'ENTER STUDENT ID: '
                   ACCEPT WS-ENTRY-STUDENT
                   MOVE WS-ENTRY-STUDENT TO DM-PAYER-CODE(1:5)
               WHEN OTHER
                   DISPLAY 'PAYER TYPE MUST BE F OR S'
                   MOVE 'N' TO WS-KEY-OK
           END-EVALUATE.

       ACCEPT-BANK-DETAILS.
           DISPLAY 'ENTER MANDATE REFERENCE: '.
           ACCEPT WS-ENTRY-REF.
           DISPLAY 'ENTER ACCOUNT HOLDER NAME: '.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY 'ENTER BANK CODE: '.
           ACCEPT WS-ENTRY-BANK.
           DISPLAY 'ENTER ACCOUNT NUMBER: '.
           ACCEPT WS-ENTRY-ACCOUNT.
           DISPLAY 'ENTER FIRST COLLECTION DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-START.

       ADD-MANDATE.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               PERFORM CHECK-PAYER-ON-FILE
               IF WS-PAYER-OK = 'Y'
                   PERFORM ACCEPT-BANK-DETAILS
                   MOVE WS-ENTRY-REF     TO DM-MANDATE-REF
                   MOVE WS-ENTRY-NAME    TO DM-ACCOUNT-NAME
                   MOVE WS-ENTRY-BANK    TO DM-BANK-CODE
                   MOVE WS-ENTRY-ACCOUNT TO DM-ACCOUNT-NO
                   MOVE WS-ENTRY-START   TO DM-START-DATE
                   MOVE 'A'              TO DM-STATUS
                   MOVE ZERO             TO DM-FAIL-COUNT
                   MOVE ZERO             TO DM-LAST-FAIL-DATE
                   WRITE DEBIT-MANDATE-FILE
                       INVALID KEY DISPLAY 'ADD: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'ADD: Mandate Inserted'
                           MOVE 'ADD' TO SAUD-ACTION
                           MOVE SPACES TO SAUD-OLD-IMAGE
                           PERFORM NOTE-MANDATE-AUDIT
                   END-WRITE
               END-IF
           END-IF.

      * A household must have at least one member on FAMILY-LINK; a
      * student must be on the master.
       CHECK-PAYER-ON-FILE.
           MOVE 'N' TO WS-PAYER-OK.
           IF DM-FAMILY-PAYER
               MOVE DM-PAYER-CODE TO FL-FAMILY-CODE
               READ FAMILY-LINK
                   KEY IS FL-FAMILY-CODE
                   INVALID KEY
                       DISPLAY 'ADD: FAMILY NOT ON FAMILY-LINK '
                           DM-PAYER-CODE
                   NOT INVALID KEY MOVE 'Y' TO WS-PAYER-OK
               END-READ
           ELSE
               MOVE WS-ENTRY-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       DISPLAY 'ADD: STUDENT NOT ON MASTER '
                           WS-ENTRY-STUDENT
                   NOT INVALID KEY MOVE 'Y' TO WS-PAYER-OK
               END-READ
           END-IF.

       CHANGE-MANDATE.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               READ DEBIT-MANDATE
                   KEY IS DM-KEY
                   INVALID KEY DISPLAY 'CHANGE: Key Not Found'
               END-READ
               IF WS-FS EQUAL '00'
                   PERFORM BUILD-OLD-IMAGE
                   PERFORM ACCEPT-BANK-DETAILS
                   MOVE WS-ENTRY-REF     TO DM-MANDATE-REF
                   MOVE WS-ENTRY-NAME    TO DM-ACCOUNT-NAME
                   MOVE WS-ENTRY-BANK    TO DM-BANK-CODE
                   MOVE WS-ENTRY-ACCOUNT TO DM-ACCOUNT-NO
                   MOVE WS-ENTRY-START   TO DM-START-DATE
                   REWRITE DEBIT-MANDATE-FILE
                       INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHANGE: Mandate Updated'
                           MOVE 'CHANGE' TO SAUD-ACTION
                           PERFORM NOTE-MANDATE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

       CANCEL-MANDATE.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               READ DEBIT-MANDATE
                   KEY IS DM-KEY
                   INVALID KEY DISPLAY 'CANCEL: Key Not Found'
               END-READ
               IF WS-FS EQUAL '00'
                   PERFORM BUILD-OLD-IMAGE
                   MOVE 'C' TO DM-STATUS
                   REWRITE DEBIT-MANDATE-FILE
                       INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CANCEL: Mandate Cancelled'
                           MOVE 'CANCEL' TO SAUD-ACTION
                           PERFORM NOTE-MANDATE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

      * Only a suspended mandate comes back this way; the failure
      * count starts again from nothing.
       REINSTATE-MANDATE.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               READ DEBIT-MANDATE
                   KEY IS DM-KEY
                   INVALID KEY DISPLAY 'REINSTATE: Key Not Found'
               END-READ
               IF WS-FS EQUAL '00'
                   IF NOT DM-SUSPENDED
                       DISPLAY 'REINSTATE: Mandate is not suspended'
                           ' - status ' DM-STATUS
                   ELSE
                       PERFORM BUILD-OLD-IMAGE
                       MOVE 'A'  TO DM-STATUS
                       MOVE ZERO TO DM-FAIL-COUNT
                       REWRITE DEBIT-MANDATE-FILE
                           INVALID KEY
                               DISPLAY 'REINSTATE: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'REINSTATE: Mandate Active'
                               MOVE 'REINSTAT' TO SAUD-ACTION
                               PERFORM NOTE-MANDATE-AUDIT
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       INQUIRE-MANDATE.
           PERFORM ACCEPT-ENTRY-KEY.
           IF WS-KEY-OK = 'Y'
               READ DEBIT-MANDATE
                   KEY IS DM-KEY
                   INVALID KEY DISPLAY 'INQUIRE: Key Not Found'
                   NOT INVALID KEY
                       PERFORM NOTE-ACCOUNT-TAIL
                       DISPLAY 'INQUIRE: ' DM-KEY ' REF='
                           DM-MANDATE-REF ' ' DM-ACCOUNT-NAME
                       DISPLAY '  BANK=' DM-BANK-CODE
                           ' ACCOUNT ENDING ' WS-ACCOUNT-TAIL
                           ' FROM=' DM-START-DATE
                           ' STATUS=' DM-STATUS
                           ' FAILS=' DM-FAIL-COUNT
               END-READ
           END-IF.

      * The last four significant characters of the account number
      * - enough to tell two accounts apart, not enough to use one.
       NOTE-ACCOUNT-TAIL.
           MOVE 18 TO WS-ACCOUNT-LEN.
           PERFORM UNTIL WS-ACCOUNT-LEN < 5
               OR DM-ACCOUNT-NO(WS-ACCOUNT-LEN:1) NOT EQUAL SPACE
               SUBTRACT 1 FROM WS-ACCOUNT-LEN
           END-PERFORM.
           IF WS-ACCOUNT-LEN < 5
               MOVE DM-ACCOUNT-NO(1:4) TO WS-ACCOUNT-TAIL
           ELSE
               MOVE DM-ACCOUNT-NO(WS-ACCOUNT-LEN - 3:4)
                   TO WS-ACCOUNT-TAIL
           END-IF.

       BUILD-OLD-IMAGE.
           PERFORM NOTE-ACCOUNT-TAIL.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'BK=' DM-BANK-CODE
               ' AC=' WS-ACCOUNT-TAIL
               ' ST=' DM-STATUS
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.

       NOTE-MANDATE-AUDIT.
           MOVE 'DEBIT-MANDATE' TO SAUD-FILE-NAME.
           MOVE DM-KEY          TO SAUD-RECORD-KEY.
           PERFORM NOTE-ACCOUNT-TAIL.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'BK=' DM-BANK-CODE
               ' AC=' WS-ACCOUNT-TAIL
               ' ST=' DM-STATUS
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

       COPY "fsxlate.cpy".

       COPY "sataudwt.cpy".
