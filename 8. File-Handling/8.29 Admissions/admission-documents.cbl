      * The admissions desk kept the birth certificates, school
      * reports and immunization proofs in a tray and nobody checked
      * the tray before ADMISSION-BATCH ran. This is the desk's
      * program: it keeps the required-documents list per applied
      * class on REQUIRED-DOCUMENT (docreq.cpy) and logs each
      * document as it is handed in on DOCUMENT-RECEIVED
      * (docrecv.cpy), which ADMISSION-BATCH checks before it will
      * convert an applicant. Anyone signed on through OPERATOR-
      * MASTER may log a receipt; changing the list, or excusing a
      * missing mandatory document under a documented exception,
      * takes full update-and-delete permission, and every exception
      * goes to the satellite audit trail with its reference.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ADMISSION-DOCUMENTS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REQUIRED-DOCUMENT ASSIGN TO 'REQUIRED-DOCUMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DQ-KEY
                   FILE STATUS IS WS-REQ-FS.

               SELECT DOCUMENT-RECEIVED ASSIGN TO 'DOCUMENT-RECEIVED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DR-KEY
                   FILE STATUS IS WS-FS.

               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUIRED-DOCUMENT.
           COPY "docreq.cpy".

           FD DOCUMENT-RECEIVED.
           COPY "docrecv.cpy".

           FD APPLICANT.
           COPY "applcnt.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-REQ-FS            PIC X(02).
           01 WS-FS                PIC X(02).
           01 WS-APPL-FS           PIC X(02).
           01 WS-OPER-FS           PIC X(02).
           01 WS-SATAUD-OPEN       PIC A(01) VALUE 'N'.
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-APPLICANT   PIC 9(06).
           01 WS-ENTRY-CLASS       PIC 9(02).
           01 WS-ENTRY-DOC         PIC X(04).
           01 WS-ENTRY-NAME        PIC X(25).
           01 WS-ENTRY-MANDATORY   PIC X(01).
           01 WS-ENTRY-REF         PIC X(20).
           01 WS-APPLICANT-OK      PIC A(01).
           01 WS-DOC-REQUIRED      PIC A(01).
           01 WS-SIGNON-ID         PIC X(08).
           01 WS-SIGNON-PASSWORD   PIC X(08).
           01 WS-SIGNED-ON         PIC A(01) VALUE 'N'.
           01 WS-PERM-LEVEL        PIC 9(01) VALUE ZERO.
           01 WS-LIST-EOF          PIC A(01).
           01 WS-LIST-CLASS        PIC 9(02).
           01 WS-DOC-STANDING      PIC X(30).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ADMISSION-DOCUMENTS".
           MOVE 'ADMDOCS' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - DOCUMENT DESK NOT AVAILABLE'
               STOP RUN
           END-IF.
           MOVE WS-SIGNON-ID TO SAUD-OPERATOR-ID.

           OPEN I-O REQUIRED-DOCUMENT.
           IF WS-REQ-FS EQUAL '35'
               OPEN OUTPUT REQUIRED-DOCUMENT
               CLOSE REQUIRED-DOCUMENT
               OPEN I-O REQUIRED-DOCUMENT
           END-IF.
           IF WS-REQ-FS NOT EQUAL '00'
               MOVE WS-REQ-FS TO WS-FS
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error opening REQUIRED-DOCUMENT. Status: "
                   WS-REQ-FS " " WS-FS-MESSAGE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O DOCUMENT-RECEIVED.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT DOCUMENT-RECEIVED
               CLOSE DOCUMENT-RECEIVED
               OPEN I-O DOCUMENT-RECEIVED
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error opening DOCUMENT-RECEIVED. Status: "
                   WS-FS " " WS-FS-MESSAGE
               CLOSE REQUIRED-DOCUMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error opening APPLICANT. Status: " WS-APPL-FS
               CLOSE REQUIRED-DOCUMENT
               CLOSE DOCUMENT-RECEIVED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Without the audit trail the desk still logs receipts,
      *    but no exception is granted - it would be untraceable.
           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS EQUAL '00'
               MOVE 'Y' TO WS-SATAUD-OPEN
           ELSE
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS ' - NO EXCEPTIONS THIS SESSION'
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 7
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LOG-RECEIPT
                   WHEN 2 PERFORM GRANT-EXCEPTION
                   WHEN 3 PERFORM SHOW-CHECKLIST
                   WHEN 4 PERFORM ADD-REQUIRED-DOCUMENT
                   WHEN 5 PERFORM DELETE-REQUIRED-DOCUMENT
                   WHEN 6 PERFORM LIST-REQUIRED-DOCUMENTS
                   WHEN 7 DISPLAY 'EXITING ADMISSION DOCUMENTS'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE REQUIRED-DOCUMENT.
           CLOSE DOCUMENT-RECEIVED.
           CLOSE APPLICANT.
           IF WS-SATAUD-OPEN = 'Y'
               CLOSE SATELLITE-AUDIT
           END-IF.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, exactly as OPERATOR-MENU
      * does it - the operator is stamped on every receipt.
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
           DISPLAY '1. LOG DOCUMENT RECEIVED'.
           DISPLAY '2. EXCUSE A DOCUMENT UNDER DOCUMENTED EXCEPTION'.
           DISPLAY '3. SHOW APPLICANT CHECKLIST'.
           DISPLAY '4. ADD REQUIRED DOCUMENT FOR A CLASS'.
           DISPLAY '5. DELETE REQUIRED DOCUMENT'.
           DISPLAY '6. LIST REQUIRED DOCUMENTS FOR A CLASS'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-APPLICANT.
           MOVE 'N' TO WS-APPLICANT-OK.
           DISPLAY 'ENTER APPLICANT NUMBER: '.
           ACCEPT WS-ENTRY-APPLICANT.
           MOVE WS-ENTRY-APPLICANT TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   DISPLAY 'APPLICANT NOT ON FILE '
                       WS-ENTRY-APPLICANT
               NOT INVALID KEY
                   MOVE 'Y' TO WS-APPLICANT-OK
                   DISPLAY 'APPLICANT ' AP-APPLICANT-ID ' '
                       AP-NAME ' CLASS ' AP-APPLIED-CLASS
                       ' DECISION ' AP-DECISION
           END-READ.

      * A document is on the applicant's list if it is required for
      * their applied class or for every class.
       CHECK-DOC-REQUIRED.
           MOVE 'N' TO WS-DOC-REQUIRED.
           MOVE AP-APPLIED-CLASS TO DQ-CLASS-YEAR.
           MOVE WS-ENTRY-DOC     TO DQ-DOC-CODE.
           READ REQUIRED-DOCUMENT
               KEY IS DQ-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-DOC-REQUIRED
           END-READ.
           IF WS-DOC-REQUIRED = 'N'
               MOVE ZERO         TO DQ-CLASS-YEAR
               MOVE WS-ENTRY-DOC TO DQ-DOC-CODE
               READ REQUIRED-DOCUMENT
                   KEY IS DQ-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-DOC-REQUIRED
               END-READ
           END-IF.

       LOG-RECEIPT.
           PERFORM ACCEPT-APPLICANT.
           IF WS-APPLICANT-OK = 'Y'
               DISPLAY 'ENTER DOCUMENT CODE: '
               ACCEPT WS-ENTRY-DOC
               PERFORM CHECK-DOC-REQUIRED
               IF WS-DOC-REQUIRED = 'N'
                   DISPLAY 'LOG: ' WS-ENTRY-DOC
                       ' IS NOT ASKED OF THIS APPLICANT'
               ELSE
                   PERFORM STORE-RECEIPT
               END-IF
           END-IF.

      * A document excused earlier that turns up after all is
      * logged as received; the exception no longer applies.
       STORE-RECEIPT.
           MOVE WS-ENTRY-APPLICANT TO DR-APPLICANT-ID.
           MOVE WS-ENTRY-DOC       TO DR-DOC-CODE.
           READ DOCUMENT-RECEIVED
               KEY IS DR-KEY
               INVALID KEY
                   MOVE WS-ENTRY-APPLICANT TO DR-APPLICANT-ID
                   MOVE WS-ENTRY-DOC       TO DR-DOC-CODE
                   MOVE 'R'                TO DR-STATUS
                   MOVE WS-TODAY           TO DR-DATE
                   MOVE WS-SIGNON-ID       TO DR-LOGGED-BY
                   MOVE SPACES             TO DR-EXCEPTION-REF
                   WRITE DOCUMENT-RECEIVED-FILE
                       INVALID KEY DISPLAY 'LOG: Invalid Key'
                       NOT INVALID KEY DISPLAY 'LOG: Receipt Logged'
                   END-WRITE
               NOT INVALID KEY
                   IF DR-RECEIVED
                       DISPLAY 'LOG: ALREADY RECEIVED ' DR-DATE
                   ELSE
                       MOVE 'R'          TO DR-STATUS
                       MOVE WS-TODAY     TO DR-DATE
                       MOVE WS-SIGNON-ID TO DR-LOGGED-BY
                       MOVE SPACES       TO DR-EXCEPTION-REF
                       REWRITE DOCUMENT-RECEIVED-FILE
                           INVALID KEY DISPLAY 'LOG: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'LOG: Received, Exception '
                                   'Cleared'
                       END-REWRITE
                   END-IF
           END-READ.

       GRANT-EXCEPTION.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'EXCEPTIONS NEED FULL PERMISSION (LEVEL 3)'
           ELSE
               IF WS-SATAUD-OPEN NOT EQUAL 'Y'
                   DISPLAY 'NO AUDIT TRAIL - EXCEPTION REFUSED'
               ELSE
                   PERFORM ACCEPT-EXCEPTION
               END-IF
           END-IF.

       ACCEPT-EXCEPTION.
           PERFORM ACCEPT-APPLICANT.
           IF WS-APPLICANT-OK = 'Y'
               DISPLAY 'ENTER DOCUMENT CODE: '
               ACCEPT WS-ENTRY-DOC
               DISPLAY 'ENTER EXCEPTION REFERENCE: '
               ACCEPT WS-ENTRY-REF
               PERFORM CHECK-DOC-REQUIRED
               EVALUATE TRUE
                   WHEN WS-DOC-REQUIRED = 'N'
                       DISPLAY 'EXCEPTION: ' WS-ENTRY-DOC
                           ' IS NOT ASKED OF THIS APPLICANT'
                   WHEN WS-ENTRY-REF = SPACES
                       DISPLAY 'EXCEPTION: A REFERENCE IS REQUIRED'
                   WHEN OTHER
                       PERFORM STORE-EXCEPTION
               END-EVALUATE
           END-IF.

       STORE-EXCEPTION.
           MOVE WS-ENTRY-APPLICANT TO DR-APPLICANT-ID.
           MOVE WS-ENTRY-DOC       TO DR-DOC-CODE.
           READ DOCUMENT-RECEIVED
               KEY IS DR-KEY
               INVALID KEY
                   MOVE SPACES TO SAUD-OLD-IMAGE
                   MOVE WS-ENTRY-APPLICANT TO DR-APPLICANT-ID
                   MOVE WS-ENTRY-DOC       TO DR-DOC-CODE
                   PERFORM SET-EXCEPTION-FIELDS
                   WRITE DOCUMENT-RECEIVED-FILE
                       INVALID KEY DISPLAY 'EXCEPTION: Invalid Key'
                       NOT INVALID KEY PERFORM AUDIT-EXCEPTION
                   END-WRITE
               NOT INVALID KEY
                   IF DR-RECEIVED
                       DISPLAY 'EXCEPTION: DOCUMENT ALREADY RECEIVED '
                           DR-DATE
                   ELSE
                       MOVE SPACES TO SAUD-OLD-IMAGE
                       STRING DR-STATUS ' ' DR-EXCEPTION-REF
                           DELIMITED BY SIZE INTO SAUD-OLD-IMAGE
                       PERFORM SET-EXCEPTION-FIELDS
                       REWRITE DOCUMENT-RECEIVED-FILE
                           INVALID KEY
                               DISPLAY 'EXCEPTION: Invalid Key'
                           NOT INVALID KEY PERFORM AUDIT-EXCEPTION
                       END-REWRITE
                   END-IF
           END-READ.

       SET-EXCEPTION-FIELDS.
           MOVE 'X'          TO DR-STATUS.
           MOVE WS-TODAY     TO DR-DATE.
           MOVE WS-SIGNON-ID TO DR-LOGGED-BY.
           MOVE WS-ENTRY-REF TO DR-EXCEPTION-REF.

       AUDIT-EXCEPTION.
           MOVE 'DOCUMENT-RECEI' TO SAUD-FILE-NAME.
           MOVE DR-KEY          TO SAUD-RECORD-KEY.
           MOVE 'EXCEPT'        TO SAUD-ACTION.
           MOVE SPACES          TO SAUD-NEW-IMAGE.
           STRING DR-STATUS ' ' DR-EXCEPTION-REF
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.
           DISPLAY 'EXCEPTION: Recorded for ' DR-APPLICANT-ID
               ' ' DR-DOC-CODE.

      * Every document asked of the applicant - the every-class list,
      * then the applied class's own - with what the desk holds.
       SHOW-CHECKLIST.
           PERFORM ACCEPT-APPLICANT.
           IF WS-APPLICANT-OK = 'Y'
               MOVE ZERO TO WS-LIST-CLASS
               PERFORM SHOW-CLASS-CHECKLIST
               IF AP-APPLIED-CLASS NOT = ZERO
                   MOVE AP-APPLIED-CLASS TO WS-LIST-CLASS
                   PERFORM SHOW-CLASS-CHECKLIST
               END-IF
           END-IF.

       SHOW-CLASS-CHECKLIST.
           MOVE WS-LIST-CLASS TO DQ-CLASS-YEAR.
           MOVE LOW-VALUES    TO DQ-DOC-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START REQUIRED-DOCUMENT KEY NOT < DQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ REQUIRED-DOCUMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF DQ-CLASS-YEAR NOT EQUAL WS-LIST-CLASS
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           PERFORM SHOW-ONE-DOCUMENT
                       END-IF
               END-READ
           END-PERFORM.

       SHOW-ONE-DOCUMENT.
           MOVE WS-ENTRY-APPLICANT TO DR-APPLICANT-ID.
           MOVE DQ-DOC-CODE        TO DR-DOC-CODE.
           READ DOCUMENT-RECEIVED
               KEY IS DR-KEY
               INVALID KEY
                   MOVE 'OUTSTANDING' TO WS-DOC-STANDING
               NOT INVALID KEY
                   IF DR-RECEIVED
                       MOVE SPACES TO WS-DOC-STANDING
                       STRING 'RECEIVED ' DR-DATE
                           DELIMITED BY SIZE INTO WS-DOC-STANDING
                   ELSE
                       MOVE SPACES TO WS-DOC-STANDING
                       STRING 'EXCEPTION ' DR-EXCEPTION-REF
                           DELIMITED BY SIZE INTO WS-DOC-STANDING
                   END-IF
           END-READ.
           DISPLAY DQ-DOC-CODE ' ' DQ-DOC-NAME ' MANDATORY '
               DQ-MANDATORY ' ' WS-DOC-STANDING.

       ADD-REQUIRED-DOCUMENT.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'LIST CHANGES NEED FULL PERMISSION (LEVEL 3)'
           ELSE
               DISPLAY 'ENTER APPLIED CLASS (00 FOR EVERY CLASS): '
               ACCEPT WS-ENTRY-CLASS
               DISPLAY 'ENTER DOCUMENT CODE: '
               ACCEPT WS-ENTRY-DOC
               DISPLAY 'ENTER DOCUMENT NAME: '
               ACCEPT WS-ENTRY-NAME
               DISPLAY 'MANDATORY (Y/N): '
               ACCEPT WS-ENTRY-MANDATORY
               IF WS-ENTRY-DOC = SPACES
                   DISPLAY 'ADD: DOCUMENT CODE REQUIRED'
               ELSE
                   MOVE WS-ENTRY-CLASS     TO DQ-CLASS-YEAR
                   MOVE WS-ENTRY-DOC       TO DQ-DOC-CODE
                   MOVE WS-ENTRY-NAME      TO DQ-DOC-NAME
                   IF WS-ENTRY-MANDATORY = 'Y'
                       MOVE 'Y' TO DQ-MANDATORY
                   ELSE
                       MOVE 'N' TO DQ-MANDATORY
                   END-IF
                   WRITE REQUIRED-DOCUMENT-FILE
                       INVALID KEY
                           DISPLAY 'ADD: Document Already Listed'
                       NOT INVALID KEY
                           DISPLAY 'ADD: Document Inserted'
                   END-WRITE
               END-IF
           END-IF.

       DELETE-REQUIRED-DOCUMENT.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'LIST CHANGES NEED FULL PERMISSION (LEVEL 3)'
           ELSE
               DISPLAY 'ENTER APPLIED CLASS (00 FOR EVERY CLASS): '
               ACCEPT WS-ENTRY-CLASS
               DISPLAY 'ENTER DOCUMENT CODE: '
               ACCEPT WS-ENTRY-DOC
               MOVE WS-ENTRY-CLASS TO DQ-CLASS-YEAR
               MOVE WS-ENTRY-DOC   TO DQ-DOC-CODE
               DELETE REQUIRED-DOCUMENT RECORD
                   INVALID KEY DISPLAY 'DELETE: Invalid Key'
                   NOT INVALID KEY DISPLAY 'DELETE: Document Deleted'
               END-DELETE
           END-IF.

       LIST-REQUIRED-DOCUMENTS.
           DISPLAY 'ENTER APPLIED CLASS (00 FOR EVERY CLASS): '.
           ACCEPT WS-LIST-CLASS.
           MOVE WS-LIST-CLASS TO DQ-CLASS-YEAR.
           MOVE LOW-VALUES    TO DQ-DOC-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START REQUIRED-DOCUMENT KEY NOT < DQ-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ REQUIRED-DOCUMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF DQ-CLASS-YEAR NOT EQUAL WS-LIST-CLASS
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY DQ-DOC-CODE ' ' DQ-DOC-NAME
                               ' MANDATORY ' DQ-MANDATORY
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
       COPY "sataudwt.cpy".
