      * The principal may condone a debarred student's attendance
      * shortage and let them sit the exam. EXAM-ELIGIBILITY-RUN
      * does the arithmetic; this program records the decision. A
      * condonation takes full update-and-delete permission through
      * the same OPERATOR-MASTER sign-on LEAVE-MAINTENANCE uses, the
      * signed-on operator is stamped on the record as the approver
      * with the date and the stated reason, and the before and
      * after standing go to the satellite audit trail. Withdrawing
      * a condonation puts the student back to debarred the same
      * way. Only a debarred student can be condoned - an eligible
      * one has nothing to condone.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EXAM-CONDONATION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-ELIGIBILITY ASSIGN TO 'EXAM-ELIGIBILITY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EG-KEY
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

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
           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-OPER-FS           PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-EXAM        PIC X(06).
           01 WS-ENTRY-REASON      PIC X(20).
           01 WS-SIGNON-ID         PIC X(08).
           01 WS-SIGNON-PASSWORD   PIC X(08).
           01 WS-SIGNED-ON         PIC A(01) VALUE 'N'.
           01 WS-PERM-LEVEL        PIC 9(01) VALUE ZERO.
           01 WS-LIST-EOF          PIC A(01).
           01 WS-LIST-COUNT        PIC 9(05).
           01 WS-DISPLAY-PCT       PIC ZZ9.99.
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EXAM-CONDONATION".
           MOVE 'EXCONDON' TO SAUD-PROGRAM-ID.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - CONDONATION NOT AVAILABLE'
               STOP RUN
           END-IF.
           MOVE WS-SIGNON-ID TO SAUD-OPERATOR-ID.

           OPEN I-O EXAM-ELIGIBILITY.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error opening EXAM-ELIGIBILITY. Status: "
                   WS-FS " " WS-FS-MESSAGE
               DISPLAY 'RUN EXAM-ELIGIBILITY-RUN FOR THE EXAM FIRST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE EXAM-ELIGIBILITY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS
               DISPLAY 'CONDONATION REFUSED - CHANGE WOULD BE '
                   'UNTRACEABLE'
               CLOSE EXAM-ELIGIBILITY
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM CONDONE-SHORTAGE
                   WHEN 2 PERFORM WITHDRAW-CONDONATION
                   WHEN 3 PERFORM LIST-EXAM-STANDING
                   WHEN 4 DISPLAY 'EXITING EXAM CONDONATION'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE EXAM-ELIGIBILITY.
           CLOSE STUDENT.
           CLOSE SATELLITE-AUDIT.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, exactly as OPERATOR-MENU
      * does it - a condonation puts a student into the exam hall.
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
           DISPLAY '1. CONDONE ATTENDANCE SHORTAGE'.
           DISPLAY '2. WITHDRAW CONDONATION'.
           DISPLAY '3. LIST DEBARRED AND CONDONED FOR EXAM'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-ENTRY-EXAM.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           MOVE WS-ENTRY-ID   TO EG-STUDENT-ID.
           MOVE WS-ENTRY-EXAM TO EG-EXAM-CODE.
           READ EXAM-ELIGIBILITY
               KEY IS EG-KEY
               INVALID KEY
                   DISPLAY 'NO ELIGIBILITY RECORD FOR STUDENT '
                       WS-ENTRY-ID ' EXAM ' WS-ENTRY-EXAM
           END-READ.
           IF WS-FS EQUAL '00'
               MOVE EG-ATTEND-PCT TO WS-DISPLAY-PCT
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY MOVE SPACES TO STUDENT-NAME
               END-READ
               DISPLAY 'STUDENT ' EG-STUDENT-ID ' ' STUDENT-NAME
               DISPLAY 'ATTENDANCE ' WS-DISPLAY-PCT
                   '% TO ' EG-CUTOFF-DATE '  STANDING ' EG-STATUS
           END-IF.

       CONDONE-SHORTAGE.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'NOT AUTHORIZED - FULL PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-ENTRY-KEY
               IF WS-FS EQUAL '00'
                   IF NOT EG-DEBARRED
                       DISPLAY 'CONDONE: STUDENT IS NOT DEBARRED'
                   ELSE
                       DISPLAY 'ENTER REASON: '
                       ACCEPT WS-ENTRY-REASON
                       IF WS-ENTRY-REASON = SPACES
                           DISPLAY 'CONDONE: A REASON IS REQUIRED'
                       ELSE
                           PERFORM APPLY-CONDONATION
                       END-IF
                   END-IF
               END-IF
           END-IF.

       APPLY-CONDONATION.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'DEBARRED ' WS-DISPLAY-PCT '%'
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE 'C'             TO EG-STATUS.
           MOVE WS-SIGNON-ID    TO EG-CONDONED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EG-CONDONED-DATE.
           MOVE WS-ENTRY-REASON TO EG-CONDONE-REASON.
           REWRITE EXAM-ELIGIBILITY-FILE
               INVALID KEY DISPLAY 'CONDONE: Invalid Key'
               NOT INVALID KEY
                   DISPLAY 'CONDONE: Shortage Condoned'
                   MOVE 'EXAM-ELIGIBILI' TO SAUD-FILE-NAME
                   MOVE EG-KEY          TO SAUD-RECORD-KEY
                   MOVE 'CONDONE'       TO SAUD-ACTION
                   MOVE SPACES          TO SAUD-NEW-IMAGE
                   STRING 'CONDONED ' EG-CONDONE-REASON
                       DELIMITED BY SIZE INTO SAUD-NEW-IMAGE
                   PERFORM APPEND-SATELLITE-AUDIT
           END-REWRITE.

       WITHDRAW-CONDONATION.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'NOT AUTHORIZED - FULL PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-ENTRY-KEY
               IF WS-FS EQUAL '00'
                   IF NOT EG-CONDONED
                       DISPLAY 'WITHDRAW: STUDENT IS NOT CONDONED'
                   ELSE
                       PERFORM APPLY-WITHDRAWAL
                   END-IF
               END-IF
           END-IF.

       APPLY-WITHDRAWAL.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'CONDONED BY ' EG-CONDONED-BY
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE 'D'    TO EG-STATUS.
           MOVE SPACES TO EG-CONDONED-BY.
           MOVE ZERO   TO EG-CONDONED-DATE.
           MOVE SPACES TO EG-CONDONE-REASON.
           REWRITE EXAM-ELIGIBILITY-FILE
               INVALID KEY DISPLAY 'WITHDRAW: Invalid Key'
               NOT INVALID KEY
                   DISPLAY 'WITHDRAW: Student Debarred Again'
                   MOVE 'EXAM-ELIGIBILI' TO SAUD-FILE-NAME
                   MOVE EG-KEY          TO SAUD-RECORD-KEY
                   MOVE 'WITHDRAW'      TO SAUD-ACTION
                   MOVE SPACES          TO SAUD-NEW-IMAGE
                   STRING 'DEBARRED ' WS-DISPLAY-PCT '%'
                       DELIMITED BY SIZE INTO SAUD-NEW-IMAGE
                   PERFORM APPEND-SATELLITE-AUDIT
           END-REWRITE.

      * The file is keyed student first, so one exam's standing is
      * a full browse filtered on the exam code.
       LIST-EXAM-STANDING.
           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-ENTRY-EXAM.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE LOW-VALUES TO EG-KEY.
           START EXAM-ELIGIBILITY KEY NOT < EG-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ EXAM-ELIGIBILITY NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EG-EXAM-CODE = WS-ENTRY-EXAM
                           AND (EG-DEBARRED OR EG-CONDONED)
                           ADD 1 TO WS-LIST-COUNT
                           MOVE EG-ATTEND-PCT TO WS-DISPLAY-PCT
                           IF EG-DEBARRED
                               DISPLAY EG-STUDENT-ID ' '
                                   WS-DISPLAY-PCT '% DEBARRED'
                           ELSE
                               DISPLAY EG-STUDENT-ID ' '
                                   WS-DISPLAY-PCT '% CONDONED BY '
                                   EG-CONDONED-BY ' ON '
                                   EG-CONDONED-DATE ' '
                                   EG-CONDONE-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY 'STUDENTS LISTED: ' WS-LIST-COUNT.

       COPY "fsxlate.cpy".
       COPY "sataudwt.cpy".
