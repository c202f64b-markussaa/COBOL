      * The only record of who handed in what was each teacher's
      * markbook, so nobody could see a student missing work in
      * every subject at once. ASSIGNMENT-MASTER (asgnmas.cpy) holds
      * each piece of homework or coursework set to a section, and
      * WORK-SUBMISSION (worksub.cpy) each student's outcome against
      * it - submitted, late or missing. This program is the
      * front-end to both, following EVENT-MAINTENANCE's
      * ACCEPT-driven menu loop. Submissions are taken the way the
      * markbook column is filled in: the section's active students
      * are walked in turn and the teacher keys S, L or M for each,
      * a blank leaving the student as they stand.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ASSIGNMENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ASSIGNMENT-MASTER ASSIGN TO 'ASSIGNMENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AG-KEY
                   FILE STATUS IS WS-FS.

               SELECT WORK-SUBMISSION ASSIGN TO 'WORK-SUBMISSION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS WK-KEY
                   FILE STATUS IS WS-WORK-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT SECTION-MASTER ASSIGN TO 'SECTION-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SEC-KEY
                   FILE STATUS IS WS-SECT-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ASSIGNMENT-MASTER.
           COPY "asgnmas.cpy".

           FD WORK-SUBMISSION.
           COPY "worksub.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD SECTION-MASTER.
           COPY "sectmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-WORK-FS           PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-SUBJ-FS           PIC X(02).
           01 WS-SECT-FS           PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
      *    Whether the optional masters opened - the status fields
      *    change on every keyed read, so they cannot double as the
      *    open flags.
           01 WS-SECT-OPEN         PIC A(01) VALUE 'N'.
           01 WS-STAFF-OPEN        PIC A(01) VALUE 'N'.
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SECTION     PIC X(01).
           01 WS-ENTRY-DUE         PIC 9(08).
           01 WS-ENTRY-TITLE       PIC X(30).
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-STAFF       PIC 9(04).
           01 WS-ENTRY-STATUS      PIC X(01).
           01 WS-REJECT-REASON     PIC X(30).
           01 WS-LIST-EOF          PIC A(01).
           01 WS-ROSTER-COUNT      PIC 9(04).
           01 WS-RECORDED-COUNT    PIC 9(04).
           01 WS-CURRENT-STATUS    PIC X(09).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ASSIGNMENT-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O ASSIGNMENT-MASTER.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT ASSIGNMENT-MASTER
               CLOSE ASSIGNMENT-MASTER
               OPEN I-O ASSIGNMENT-MASTER
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN I-O WORK-SUBMISSION.
           IF WS-WORK-FS EQUAL '35'
               OPEN OUTPUT WORK-SUBMISSION
               CLOSE WORK-SUBMISSION
               OPEN I-O WORK-SUBMISSION
           END-IF.
           IF WS-WORK-FS NOT EQUAL '00'
               DISPLAY "Error opening WORK-SUBMISSION. Status: "
                   WS-WORK-FS
               CLOSE ASSIGNMENT-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE ASSIGNMENT-MASTER
               CLOSE WORK-SUBMISSION
               STOP RUN
           END-IF.

           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE ASSIGNMENT-MASTER
               CLOSE WORK-SUBMISSION
               CLOSE STUDENT
               STOP RUN
           END-IF.

      *    Without the section or staff masters the section letter
      *    and the teacher are taken as keyed.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-FS EQUAL '00'
               MOVE 'Y' TO WS-SECT-OPEN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-ASSIGNMENT
                   WHEN 2 PERFORM CHANGE-ASSIGNMENT
                   WHEN 3 PERFORM CANCEL-ASSIGNMENT
                   WHEN 4 PERFORM LIST-ASSIGNMENTS
                   WHEN 5 PERFORM RECORD-SUBMISSIONS
                   WHEN 6 DISPLAY 'EXITING ASSIGNMENT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE ASSIGNMENT-MASTER.
           CLOSE WORK-SUBMISSION.
           CLOSE STUDENT.
           CLOSE SUBJECT-MAST.
           IF WS-SECT-OPEN = 'Y'
               CLOSE SECTION-MASTER
           END-IF.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. SET ASSIGNMENT'.
           DISPLAY '2. CHANGE ASSIGNMENT'.
           DISPLAY '3. CANCEL ASSIGNMENT'.
           DISPLAY '4. LIST SECTION ASSIGNMENTS'.
           DISPLAY '5. RECORD SUBMISSIONS'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ASSIGN-KEY.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.
           DISPLAY 'ENTER CLASS YEAR: '.
           ACCEPT WS-ENTRY-YEAR.
           DISPLAY 'ENTER SECTION: '.
           ACCEPT WS-ENTRY-SECTION.
           DISPLAY 'ENTER DUE DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DUE.
           MOVE WS-ENTRY-SUBJECT TO AG-SUBJECT-CODE.
           MOVE WS-ENTRY-YEAR    TO AG-CLASS-YEAR.
           MOVE WS-ENTRY-SECTION TO AG-SECTION-CODE.
           MOVE WS-ENTRY-DUE     TO AG-DUE-DATE.

       ACCEPT-ENTRY-DETAILS.
           DISPLAY 'ENTER TITLE: '.
           ACCEPT WS-ENTRY-TITLE.
           DISPLAY 'HOMEWORK OR COURSEWORK (H/C): '.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'ENTER SETTING TEACHER STAFF ID: '.
           ACCEPT WS-ENTRY-STAFF.

      * The subject must be live, the section must exist for the
      * class-year, the work type must be H or C, and the teacher
      * must be on the staff master.
       VALIDATE-ASSIGNMENT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE WS-ENTRY-SUBJECT TO SM-SUBJECT-CODE.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY
                   MOVE 'SUBJECT NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF SM-SUBJECT-RETIRED
                       MOVE 'SUBJECT RETIRED' TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
               AND WS-SECT-OPEN = 'Y'
               MOVE WS-ENTRY-YEAR    TO SEC-CLASS-YEAR
               MOVE WS-ENTRY-SECTION TO SEC-CODE
               READ SECTION-MASTER
                   KEY IS SEC-KEY
                   INVALID KEY
                       MOVE 'SECTION NOT FOUND' TO WS-REJECT-REASON
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-ENTRY-TYPE NOT = 'H'
                   AND WS-ENTRY-TYPE NOT = 'C'
                   MOVE 'TYPE MUST BE H OR C' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               AND WS-STAFF-OPEN = 'Y'
               MOVE WS-ENTRY-STAFF TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY
                       MOVE 'TEACHER NOT FOUND' TO WS-REJECT-REASON
               END-READ
           END-IF.

       ADD-ASSIGNMENT.
           PERFORM ACCEPT-ASSIGN-KEY.
           PERFORM ACCEPT-ENTRY-DETAILS.
           PERFORM VALIDATE-ASSIGNMENT.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'ADD: ' WS-REJECT-REASON
           ELSE
               MOVE SPACES TO ASSIGNMENT-MASTER-FILE
               MOVE WS-ENTRY-SUBJECT TO AG-SUBJECT-CODE
               MOVE WS-ENTRY-YEAR    TO AG-CLASS-YEAR
               MOVE WS-ENTRY-SECTION TO AG-SECTION-CODE
               MOVE WS-ENTRY-DUE     TO AG-DUE-DATE
               MOVE WS-ENTRY-TITLE   TO AG-TITLE
               MOVE WS-ENTRY-TYPE    TO AG-WORK-TYPE
               MOVE WS-TODAY         TO AG-SET-DATE
               MOVE WS-ENTRY-STAFF   TO AG-STAFF-ID
               MOVE 'S'              TO AG-STATUS
               WRITE ASSIGNMENT-MASTER-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ADD: Assignment Set'
               END-WRITE
           END-IF.

       CHANGE-ASSIGNMENT.
           PERFORM ACCEPT-ASSIGN-KEY.
           READ ASSIGNMENT-MASTER
               KEY IS AG-KEY
               INVALID KEY DISPLAY 'CHANGE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM ACCEPT-ENTRY-DETAILS
               PERFORM VALIDATE-ASSIGNMENT
               IF WS-REJECT-REASON NOT = SPACES
                   DISPLAY 'CHANGE: ' WS-REJECT-REASON
               ELSE
                   MOVE WS-ENTRY-TITLE TO AG-TITLE
                   MOVE WS-ENTRY-TYPE  TO AG-WORK-TYPE
                   MOVE WS-ENTRY-STAFF TO AG-STAFF-ID
                   REWRITE ASSIGNMENT-MASTER-FILE
                       INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHANGE: Assignment Updated'
                   END-REWRITE
               END-IF
           END-IF.

      * A cancelled piece of work keeps its submissions on file;
      * the missing-work run simply stops counting them.
       CANCEL-ASSIGNMENT.
           PERFORM ACCEPT-ASSIGN-KEY.
           READ ASSIGNMENT-MASTER
               KEY IS AG-KEY
               INVALID KEY DISPLAY 'CANCEL: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               MOVE 'C' TO AG-STATUS
               REWRITE ASSIGNMENT-MASTER-FILE
                   INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'CANCEL: Assignment Cancelled'
               END-REWRITE
           END-IF.

      * The key leads with the subject, so a section's list is a
      * pass over the whole file picking out its rows.
       LIST-ASSIGNMENTS.
           DISPLAY 'ENTER CLASS YEAR: '.
           ACCEPT WS-ENTRY-YEAR.
           DISPLAY 'ENTER SECTION: '.
           ACCEPT WS-ENTRY-SECTION.
           MOVE LOW-VALUES TO AG-KEY.
           MOVE 'N' TO WS-LIST-EOF.
           START ASSIGNMENT-MASTER KEY NOT < AG-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ASSIGNMENT-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF AG-CLASS-YEAR = WS-ENTRY-YEAR
                           AND AG-SECTION-CODE = WS-ENTRY-SECTION
                           DISPLAY AG-SUBJECT-CODE ' DUE '
                               AG-DUE-DATE ' ' AG-WORK-TYPE ' '
                               AG-TITLE ' SET BY ' AG-STAFF-ID
                               ' STATUS=' AG-STATUS
                       END-IF
               END-READ
           END-PERFORM.

      * The section's active students are walked in STUDENT-ID
      * order, each one's outcome keyed against the assignment.
       RECORD-SUBMISSIONS.
           PERFORM ACCEPT-ASSIGN-KEY.
           MOVE SPACES TO WS-REJECT-REASON.
           READ ASSIGNMENT-MASTER
               KEY IS AG-KEY
               INVALID KEY
                   MOVE 'ASSIGNMENT NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF AG-CANCELLED
                       MOVE 'ASSIGNMENT CANCELLED'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'SUBMISSIONS: ' WS-REJECT-REASON
           ELSE
               DISPLAY AG-TITLE
               DISPLAY 'KEY S=SUBMITTED L=LATE M=MISSING, '
                   'BLANK TO LEAVE AS IS'
               MOVE ZERO TO WS-ROSTER-COUNT
               MOVE ZERO TO WS-RECORDED-COUNT
               MOVE ZERO TO STUDENT-ID
               MOVE 'N' TO WS-LIST-EOF
               START STUDENT KEY NOT < STUDENT-ID
                   INVALID KEY MOVE 'Y' TO WS-LIST-EOF
               END-START
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ STUDENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF STUDENT-ACTIVE
                               AND CLASS-YEAR = AG-CLASS-YEAR
                               AND SECTION-CODE = AG-SECTION-CODE
                               PERFORM RECORD-ONE-SUBMISSION
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'SUBMISSIONS: ' WS-RECORDED-COUNT
                   ' RECORDED FOR ' WS-ROSTER-COUNT ' STUDENTS'
           END-IF.

       RECORD-ONE-SUBMISSION.
           ADD 1 TO WS-ROSTER-COUNT.
           MOVE STUDENT-ID TO WK-STUDENT-ID.
           MOVE AG-KEY     TO WK-ASSIGN-KEY.
           READ WORK-SUBMISSION
               KEY IS WK-KEY
               INVALID KEY MOVE 'NONE' TO WS-CURRENT-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN WK-SUBMITTED
                           MOVE 'SUBMITTED' TO WS-CURRENT-STATUS
                       WHEN WK-LATE
                           MOVE 'LATE'      TO WS-CURRENT-STATUS
                       WHEN OTHER
                           MOVE 'MISSING'   TO WS-CURRENT-STATUS
                   END-EVALUATE
           END-READ.

           DISPLAY STUDENT-ID ' ' STUDENT-NAME ' (' WS-CURRENT-STATUS
               '): '.
           MOVE SPACE TO WS-ENTRY-STATUS.
           ACCEPT WS-ENTRY-STATUS.

           IF WS-ENTRY-STATUS = SPACE
               CONTINUE
           ELSE
               IF WS-ENTRY-STATUS NOT = 'S'
                   AND WS-ENTRY-STATUS NOT = 'L'
                   AND WS-ENTRY-STATUS NOT = 'M'
                   DISPLAY 'SUBMISSION: MUST BE S, L OR M - '
                       'LEFT AS IS'
               ELSE
                   PERFORM APPLY-SUBMISSION
               END-IF
           END-IF.

       APPLY-SUBMISSION.
           MOVE WS-ENTRY-STATUS TO WK-STATUS.
           MOVE WS-TODAY        TO WK-RECORDED-DATE.
           IF WS-WORK-FS EQUAL '00'
               REWRITE WORK-SUBMISSION-FILE
                   INVALID KEY DISPLAY 'SUBMISSION: Invalid Key'
                   NOT INVALID KEY ADD 1 TO WS-RECORDED-COUNT
               END-REWRITE
           ELSE
               MOVE STUDENT-ID TO WK-STUDENT-ID
               MOVE AG-KEY     TO WK-ASSIGN-KEY
               WRITE WORK-SUBMISSION-FILE
                   INVALID KEY DISPLAY 'SUBMISSION: Invalid Key'
                   NOT INVALID KEY ADD 1 TO WS-RECORDED-COUNT
               END-WRITE
           END-IF.

       COPY "fsxlate.cpy".
