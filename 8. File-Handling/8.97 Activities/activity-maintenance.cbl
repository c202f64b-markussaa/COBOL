      * Clubs, sports teams and societies were kept in the
      * supervising teachers' notebooks, so nothing reached the
      * transcript when a university asked. ACTIVITY-MASTER
      * (actvmas.cpy) records each activity and its STAFF-MASTER
      * supervisor, and ACTIVITY-MEMBERSHIP (actmemb.cpy) each
      * student's membership for a school year with the role held
      * and what was achieved. This program is the front-end to
      * both, following SUBJECT-MAINTENANCE's ACCEPT-driven menu
      * loop. A supervisor must be an active member of staff; a
      * membership needs an active student and an active activity.
      * Re-entering a membership for the same student, year and
      * activity updates the role and achievement in place.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACTIVITY-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACTIVITY-MASTER ASSIGN TO 'ACTIVITY-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AC-ACTIVITY-CODE
                   FILE STATUS IS WS-FS.

               SELECT ACTIVITY-MEMBERSHIP
                   ASSIGN TO 'ACTIVITY-MEMBERSHIP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   ALTERNATE RECORD KEY IS AM-ACTIVITY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-MEMBER-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACTIVITY-MASTER.
           COPY "actvmas.cpy".

           FD ACTIVITY-MEMBERSHIP.
           COPY "actmemb.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-MEMBER-FS         PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-CODE        PIC X(06).
           01 WS-ENTRY-NAME        PIC X(25).
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-SUPERVISOR  PIC 9(04).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-YEAR        PIC 9(04).
           01 WS-ENTRY-ROLE        PIC X(01).
           01 WS-ENTRY-ACHIEVEMENT PIC X(40).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACTIVITY-MAINTENANCE".

           OPEN I-O ACTIVITY-MASTER.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT ACTIVITY-MASTER
               CLOSE ACTIVITY-MASTER
               OPEN I-O ACTIVITY-MASTER
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN I-O ACTIVITY-MEMBERSHIP.
           IF WS-MEMBER-FS EQUAL '35'
               OPEN OUTPUT ACTIVITY-MEMBERSHIP
               CLOSE ACTIVITY-MEMBERSHIP
               OPEN I-O ACTIVITY-MEMBERSHIP
           END-IF.
           IF WS-MEMBER-FS NOT EQUAL '00'
               DISPLAY "Error opening ACTIVITY-MEMBERSHIP. Status: "
                   WS-MEMBER-FS
               CLOSE ACTIVITY-MASTER
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE ACTIVITY-MASTER
               CLOSE ACTIVITY-MEMBERSHIP
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE ACTIVITY-MASTER
               CLOSE ACTIVITY-MEMBERSHIP
               CLOSE STUDENT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 8
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-ACTIVITY
                   WHEN 2 PERFORM CHANGE-ACTIVITY
                   WHEN 3 PERFORM CLOSE-ACTIVITY
                   WHEN 4 PERFORM LIST-ACTIVITIES
                   WHEN 5 PERFORM RECORD-MEMBERSHIP
                   WHEN 6 PERFORM REMOVE-MEMBERSHIP
                   WHEN 7 PERFORM LIST-STUDENT-ACTIVITIES
                   WHEN 8 DISPLAY 'EXITING ACTIVITY MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE ACTIVITY-MASTER.
           CLOSE ACTIVITY-MEMBERSHIP.
           CLOSE STUDENT.
           CLOSE STAFF-MAST.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ADD ACTIVITY'.
           DISPLAY '2. CHANGE ACTIVITY'.
           DISPLAY '3. CLOSE ACTIVITY'.
           DISPLAY '4. LIST ACTIVITIES'.
           DISPLAY '5. RECORD MEMBERSHIP'.
           DISPLAY '6. REMOVE MEMBERSHIP'.
           DISPLAY '7. LIST A STUDENT''S ACTIVITIES'.
           DISPLAY '8. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-CODE.
           DISPLAY 'ENTER ACTIVITY CODE: '.
           ACCEPT WS-ENTRY-CODE.

       ACCEPT-ACTIVITY-DETAILS.
           DISPLAY 'ENTER ACTIVITY NAME: '.
           ACCEPT WS-ENTRY-NAME.
           DISPLAY 'ENTER TYPE (C=CLUB T=TEAM S=SOCIETY): '.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'ENTER SUPERVISOR STAFF ID: '.
           ACCEPT WS-ENTRY-SUPERVISOR.
           PERFORM VALIDATE-ACTIVITY-DETAILS.

       VALIDATE-ACTIVITY-DETAILS.
           MOVE 'Y' TO WS-ENTRY-OK.
           IF WS-ENTRY-TYPE NOT = 'C' AND WS-ENTRY-TYPE NOT = 'T'
               AND WS-ENTRY-TYPE NOT = 'S'
               DISPLAY 'ACTIVITY: TYPE MUST BE C, T OR S'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           MOVE WS-ENTRY-SUPERVISOR TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY
                   DISPLAY 'ACTIVITY: SUPERVISOR NOT ON STAFF-MASTER'
                   MOVE 'N' TO WS-ENTRY-OK
               NOT INVALID KEY
                   IF NOT SF-ACTIVE
                       DISPLAY 'ACTIVITY: SUPERVISOR HAS DEPARTED'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-READ.

       ADD-ACTIVITY.
           PERFORM ACCEPT-ENTRY-CODE.
           PERFORM ACCEPT-ACTIVITY-DETAILS.
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-CODE       TO AC-ACTIVITY-CODE
               MOVE WS-ENTRY-NAME       TO AC-ACTIVITY-NAME
               MOVE WS-ENTRY-TYPE       TO AC-ACTIVITY-TYPE
               MOVE WS-ENTRY-SUPERVISOR TO AC-SUPERVISOR-ID
               MOVE 'A'                 TO AC-STATUS
               WRITE ACTIVITY-MASTER-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ADD: Activity Inserted'
               END-WRITE
           END-IF.

       CHANGE-ACTIVITY.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO AC-ACTIVITY-CODE.
           READ ACTIVITY-MASTER
               KEY IS AC-ACTIVITY-CODE
               INVALID KEY DISPLAY 'CHANGE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM ACCEPT-ACTIVITY-DETAILS
               IF WS-ENTRY-OK = 'Y'
                   MOVE WS-ENTRY-NAME       TO AC-ACTIVITY-NAME
                   MOVE WS-ENTRY-TYPE       TO AC-ACTIVITY-TYPE
                   MOVE WS-ENTRY-SUPERVISOR TO AC-SUPERVISOR-ID
                   MOVE 'A'                 TO AC-STATUS
                   REWRITE ACTIVITY-MASTER-FILE
                       INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHANGE: Activity Updated'
                   END-REWRITE
               END-IF
           END-IF.

       CLOSE-ACTIVITY.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO AC-ACTIVITY-CODE.
           READ ACTIVITY-MASTER
               KEY IS AC-ACTIVITY-CODE
               INVALID KEY DISPLAY 'CLOSE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               MOVE 'C' TO AC-STATUS
               REWRITE ACTIVITY-MASTER-FILE
                   INVALID KEY DISPLAY 'CLOSE: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'CLOSE: Activity Closed '
                           AC-ACTIVITY-CODE
               END-REWRITE
           END-IF.

       LIST-ACTIVITIES.
           MOVE LOW-VALUES TO AC-ACTIVITY-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START ACTIVITY-MASTER KEY NOT < AC-ACTIVITY-CODE
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ACTIVITY-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       DISPLAY AC-ACTIVITY-CODE ' ' AC-ACTIVITY-NAME
                           ' TYPE=' AC-ACTIVITY-TYPE
                           ' SUPERVISOR=' AC-SUPERVISOR-ID
                           ' STATUS=' AC-STATUS
               END-READ
           END-PERFORM.

       ACCEPT-MEMBERSHIP-KEY.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           DISPLAY 'ENTER SCHOOL YEAR (YYYY): '.
           ACCEPT WS-ENTRY-YEAR.
           PERFORM ACCEPT-ENTRY-CODE.

       RECORD-MEMBERSHIP.
           PERFORM ACCEPT-MEMBERSHIP-KEY.
           DISPLAY 'ENTER ROLE (M=MEMBER C=CAPTAIN S=SECRETARY): '.
           ACCEPT WS-ENTRY-ROLE.
           DISPLAY 'ENTER ACHIEVEMENTS: '.
           ACCEPT WS-ENTRY-ACHIEVEMENT.
           PERFORM VALIDATE-MEMBERSHIP.
           IF WS-ENTRY-OK = 'Y'
               PERFORM APPLY-MEMBERSHIP
           END-IF.

       VALIDATE-MEMBERSHIP.
           MOVE 'Y' TO WS-ENTRY-OK.
           IF WS-ENTRY-ROLE NOT = 'M' AND WS-ENTRY-ROLE NOT = 'C'
               AND WS-ENTRY-ROLE NOT = 'S'
               DISPLAY 'MEMBERSHIP: ROLE MUST BE M, C OR S'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           MOVE WS-ENTRY-STUDENT TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'MEMBERSHIP: Student Not Found'
                   MOVE 'N' TO WS-ENTRY-OK
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       DISPLAY 'MEMBERSHIP: Student Not Active'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-READ.
           MOVE WS-ENTRY-CODE TO AC-ACTIVITY-CODE.
           READ ACTIVITY-MASTER
               KEY IS AC-ACTIVITY-CODE
               INVALID KEY
                   DISPLAY 'MEMBERSHIP: Activity Not Found'
                   MOVE 'N' TO WS-ENTRY-OK
               NOT INVALID KEY
                   IF NOT AC-ACTIVE
                       DISPLAY 'MEMBERSHIP: Activity Closed'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-READ.

       APPLY-MEMBERSHIP.
           MOVE WS-ENTRY-STUDENT TO AM-STUDENT-ID.
           MOVE WS-ENTRY-YEAR    TO AM-YEAR.
           MOVE WS-ENTRY-CODE    TO AM-ACTIVITY-CODE.
           READ ACTIVITY-MEMBERSHIP
               KEY IS AM-KEY
               INVALID KEY CONTINUE
           END-READ.
           MOVE WS-ENTRY-ROLE        TO AM-ROLE.
           MOVE WS-ENTRY-ACHIEVEMENT TO AM-ACHIEVEMENT.
           IF WS-MEMBER-FS EQUAL '00'
               REWRITE ACTIVITY-MEMBERSHIP-FILE
                   INVALID KEY DISPLAY 'MEMBERSHIP: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'MEMBERSHIP: Membership Updated'
               END-REWRITE
           ELSE
               MOVE WS-ENTRY-STUDENT TO AM-STUDENT-ID
               MOVE WS-ENTRY-YEAR    TO AM-YEAR
               MOVE WS-ENTRY-CODE    TO AM-ACTIVITY-CODE
               WRITE ACTIVITY-MEMBERSHIP-FILE
                   INVALID KEY DISPLAY 'MEMBERSHIP: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'MEMBERSHIP: Membership Recorded'
               END-WRITE
           END-IF.

       REMOVE-MEMBERSHIP.
           PERFORM ACCEPT-MEMBERSHIP-KEY.
           MOVE WS-ENTRY-STUDENT TO AM-STUDENT-ID.
           MOVE WS-ENTRY-YEAR    TO AM-YEAR.
           MOVE WS-ENTRY-CODE    TO AM-ACTIVITY-CODE.
           DELETE ACTIVITY-MEMBERSHIP RECORD
               INVALID KEY DISPLAY 'REMOVE: Key Not Found'
               NOT INVALID KEY DISPLAY 'REMOVE: Membership Removed'
           END-DELETE.

       LIST-STUDENT-ACTIVITIES.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-ENTRY-STUDENT TO AM-STUDENT-ID.
           MOVE ZERO             TO AM-YEAR.
           MOVE LOW-VALUES       TO AM-ACTIVITY-CODE.
           START ACTIVITY-MEMBERSHIP KEY NOT < AM-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ACTIVITY-MEMBERSHIP NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF AM-STUDENT-ID NOT EQUAL WS-ENTRY-STUDENT
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY AM-YEAR ' ' AM-ACTIVITY-CODE
                               ' ROLE=' AM-ROLE ' ' AM-ACHIEVEMENT
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
