      * The roster for one activity and school year, as the
      * supervisor used to keep it in a notebook: the activity with
      * its supervising teacher off STAFF-MASTER, then every member
      * on ACTIVITY-MEMBERSHIP for the year, browsed on the activity
      * code alternate key, with class, role and achievements. A
      * member no longer on STUDENT-MASTER is still listed, flagged,
      * until the year-end purge moves the record to history.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACTIVITY-ROSTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACTIVITY-MASTER ASSIGN TO 'ACTIVITY-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AC-ACTIVITY-CODE
                   FILE STATUS IS WS-ACTIVITY-FS.

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

               SELECT ROSTER-REPORT ASSIGN TO 'ACTIVITY-ROSTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

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

           FD ROSTER-REPORT.
           01 ROSTER-LINE           PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-ACTIVITY-FS        PIC X(02).
           01 WS-MEMBER-FS          PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-ACTIVITY-CODE      PIC X(06).
           01 WS-YEAR               PIC 9(04).
           01 WS-MEMBER-COUNT       PIC 9(04) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER            PIC X(09) VALUE 'ROSTER - '.
               05 H1-ACTIVITY-CODE  PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 H1-ACTIVITY-NAME  PIC X(25).
               05 FILLER            PIC X(06) VALUE ' YEAR '.
               05 H1-YEAR           PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 H1-TYPE           PIC X(11).

           01 WS-HEADING-2.
               05 FILLER            PIC X(12) VALUE 'SUPERVISOR: '.
               05 H2-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 H2-STAFF-NAME     PIC X(25).

           01 WS-HEADING-3.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(07) VALUE 'CLASS'.
               05 FILLER PIC X(11) VALUE 'ROLE'.
               05 FILLER PIC X(12) VALUE 'ACHIEVEMENTS'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-CLASS-YEAR     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-SECTION        PIC X(01).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-ROLE           PIC X(09).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-ACHIEVEMENT    PIC X(40).

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(09) VALUE 'MEMBERS: '.
               05 TL-MEMBERS        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACTIVITY-ROSTER".

           DISPLAY 'ENTER ACTIVITY CODE: '.
           ACCEPT WS-ACTIVITY-CODE.
           DISPLAY 'ENTER SCHOOL YEAR (YYYY): '.
           ACCEPT WS-YEAR.

           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTIVITY-FS NOT EQUAL '00'
               DISPLAY "Error opening ACTIVITY-MASTER. Status: "
                   WS-ACTIVITY-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ACTIVITY-CODE TO AC-ACTIVITY-CODE.
           READ ACTIVITY-MASTER
               KEY IS AC-ACTIVITY-CODE
               INVALID KEY
                   DISPLAY 'ACTIVITY ' WS-ACTIVITY-CODE ' NOT ON FILE'
                   CLOSE ACTIVITY-MASTER
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE ACTIVITY-MASTER.

           OPEN INPUT ACTIVITY-MEMBERSHIP.
           IF WS-MEMBER-FS NOT EQUAL '00'
               DISPLAY "Error opening ACTIVITY-MEMBERSHIP. Status: "
                   WS-MEMBER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE ACTIVITY-MEMBERSHIP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT ROSTER-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening ACTIVITY-ROSTER. Status: "
                   WS-RPT-FS
               CLOSE ACTIVITY-MEMBERSHIP
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM PRINT-ROSTER-HEADINGS.

           MOVE WS-ACTIVITY-CODE TO AM-ACTIVITY-CODE.
           START ACTIVITY-MEMBERSHIP KEY NOT < AM-ACTIVITY-CODE
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ACTIVITY-MEMBERSHIP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AM-ACTIVITY-CODE NOT EQUAL WS-ACTIVITY-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF AM-YEAR = WS-YEAR
                               PERFORM PRINT-ONE-MEMBER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-MEMBER-COUNT TO TL-MEMBERS.
           MOVE WS-TOTAL-LINE TO ROSTER-LINE.
           WRITE ROSTER-LINE.

           CLOSE ACTIVITY-MEMBERSHIP.
           CLOSE STUDENT.
           CLOSE ROSTER-REPORT.

           DISPLAY 'MEMBERS LISTED: ' WS-MEMBER-COUNT.
       STOP RUN.

      * The supervisor's name is looked up here rather than kept on
      * the activity, so a renamed staff record shows through.
       PRINT-ROSTER-HEADINGS.
           MOVE AC-ACTIVITY-CODE TO H1-ACTIVITY-CODE.
           MOVE AC-ACTIVITY-NAME TO H1-ACTIVITY-NAME.
           MOVE WS-YEAR          TO H1-YEAR.
           EVALUATE TRUE
               WHEN AC-CLUB        MOVE 'CLUB'        TO H1-TYPE
               WHEN AC-SPORTS-TEAM MOVE 'SPORTS TEAM' TO H1-TYPE
               WHEN AC-SOCIETY     MOVE 'SOCIETY'     TO H1-TYPE
               WHEN OTHER          MOVE SPACES        TO H1-TYPE
           END-EVALUATE.
           MOVE WS-HEADING-1 TO ROSTER-LINE.
           WRITE ROSTER-LINE.

           MOVE AC-SUPERVISOR-ID TO H2-STAFF-ID.
           MOVE 'NOT ON STAFF-MASTER' TO H2-STAFF-NAME.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE AC-SUPERVISOR-ID TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SF-STAFF-NAME TO H2-STAFF-NAME
               END-READ
               CLOSE STAFF-MAST
           END-IF.
           MOVE WS-HEADING-2 TO ROSTER-LINE.
           WRITE ROSTER-LINE.
           MOVE WS-HEADING-3 TO ROSTER-LINE.
           WRITE ROSTER-LINE.

       PRINT-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT.
           MOVE AM-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO DL-NAME
                   MOVE ZERO   TO DL-CLASS-YEAR
                   MOVE SPACES TO DL-SECTION
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO DL-NAME
                   MOVE CLASS-YEAR   TO DL-CLASS-YEAR
                   MOVE SECTION-CODE TO DL-SECTION
           END-READ.
           MOVE AM-STUDENT-ID TO DL-STUDENT-ID.
           EVALUATE TRUE
               WHEN AM-CAPTAIN   MOVE 'CAPTAIN'   TO DL-ROLE
               WHEN AM-SECRETARY MOVE 'SECRETARY' TO DL-ROLE
               WHEN OTHER        MOVE 'MEMBER'    TO DL-ROLE
           END-EVALUATE.
           MOVE AM-ACHIEVEMENT TO DL-ACHIEVEMENT.
           MOVE WS-DETAIL-LINE TO ROSTER-LINE.
           WRITE ROSTER-LINE.
