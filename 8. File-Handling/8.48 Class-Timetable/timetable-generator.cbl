      * The deputy head used to key CLASS-TIMETABLE slot by slot
      * every summer. This batch drafts it instead. Every section on
      * SECTION-MASTER (or the class-year as one group where it has
      * no sections) needs CM-PERIODS-WEEK lessons a week of each
      * subject on its CURRICULUM-MAP; the teacher comes from
      * TEACHING-ASSIGNMENT - where several teach a subject to one
      * class-year the sections are dealt round them in turn - and
      * the room from TEACHING-ROOM, a subject with rooms reserved
      * to it going only in those and everything else in the
      * general rooms. TIMETABLE-BLOCK takes out the periods a
      * teacher or room cannot be used.
      *
      * Lessons are placed subject by subject, the most periods a
      * week first, each into the earliest period of the week where
      * the class, the teacher and a suitable room are all free -
      * so nothing is ever double-booked. A subject goes on a day
      * that does not already have it for that class wherever such
      * a day has room; only where none has is it doubled up, and
      * the doubling is listed. Each subject's lessons start their
      * search a day further on than the last subject's, to spread
      * the week. What cannot be placed goes on the unplaced report
      * with the reason, and sets return code 4.
      *
      * The result is written to the TIMETABLE-DRAFT work file only;
      * CLASS-TIMETABLE is untouched until TIMETABLE-APPROVE copies
      * an accepted draft over it. School days and periods per day
      * come off the parm card: FIRST-DAY and LAST-DAY numbered the
      * clstimtb.cpy way (default 1 to 5, Monday to Friday) and
      * PERIODS-PER-DAY (default 8, at most 20).
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-GENERATOR.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CURRICULUM-MAP ASSIGN TO 'CURRICULUM-MAP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-FS.

               SELECT SECTION-MASTER ASSIGN TO 'SECTION-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SEC-KEY
                   FILE STATUS IS WS-SEC-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-TA-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT TEACHING-ROOM ASSIGN TO 'TEACHING-ROOM'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TR-ROOM-CODE
                   FILE STATUS IS WS-ROOM-FS.

               SELECT TIMETABLE-BLOCK ASSIGN TO 'TIMETABLE-BLOCK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TB-KEY
                   FILE STATUS IS WS-BLOCK-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT TIMETABLE-DRAFT ASSIGN TO 'TIMETABLE-DRAFT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRAFT-FS.

               SELECT UNPLACED-REPORT
                   ASSIGN TO 'TIMETABLE-UNPLACED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CURRICULUM-MAP.
           COPY "currmap.cpy".

           FD SECTION-MASTER.
           COPY "sectmas.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD TEACHING-ROOM.
           COPY "tchroom.cpy".

           FD TIMETABLE-BLOCK.
           COPY "ttblock.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD TIMETABLE-DRAFT.
           COPY "ttdraft.cpy".

           FD UNPLACED-REPORT.
           01 UNPLACED-LINE         PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-SEC-FS             PIC X(02).
           01 WS-TA-FS              PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-ROOM-FS            PIC X(02).
           01 WS-BLOCK-FS           PIC X(02).
           01 WS-DRAFT-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           COPY "parmtbl.cpy".

           01 WS-FIRST-DAY          PIC 9(01) VALUE 1.
           01 WS-LAST-DAY           PIC 9(01) VALUE 5.
           01 WS-PERIODS-PER-DAY    PIC 9(02) VALUE 8.
           01 WS-DAY-COUNT          PIC 9(01).

      *    Each class being timetabled - a section, or a class-year
      *    with no sections as section space - and its week so far:
      *    the subject, teacher and room in every day and period.
      *    Days are held 0-6 as subscripts 1-7.
           01 WS-CLASS-TABLE.
               05 WS-CL-ROW OCCURS 60 TIMES.
                   10 WS-CL-YEAR        PIC 9(02).
                   10 WS-CL-SECTION     PIC X(01).
                   10 WS-CL-DAY OCCURS 7 TIMES.
                       15 WS-CL-CELL OCCURS 20 TIMES.
                           20 WS-CL-SUBJECT  PIC X(04).
                           20 WS-CL-STAFF-ID PIC 9(04).
                           20 WS-CL-ROOM     PIC X(04).
           01 WS-CL-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-CL-I               PIC 9(03).

      *    Active assignments: who teaches which subject to which
      *    class-year.
           01 WS-ASSIGN-TABLE.
               05 WS-AS-ROW OCCURS 2000 TIMES.
                   10 WS-AS-SUBJECT     PIC X(04).
                   10 WS-AS-YEAR        PIC 9(02).
                   10 WS-AS-STAFF-ID    PIC 9(04).
           01 WS-AS-COUNT           PIC 9(04) VALUE ZERO.
           01 WS-AS-I               PIC 9(04).

      *    Each teacher's week: 'Y' where taken or blocked.
           01 WS-STAFF-TABLE.
               05 WS-ST-ROW OCCURS 300 TIMES.
                   10 WS-ST-STAFF-ID    PIC 9(04).
                   10 WS-ST-DAY OCCURS 7 TIMES.
                       15 WS-ST-BUSY OCCURS 20 TIMES PIC X(01).
           01 WS-ST-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-ST-I               PIC 9(03).
           01 WS-ST-FOUND           PIC 9(03).
           01 WS-FIND-STAFF         PIC 9(04).

      *    Each room in use and its week, the same way.
           01 WS-ROOM-TABLE.
               05 WS-RM-ROW OCCURS 100 TIMES.
                   10 WS-RM-CODE        PIC X(04).
                   10 WS-RM-SUBJECT     PIC X(04).
                   10 WS-RM-DAY OCCURS 7 TIMES.
                       15 WS-RM-BUSY OCCURS 20 TIMES PIC X(01).
           01 WS-RM-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-RM-I               PIC 9(03).
           01 WS-RM-FOUND           PIC 9(03).

      *    One row per class per timetabled subject.
           01 WS-REQUIRE-TABLE.
               05 WS-RQ-ROW OCCURS 1500 TIMES.
                   10 WS-RQ-CLASS-I     PIC 9(03).
                   10 WS-RQ-SUBJECT     PIC X(04).
                   10 WS-RQ-STAFF-I     PIC 9(03).
                   10 WS-RQ-PERIODS     PIC 9(02).
                   10 WS-RQ-PLACED      PIC 9(02).
                   10 WS-RQ-DOUBLED     PIC 9(02).
           01 WS-RQ-COUNT           PIC 9(04) VALUE ZERO.
           01 WS-RQ-I               PIC 9(04).

      *    Working fields for building the requirement rows.
           01 WS-YEAR-FIRST-CL      PIC 9(03).
           01 WS-YEAR-ORDINAL       PIC 9(03).
           01 WS-TEACHER-COUNT      PIC 9(03).
           01 WS-TEACHER-PICK       PIC 9(03).
           01 WS-TEACHER-N          PIC 9(03).
           01 WS-SPECIALIST-ROOMS   PIC 9(03).

      *    Working fields for placing one lesson.
           01 WS-WANT               PIC 9(02).
           01 WS-PASS               PIC 9(01).
           01 WS-DAY-N              PIC 9(01).
           01 WS-DAY                PIC 9(01).
           01 WS-DAY-X              PIC 9(01).
           01 WS-PERIOD             PIC 9(02).
           01 WS-START-DAY          PIC 9(04) VALUE ZERO.
           01 WS-LESSON-PLACED      PIC A(01).
           01 WS-SUBJECT-ON-DAY     PIC A(01).
           01 WS-CHECK-PERIOD       PIC 9(02).
           01 WS-OFFSET             PIC 9(04).
           01 WS-UNPLACED-REASON    PIC X(28).

           01 WS-BLOCK-STAFF        PIC 9(04).
           01 WS-BLOCK-FROM         PIC 9(02).
           01 WS-BLOCK-TO           PIC 9(02).

           01 WS-LESSONS-WANTED     PIC 9(05) VALUE ZERO.
           01 WS-LESSONS-PLACED     PIC 9(05) VALUE ZERO.
           01 WS-LESSONS-UNPLACED   PIC 9(05) VALUE ZERO.
           01 WS-LESSONS-DOUBLED    PIC 9(05) VALUE ZERO.
           01 WS-DRAFT-COUNT        PIC 9(05) VALUE ZERO.

           01 WS-UNPLACED-DETAIL.
               05 UD-CLASS-YEAR     PIC 9(02).
               05 UD-SECTION        PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UD-SUBJECT        PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UD-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 UD-WANTED         PIC Z9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 UD-PLACED         PIC Z9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UD-REASON         PIC X(28).
           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMETABLE-GENERATOR".
           MOVE 'TIMETABLE-GEN' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-PARM-CARD.
           MOVE 'FIRST-DAY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC NOT > 6
               MOVE WS-PARM-NUMERIC TO WS-FIRST-DAY
           END-IF.
           MOVE 'LAST-DAY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC NOT > 6
               MOVE WS-PARM-NUMERIC TO WS-LAST-DAY
           END-IF.
           MOVE 'PERIODS-PER-DAY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC NOT > 20
               MOVE WS-PARM-NUMERIC TO WS-PERIODS-PER-DAY
           END-IF.
           IF WS-LAST-DAY < WS-FIRST-DAY
               DISPLAY 'LAST-DAY IS BEFORE FIRST-DAY ON THE PARM CARD'
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-DAY-COUNT = WS-LAST-DAY - WS-FIRST-DAY + 1.
           DISPLAY 'DAYS ' WS-FIRST-DAY ' TO ' WS-LAST-DAY ', '
               WS-PERIODS-PER-DAY ' PERIODS A DAY'.

           PERFORM LOAD-ROOMS.
           IF WS-RM-COUNT = ZERO
               DISPLAY 'NO TEACHING ROOMS IN USE - NOTHING TO DRAFT'
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ASSIGNMENTS.
           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-REQUIREMENTS.
           PERFORM LOAD-BLOCKS.

           PERFORM VARYING WS-WANT FROM 99 BY -1 UNTIL WS-WANT = 0
               PERFORM VARYING WS-RQ-I FROM 1 BY 1
                       UNTIL WS-RQ-I > WS-RQ-COUNT
                   IF WS-RQ-PERIODS(WS-RQ-I) = WS-WANT
                       PERFORM PLACE-REQUIREMENT
                   END-IF
               END-PERFORM
           END-PERFORM.

           PERFORM WRITE-DRAFT.
           PERFORM WRITE-UNPLACED-REPORT.

           DISPLAY 'CLASSES TIMETABLED:    ' WS-CL-COUNT.
           DISPLAY 'LESSONS WANTED:        ' WS-LESSONS-WANTED.
           DISPLAY 'LESSONS PLACED:        ' WS-LESSONS-PLACED.
           DISPLAY 'LESSONS UNPLACED:      ' WS-LESSONS-UNPLACED.
           DISPLAY 'SUBJECT TWICE IN A DAY: ' WS-LESSONS-DOUBLED.
           DISPLAY 'DRAFT SLOTS WRITTEN:   ' WS-DRAFT-COUNT.

           MOVE WS-RQ-COUNT         TO RUN-READ-COUNT.
           MOVE WS-DRAFT-COUNT      TO RUN-WRITE-COUNT.
           MOVE WS-LESSONS-UNPLACED TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
           IF WS-LESSONS-UNPLACED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * Rooms in use only; a closed room is not offered.
       LOAD-ROOMS.
           OPEN INPUT TEACHING-ROOM.
           IF WS-ROOM-FS NOT EQUAL '00'
               DISPLAY "Error opening TEACHING-ROOM. Status: "
                   WS-ROOM-FS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEACHING-ROOM NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TR-IN-USE
                               PERFORM ADD-ROOM-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHING-ROOM
           END-IF.

       ADD-ROOM-ROW.
           IF WS-RM-COUNT < 100
               ADD 1 TO WS-RM-COUNT
               MOVE TR-ROOM-CODE    TO WS-RM-CODE(WS-RM-COUNT)
               MOVE TR-SUBJECT-CODE TO WS-RM-SUBJECT(WS-RM-COUNT)
               PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
                   PERFORM VARYING WS-PERIOD FROM 1 BY 1
                           UNTIL WS-PERIOD > 20
                       MOVE 'N'
                           TO WS-RM-BUSY(WS-RM-COUNT, WS-DAY-X,
                               WS-PERIOD)
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY 'ROOM TABLE FULL - NOT TIMETABLED: '
                   TR-ROOM-CODE
           END-IF.

      * Assigned teachers who are still active on STAFF-MASTER; a
      * departed teacher's assignments would only place lessons
      * nobody will teach.
       LOAD-ASSIGNMENTS.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-TA-FS NOT EQUAL '00'
               DISPLAY "Error opening TEACHING-ASSIGNMENT. Status: "
                   WS-TA-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE TEACHING-ASSIGNMENT
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEACHING-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TA-ASSIGNED
                           PERFORM NOTE-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHING-ASSIGNMENT.
           CLOSE STAFF-MAST.

       NOTE-ONE-ASSIGNMENT.
           MOVE TA-STAFF-ID TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY MOVE 'D' TO SF-STATUS
           END-READ.
           IF SF-ACTIVE
               IF WS-AS-COUNT < 2000
                   ADD 1 TO WS-AS-COUNT
                   MOVE TA-SUBJECT-CODE TO WS-AS-SUBJECT(WS-AS-COUNT)
                   MOVE TA-CLASS-YEAR   TO WS-AS-YEAR(WS-AS-COUNT)
                   MOVE TA-STAFF-ID     TO WS-AS-STAFF-ID(WS-AS-COUNT)
                   MOVE TA-STAFF-ID     TO WS-FIND-STAFF
                   PERFORM FIND-STAFF-ROW
               ELSE
                   DISPLAY 'ASSIGNMENT TABLE FULL - NOT LOADED: '
                       TA-KEY
               END-IF
           END-IF.

      * Finds the teacher's row, adding one with a free week the
      * first time the teacher is met.
       FIND-STAFF-ROW.
           MOVE ZERO TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-I FROM 1 BY 1
                   UNTIL WS-ST-I > WS-ST-COUNT OR WS-ST-FOUND > ZERO
               IF WS-ST-STAFF-ID(WS-ST-I) = WS-FIND-STAFF
                   MOVE WS-ST-I TO WS-ST-FOUND
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = ZERO
               IF WS-ST-COUNT < 300
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT   TO WS-ST-FOUND
                   MOVE WS-FIND-STAFF TO WS-ST-STAFF-ID(WS-ST-FOUND)
                   PERFORM VARYING WS-DAY-X FROM 1 BY 1
                           UNTIL WS-DAY-X > 7
                       PERFORM VARYING WS-PERIOD FROM 1 BY 1
                               UNTIL WS-PERIOD > 20
                           MOVE 'N' TO WS-ST-BUSY(WS-ST-FOUND,
                               WS-DAY-X, WS-PERIOD)
                       END-PERFORM
                   END-PERFORM
               ELSE
                   DISPLAY 'STAFF TABLE FULL - NOT TIMETABLED: '
                       WS-FIND-STAFF
               END-IF
           END-IF.

      * Sections come off SECTION-MASTER in key order; a class-year
      * on the curriculum with no sections is added as one group
      * when its requirements are built.
       LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF WS-SEC-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SECTION-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE SEC-CLASS-YEAR TO CM-CLASS-YEAR
                           MOVE WS-CL-COUNT    TO WS-CL-I
                           PERFORM ADD-CLASS-ROW
                           IF WS-CL-COUNT > WS-CL-I
                               MOVE SEC-CODE
                                   TO WS-CL-SECTION(WS-CL-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECTION-MASTER
           END-IF.

      * Adds a class for CM-CLASS-YEAR with an empty week; the
      * caller sets the section.
       ADD-CLASS-ROW.
           IF WS-CL-COUNT < 60
               ADD 1 TO WS-CL-COUNT
               MOVE CM-CLASS-YEAR TO WS-CL-YEAR(WS-CL-COUNT)
               MOVE SPACE         TO WS-CL-SECTION(WS-CL-COUNT)
               PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
                   PERFORM VARYING WS-PERIOD FROM 1 BY 1
                           UNTIL WS-PERIOD > 20
                       MOVE SPACES TO WS-CL-SUBJECT(WS-CL-COUNT,
                           WS-DAY-X, WS-PERIOD)
                       MOVE ZERO TO WS-CL-STAFF-ID(WS-CL-COUNT,
                           WS-DAY-X, WS-PERIOD)
                       MOVE SPACES TO WS-CL-ROOM(WS-CL-COUNT,
                           WS-DAY-X, WS-PERIOD)
                   END-PERFORM
               END-PERFORM
           ELSE
               DISPLAY 'CLASS TABLE FULL - NOT TIMETABLED: '
                   CM-CLASS-YEAR
           END-IF.

       LOAD-REQUIREMENTS.
           OPEN INPUT CURRICULUM-MAP.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening CURRICULUM-MAP. Status: " WS-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CURRICULUM-MAP NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CM-PERIODS-WEEK > ZERO
                           PERFORM REQUIRE-ONE-SUBJECT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CURRICULUM-MAP.

      * One requirement per class of the year. The year's teachers
      * for the subject are counted, and the n-th class of the year
      * gets the (n mod count)-th of them.
       REQUIRE-ONE-SUBJECT.
           MOVE ZERO TO WS-YEAR-FIRST-CL.
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-CL-COUNT
                       OR WS-YEAR-FIRST-CL > ZERO
               IF WS-CL-YEAR(WS-CL-I) = CM-CLASS-YEAR
                   MOVE WS-CL-I TO WS-YEAR-FIRST-CL
               END-IF
           END-PERFORM.
           IF WS-YEAR-FIRST-CL = ZERO
               PERFORM ADD-CLASS-ROW
               IF WS-CL-YEAR(WS-CL-COUNT) = CM-CLASS-YEAR
                   MOVE WS-CL-COUNT TO WS-YEAR-FIRST-CL
               END-IF
           END-IF.

           MOVE ZERO TO WS-TEACHER-COUNT.
           PERFORM VARYING WS-AS-I FROM 1 BY 1
                   UNTIL WS-AS-I > WS-AS-COUNT
               IF WS-AS-SUBJECT(WS-AS-I) = CM-SUBJECT-CODE
                   AND WS-AS-YEAR(WS-AS-I) = CM-CLASS-YEAR
                   ADD 1 TO WS-TEACHER-COUNT
               END-IF
           END-PERFORM.

           MOVE ZERO TO WS-YEAR-ORDINAL.
           IF WS-YEAR-FIRST-CL > ZERO
               PERFORM VARYING WS-CL-I FROM WS-YEAR-FIRST-CL BY 1
                       UNTIL WS-CL-I > WS-CL-COUNT
                   IF WS-CL-YEAR(WS-CL-I) = CM-CLASS-YEAR
                       PERFORM ADD-REQUIREMENT-ROW
                       ADD 1 TO WS-YEAR-ORDINAL
                   END-IF
               END-PERFORM
           END-IF.

       ADD-REQUIREMENT-ROW.
           IF WS-RQ-COUNT < 1500
               ADD 1 TO WS-RQ-COUNT
               MOVE WS-CL-I          TO WS-RQ-CLASS-I(WS-RQ-COUNT)
               MOVE CM-SUBJECT-CODE  TO WS-RQ-SUBJECT(WS-RQ-COUNT)
               MOVE CM-PERIODS-WEEK  TO WS-RQ-PERIODS(WS-RQ-COUNT)
               MOVE ZERO             TO WS-RQ-PLACED(WS-RQ-COUNT)
               MOVE ZERO             TO WS-RQ-DOUBLED(WS-RQ-COUNT)
               MOVE ZERO             TO WS-RQ-STAFF-I(WS-RQ-COUNT)
               ADD CM-PERIODS-WEEK   TO WS-LESSONS-WANTED
               IF WS-TEACHER-COUNT > ZERO
                   DIVIDE WS-YEAR-ORDINAL BY WS-TEACHER-COUNT
                       GIVING WS-OFFSET REMAINDER WS-TEACHER-PICK
                   ADD 1 TO WS-TEACHER-PICK
                   MOVE ZERO TO WS-TEACHER-N
                   PERFORM VARYING WS-AS-I FROM 1 BY 1
                           UNTIL WS-AS-I > WS-AS-COUNT
                       IF WS-AS-SUBJECT(WS-AS-I) = CM-SUBJECT-CODE
                           AND WS-AS-YEAR(WS-AS-I) = CM-CLASS-YEAR
                           ADD 1 TO WS-TEACHER-N
                           IF WS-TEACHER-N = WS-TEACHER-PICK
                               MOVE WS-AS-STAFF-ID(WS-AS-I)
                                   TO WS-FIND-STAFF
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM FIND-STAFF-ROW
                   MOVE WS-ST-FOUND TO WS-RQ-STAFF-I(WS-RQ-COUNT)
               END-IF
           ELSE
               DISPLAY 'REQUIREMENT TABLE FULL - NOT PLACED: '
                   CM-CLASS-YEAR WS-CL-SECTION(WS-CL-I)
                   ' ' CM-SUBJECT-CODE
           END-IF.

      * A teacher's block only matters if the teacher teaches; a
      * room's only if the room is in use. Period zero is the day.
       LOAD-BLOCKS.
           OPEN INPUT TIMETABLE-BLOCK.
           IF WS-BLOCK-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TIMETABLE-BLOCK NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM APPLY-ONE-BLOCK
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-BLOCK
           END-IF.

       APPLY-ONE-BLOCK.
           IF TB-PERIOD = ZERO
               MOVE 1  TO WS-BLOCK-FROM
               MOVE 20 TO WS-BLOCK-TO
           ELSE
               MOVE TB-PERIOD TO WS-BLOCK-FROM
               MOVE TB-PERIOD TO WS-BLOCK-TO
           END-IF.
           COMPUTE WS-DAY-X = TB-DAY-OF-WEEK + 1.
           IF TB-DAY-OF-WEEK > 6 OR WS-BLOCK-TO > 20
               DISPLAY 'BLOCK IGNORED - BAD DAY OR PERIOD: ' TB-KEY
           ELSE
               IF TB-TEACHER
                   MOVE ZERO TO WS-ST-FOUND
                   IF TB-RESOURCE IS NUMERIC
                       MOVE TB-RESOURCE TO WS-BLOCK-STAFF
                       PERFORM VARYING WS-ST-I FROM 1 BY 1
                               UNTIL WS-ST-I > WS-ST-COUNT
                           IF WS-ST-STAFF-ID(WS-ST-I) = WS-BLOCK-STAFF
                               MOVE WS-ST-I TO WS-ST-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
                   IF WS-ST-FOUND > ZERO
                       PERFORM VARYING WS-PERIOD FROM WS-BLOCK-FROM
                               BY 1 UNTIL WS-PERIOD > WS-BLOCK-TO
                           MOVE 'Y' TO WS-ST-BUSY(WS-ST-FOUND,
                               WS-DAY-X, WS-PERIOD)
                       END-PERFORM
                   END-IF
               END-IF
               IF TB-ROOM
                   MOVE ZERO TO WS-RM-FOUND
                   PERFORM VARYING WS-RM-I FROM 1 BY 1
                           UNTIL WS-RM-I > WS-RM-COUNT
                       IF WS-RM-CODE(WS-RM-I) = TB-RESOURCE
                           MOVE WS-RM-I TO WS-RM-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-RM-FOUND > ZERO
                       PERFORM VARYING WS-PERIOD FROM WS-BLOCK-FROM
                               BY 1 UNTIL WS-PERIOD > WS-BLOCK-TO
                           MOVE 'Y' TO WS-RM-BUSY(WS-RM-FOUND,
                               WS-DAY-X, WS-PERIOD)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * Every lesson the requirement still wants, each placed by
      * PLACE-ONE-LESSON; the first that will not go stops the
      * requirement, since nothing later in the week is freer.
       PLACE-REQUIREMENT.
           MOVE SPACES TO WS-UNPLACED-REASON.
           IF WS-RQ-STAFF-I(WS-RQ-I) = ZERO
               MOVE 'NO TEACHER ASSIGNED' TO WS-UNPLACED-REASON
           ELSE
               MOVE ZERO TO WS-SPECIALIST-ROOMS
               PERFORM VARYING WS-RM-I FROM 1 BY 1
                       UNTIL WS-RM-I > WS-RM-COUNT
                   IF WS-RM-SUBJECT(WS-RM-I) = WS-RQ-SUBJECT(WS-RQ-I)
                       ADD 1 TO WS-SPECIALIST-ROOMS
                   END-IF
               END-PERFORM
               ADD 1 TO WS-START-DAY
               MOVE 'Y' TO WS-LESSON-PLACED
               PERFORM UNTIL WS-RQ-PLACED(WS-RQ-I)
                       NOT < WS-RQ-PERIODS(WS-RQ-I)
                       OR WS-LESSON-PLACED = 'N'
                   PERFORM PLACE-ONE-LESSON
               END-PERFORM
               IF WS-LESSON-PLACED = 'N'
                   MOVE 'NO COMMON FREE PERIOD' TO WS-UNPLACED-REASON
               END-IF
           END-IF.
           ADD WS-RQ-PLACED(WS-RQ-I) TO WS-LESSONS-PLACED.
           COMPUTE WS-LESSONS-UNPLACED = WS-LESSONS-UNPLACED
               + WS-RQ-PERIODS(WS-RQ-I) - WS-RQ-PLACED(WS-RQ-I).

      * Pass 1 only looks at days the class does not yet have the
      * subject; pass 2, reached only when pass 1 finds nothing,
      * takes any day. Days are tried from a start that moves on
      * with every lesson, periods earliest first.
       PLACE-ONE-LESSON.
           MOVE 'N' TO WS-LESSON-PLACED.
           PERFORM VARYING WS-PASS FROM 1 BY 1
                   UNTIL WS-PASS > 2 OR WS-LESSON-PLACED = 'Y'
               PERFORM VARYING WS-DAY-N FROM 0 BY 1
                       UNTIL WS-DAY-N NOT < WS-DAY-COUNT
                           OR WS-LESSON-PLACED = 'Y'
                   COMPUTE WS-OFFSET = WS-START-DAY
                       + WS-RQ-PLACED(WS-RQ-I) + WS-DAY-N
                   DIVIDE WS-OFFSET BY WS-DAY-COUNT
                       GIVING WS-OFFSET REMAINDER WS-DAY
                   ADD WS-FIRST-DAY TO WS-DAY
                   COMPUTE WS-DAY-X = WS-DAY + 1
                   PERFORM CHECK-SUBJECT-ON-DAY
                   IF WS-PASS = 2 OR WS-SUBJECT-ON-DAY = 'N'
                       PERFORM TRY-DAY-PERIODS
                   END-IF
               END-PERFORM
           END-PERFORM.

       CHECK-SUBJECT-ON-DAY.
           MOVE 'N' TO WS-SUBJECT-ON-DAY.
           MOVE WS-RQ-CLASS-I(WS-RQ-I) TO WS-CL-I.
           PERFORM VARYING WS-CHECK-PERIOD FROM 1 BY 1
                   UNTIL WS-CHECK-PERIOD > WS-PERIODS-PER-DAY
               IF WS-CL-SUBJECT(WS-CL-I, WS-DAY-X, WS-CHECK-PERIOD)
                   = WS-RQ-SUBJECT(WS-RQ-I)
                   MOVE 'Y' TO WS-SUBJECT-ON-DAY
               END-IF
           END-PERFORM.

       TRY-DAY-PERIODS.
           MOVE WS-RQ-CLASS-I(WS-RQ-I) TO WS-CL-I.
           MOVE WS-RQ-STAFF-I(WS-RQ-I) TO WS-ST-I.
           PERFORM VARYING WS-PERIOD FROM 1 BY 1
                   UNTIL WS-PERIOD > WS-PERIODS-PER-DAY
                       OR WS-LESSON-PLACED = 'Y'
               IF WS-CL-SUBJECT(WS-CL-I, WS-DAY-X, WS-PERIOD) = SPACES
                   AND WS-ST-BUSY(WS-ST-I, WS-DAY-X, WS-PERIOD) = 'N'
                   PERFORM FIND-FREE-ROOM
                   IF WS-RM-FOUND > ZERO
                       PERFORM BOOK-LESSON
                   END-IF
               END-IF
           END-PERFORM.

      * A subject with reserved rooms takes one of them; any other
      * subject takes a general room.
       FIND-FREE-ROOM.
           MOVE ZERO TO WS-RM-FOUND.
           PERFORM VARYING WS-RM-I FROM 1 BY 1
                   UNTIL WS-RM-I > WS-RM-COUNT OR WS-RM-FOUND > ZERO
               IF WS-RM-BUSY(WS-RM-I, WS-DAY-X, WS-PERIOD) = 'N'
                   IF WS-SPECIALIST-ROOMS > ZERO
                       IF WS-RM-SUBJECT(WS-RM-I)
                           = WS-RQ-SUBJECT(WS-RQ-I)
                           MOVE WS-RM-I TO WS-RM-FOUND
                       END-IF
                   ELSE
                       IF WS-RM-SUBJECT(WS-RM-I) = SPACES
                           MOVE WS-RM-I TO WS-RM-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       BOOK-LESSON.
           MOVE WS-RQ-SUBJECT(WS-RQ-I)
               TO WS-CL-SUBJECT(WS-CL-I, WS-DAY-X, WS-PERIOD).
           MOVE WS-ST-STAFF-ID(WS-ST-I)
               TO WS-CL-STAFF-ID(WS-CL-I, WS-DAY-X, WS-PERIOD).
           MOVE WS-RM-CODE(WS-RM-FOUND)
               TO WS-CL-ROOM(WS-CL-I, WS-DAY-X, WS-PERIOD).
           MOVE 'Y' TO WS-ST-BUSY(WS-ST-I, WS-DAY-X, WS-PERIOD).
           MOVE 'Y' TO WS-RM-BUSY(WS-RM-FOUND, WS-DAY-X, WS-PERIOD).
           ADD 1 TO WS-RQ-PLACED(WS-RQ-I).
           IF WS-PASS = 2 AND WS-SUBJECT-ON-DAY = 'Y'
               ADD 1 TO WS-RQ-DOUBLED(WS-RQ-I)
               ADD 1 TO WS-LESSONS-DOUBLED
           END-IF.
           MOVE 'Y' TO WS-LESSON-PLACED.

       WRITE-DRAFT.
           OPEN OUTPUT TIMETABLE-DRAFT.
           PERFORM VARYING WS-CL-I FROM 1 BY 1
                   UNTIL WS-CL-I > WS-CL-COUNT
               PERFORM VARYING WS-DAY-X FROM 1 BY 1 UNTIL WS-DAY-X > 7
                   PERFORM VARYING WS-PERIOD FROM 1 BY 1
                           UNTIL WS-PERIOD > WS-PERIODS-PER-DAY
                       IF WS-CL-SUBJECT(WS-CL-I, WS-DAY-X, WS-PERIOD)
                           NOT = SPACES
                           PERFORM WRITE-DRAFT-SLOT
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-PERFORM.
           CLOSE TIMETABLE-DRAFT.

       WRITE-DRAFT-SLOT.
           MOVE WS-CL-YEAR(WS-CL-I)    TO TD-CLASS-YEAR.
           MOVE WS-CL-SECTION(WS-CL-I) TO TD-SECTION-CODE.
           COMPUTE TD-DAY-OF-WEEK = WS-DAY-X - 1.
           MOVE WS-PERIOD              TO TD-PERIOD.
           MOVE WS-CL-SUBJECT(WS-CL-I, WS-DAY-X, WS-PERIOD)
               TO TD-SUBJECT-CODE.
           MOVE WS-CL-STAFF-ID(WS-CL-I, WS-DAY-X, WS-PERIOD)
               TO TD-STAFF-ID.
           MOVE WS-CL-ROOM(WS-CL-I, WS-DAY-X, WS-PERIOD)
               TO TD-ROOM-CODE.
           WRITE TIMETABLE-DRAFT-REC.
           ADD 1 TO WS-DRAFT-COUNT.

      * Each requirement short of its periods, then each subject
      * that had to go twice in a day, then the totals.
       WRITE-UNPLACED-REPORT.
           OPEN OUTPUT UNPLACED-REPORT.
           MOVE 'TIMETABLE DRAFT - LESSONS NOT PLACED' TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           MOVE 'CLS  SUBJ  STAFF  WANT  DONE  REASON'
               TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-COUNT
               IF WS-RQ-PLACED(WS-RQ-I) < WS-RQ-PERIODS(WS-RQ-I)
                   IF WS-RQ-STAFF-I(WS-RQ-I) = ZERO
                       MOVE 'NO TEACHER ASSIGNED' TO UD-REASON
                   ELSE
                       MOVE 'NO COMMON FREE PERIOD' TO UD-REASON
                   END-IF
                   PERFORM WRITE-REQUIREMENT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           MOVE 'SUBJECTS TAUGHT TWICE IN ONE DAY (NO OTHER DAY FREE)'
               TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-COUNT
               IF WS-RQ-DOUBLED(WS-RQ-I) > ZERO
                   MOVE SPACES TO UD-REASON
                   STRING WS-RQ-DOUBLED(WS-RQ-I) ' LESSON(S) DOUBLED'
                       DELIMITED BY SIZE INTO UD-REASON
                   PERFORM WRITE-REQUIREMENT-LINE
               END-IF
           END-PERFORM.

           MOVE SPACES TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           MOVE SPACES TO UNPLACED-LINE.
           STRING 'LESSONS WANTED ' WS-LESSONS-WANTED
               '  PLACED ' WS-LESSONS-PLACED
               '  UNPLACED ' WS-LESSONS-UNPLACED
               DELIMITED BY SIZE INTO UNPLACED-LINE.
           WRITE UNPLACED-LINE.
           CLOSE UNPLACED-REPORT.

       WRITE-REQUIREMENT-LINE.
           MOVE WS-RQ-CLASS-I(WS-RQ-I) TO WS-CL-I.
           MOVE WS-CL-YEAR(WS-CL-I)    TO UD-CLASS-YEAR.
           MOVE WS-CL-SECTION(WS-CL-I) TO UD-SECTION.
           MOVE WS-RQ-SUBJECT(WS-RQ-I) TO UD-SUBJECT.
           IF WS-RQ-STAFF-I(WS-RQ-I) = ZERO
               MOVE ZERO TO UD-STAFF-ID
           ELSE
               MOVE WS-ST-STAFF-ID(WS-RQ-STAFF-I(WS-RQ-I))
                   TO UD-STAFF-ID
           END-IF.
           MOVE WS-RQ-PERIODS(WS-RQ-I) TO UD-WANTED.
           MOVE WS-RQ-PLACED(WS-RQ-I)  TO UD-PLACED.
           MOVE WS-UNPLACED-DETAIL     TO UNPLACED-LINE.
           WRITE UNPLACED-LINE.

       COPY "parmrd.cpy".
       COPY "runwrt.cpy".
