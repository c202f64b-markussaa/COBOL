      * The morning cover run. For the run date (today, or the
      * RUN-DATE parm when the deputy head plans a day ahead) this
      * batch takes the teachers with a recorded STAFF-ABSENCE
      * covering the date, reads CLASS-TIMETABLE for that
      * day-of-week, and finds every period whose teacher is absent -
      * the teacher keyed on the slot, or for a slot keyed before
      * slots carried a teacher, every TEACHING-ASSIGNMENT teacher of
      * that subject and class-year. Each such period is offered to an
      * SF-ACTIVE teacher who is not absent and has no timetabled
      * slot of their own that period; among those, the one with the
      * fewest covers so far this term (COVER-ASSIGNMENT history plus
      * what this run has already handed out) gets it, so cover is
      * shared out instead of landing on whoever is nearest the
      * staff room.
      *
      * The run prints COVER-SHEET for the staff-room board and
      * records each period on COVER-ASSIGNMENT, replacing whatever
      * an earlier run wrote for the same date, so a rerun after a
      * late phone call just produces the corrected sheet. A period
      * nobody is free for prints as uncovered and sets return
      * code 4. Each period is recorded and printed against the
      * timetable slot's section as well as its class-year, so two
      * sections of a year uncovered together are two covers.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COVER-PLANNER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT STAFF-ABSENCE ASSIGN TO 'STAFF-ABSENCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS WS-ABS-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ASG-FS.

               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-TT-FS.

               SELECT COVER-ASSIGNMENT ASSIGN TO 'COVER-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CV-KEY
                   FILE STATUS IS WS-COVER-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT COVER-SHEET ASSIGN TO 'COVER-SHEET.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD STAFF-ABSENCE.
           COPY "stfabs.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD COVER-ASSIGNMENT.
           COPY "coverasg.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD COVER-SHEET.
           01 COVER-SHEET-LINE      PIC X(90).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-STAFF-FS           PIC X(02).
           01 WS-ABS-FS             PIC X(02).
           01 WS-ASG-FS             PIC X(02).
           01 WS-TT-FS              PIC X(02).
           01 WS-COVER-FS           PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-CAL-EOF            PIC A(01).
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-DATE-INT           PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-TERM-START         PIC 9(08) VALUE ZERO.
           01 WS-TERM-END           PIC 9(08) VALUE 99999999.
           01 WS-ABSENT-COUNT       PIC 9(03) VALUE ZERO.
           01 WS-COVERED-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-UNCOVERED-COUNT    PIC 9(03) VALUE ZERO.
           01 WS-PRESENT-COUNT      PIC 9(02).
           01 WS-HOLD-ABSENT        PIC 9(04).
           01 WS-PERIOD             PIC 9(02).
           01 WS-BEST-STAFF         PIC 9(03).
           01 WS-BEST-LOAD          PIC 9(05).
           01 WS-LOAD               PIC 9(05).
           01 WS-FIND-ID            PIC 9(04).
           01 WS-FOUND-I            PIC 9(03).
           COPY "parmtbl.cpy".

      *    Every teacher on the master, with the absence flag, the
      *    term's cover count, today's covers and a busy flag per
      *    period; twenty periods is more than any day runs.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ROW OCCURS 300 TIMES.
                   10 WS-ST-STAFF-ID    PIC 9(04).
                   10 WS-ST-NAME        PIC A(25).
                   10 WS-ST-ACTIVE      PIC A(01).
                   10 WS-ST-ABSENT      PIC A(01).
                   10 WS-ST-TERM-COVERS PIC 9(04).
                   10 WS-ST-TODAY-COVERS PIC 9(02).
                   10 WS-ST-BUSY OCCURS 20 TIMES PIC A(01).
           01 WS-STAFF-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-STAFF-I            PIC 9(03).

      *    The assigned subject and class-year for each teacher, with
      *    the teacher's row in the staff table.
           01 WS-ASSIGN-TABLE.
               05 WS-ASSIGN-ROW OCCURS 1000 TIMES.
                   10 WS-AS-SUBJECT     PIC X(04).
                   10 WS-AS-CLASS-YEAR  PIC 9(02).
                   10 WS-AS-STAFF-I     PIC 9(03).
           01 WS-ASSIGN-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-ASSIGN-I           PIC 9(04).

      *    The day's periods needing cover.
           01 WS-GAP-TABLE.
               05 WS-GAP-ROW OCCURS 300 TIMES.
                   10 WS-GAP-CLASS-YEAR PIC 9(02).
                   10 WS-GAP-SECTION    PIC X(01).
                   10 WS-GAP-PERIOD     PIC 9(02).
                   10 WS-GAP-SUBJECT    PIC X(04).
                   10 WS-GAP-ROOM       PIC X(04).
                   10 WS-GAP-ABSENT     PIC 9(04).
                   10 WS-GAP-COVER-I    PIC 9(03).
           01 WS-GAP-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-GAP-I              PIC 9(03).

           01 WS-SHEET-HEADING.
               05 FILLER            PIC X(16) VALUE 'COVER SHEET FOR '.
               05 SH-RUN-DATE       PIC 9(08).
               05 FILLER            PIC X(06) VALUE '  DAY '.
               05 SH-DAY-OF-WEEK    PIC 9(01).

           01 WS-COLUMN-HEADING.
               05 FILLER            PIC X(23)
                   VALUE 'PD   CL S  SUBJ  ROOM '.
               05 FILLER            PIC X(31) VALUE 'ABSENT TEACHER'.
               05 FILLER            PIC X(13) VALUE 'COVER TEACHER'.

           01 WS-SHEET-DETAIL.
               05 SD-PERIOD         PIC Z9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SD-CLASS-YEAR     PIC 99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SD-SECTION        PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-SUBJECT        PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-ROOM           PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-ABSENT-ID      PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SD-ABSENT-NAME    PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SD-COVER-TEXT     PIC X(30).

           01 WS-COVER-TEXT.
               05 CT-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CT-NAME           PIC X(25).

           01 WS-SHEET-TOTALS.
               05 FILLER            PIC X(23)
                   VALUE 'PERIODS NEEDING COVER: '.
               05 TL-GAP-COUNT      PIC ZZ9.
               05 FILLER            PIC X(11) VALUE '  COVERED: '.
               05 TL-COVERED-COUNT  PIC ZZ9.
               05 FILLER            PIC X(13) VALUE '  UNCOVERED: '.
               05 TL-UNCOVERED-COUNT PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "COVER-PLANNER".

           PERFORM LOAD-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DATE-INT, 7).

           PERFORM NOTE-TERM-DATES.

           PERFORM LOAD-STAFF-TABLE.
           PERFORM NOTE-ABSENCES.
           IF WS-ABSENT-COUNT = ZERO
               DISPLAY 'NO STAFF ABSENT ON ' WS-RUN-DATE
           END-IF.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM FIND-UNCOVERED-PERIODS.

           OPEN I-O COVER-ASSIGNMENT.
           IF WS-COVER-FS EQUAL '35'
               OPEN OUTPUT COVER-ASSIGNMENT
               CLOSE COVER-ASSIGNMENT
               OPEN I-O COVER-ASSIGNMENT
           END-IF.
           IF WS-COVER-FS NOT EQUAL '00'
               DISPLAY "Error opening COVER-ASSIGNMENT. Status: "
                   WS-COVER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COUNT-TERM-COVERS.
           PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 20
               PERFORM VARYING WS-GAP-I FROM 1 BY 1
                   UNTIL WS-GAP-I > WS-GAP-COUNT
                   IF WS-GAP-PERIOD(WS-GAP-I) = WS-PERIOD
                       PERFORM CHOOSE-COVER-TEACHER
                   END-IF
               END-PERFORM
           END-PERFORM.

           OPEN OUTPUT COVER-SHEET.
           PERFORM PRINT-COVER-SHEET.
           CLOSE COVER-SHEET.
           CLOSE COVER-ASSIGNMENT.

           IF WS-UNCOVERED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'STAFF ABSENT: '          WS-ABSENT-COUNT.
           DISPLAY 'PERIODS NEEDING COVER: ' WS-GAP-COUNT.
           DISPLAY 'PERIODS COVERED: '       WS-COVERED-COUNT.
           DISPLAY 'PERIODS UNCOVERED: '     WS-UNCOVERED-COUNT.
       STOP RUN.

      * The current term's start and end dates, the same way the
      * end-of-day driver finds its term-end date. Without a
      * calendar the whole history counts toward the balance.
       NOTE-TERM-DATES.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS EQUAL '00'
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
               END-READ
               CLOSE TERM-CONTROL
           END-IF.

           MOVE 'N' TO WS-CAL-EOF.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS EQUAL '00'
               PERFORM UNTIL WS-CAL-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-CAL-EOF
                       NOT AT END
                           IF AC-TERM-CODE = WS-CURRENT-TERM
                               AND AC-TERM-DATES
                               MOVE AC-DATE-1 TO WS-TERM-START
                               MOVE AC-DATE-2 TO WS-TERM-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
           END-IF.

       LOAD-STAFF-TABLE.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ADD-STAFF-ROW
               END-READ
           END-PERFORM.
           CLOSE STAFF-MAST.

       ADD-STAFF-ROW.
           IF WS-STAFF-COUNT < 300
               ADD 1 TO WS-STAFF-COUNT
               MOVE SF-STAFF-ID   TO WS-ST-STAFF-ID(WS-STAFF-COUNT)
               MOVE SF-STAFF-NAME TO WS-ST-NAME(WS-STAFF-COUNT)
               IF SF-ACTIVE
                   MOVE 'Y' TO WS-ST-ACTIVE(WS-STAFF-COUNT)
               ELSE
                   MOVE 'N' TO WS-ST-ACTIVE(WS-STAFF-COUNT)
               END-IF
               MOVE 'N'  TO WS-ST-ABSENT(WS-STAFF-COUNT)
               MOVE ZERO TO WS-ST-TERM-COVERS(WS-STAFF-COUNT)
               MOVE ZERO TO WS-ST-TODAY-COVERS(WS-STAFF-COUNT)
               PERFORM VARYING WS-PERIOD FROM 1 BY 1
                   UNTIL WS-PERIOD > 20
                   MOVE 'N' TO WS-ST-BUSY(WS-STAFF-COUNT, WS-PERIOD)
               END-PERFORM
           ELSE
               DISPLAY 'STAFF TABLE FULL - NOT LOADED: ' SF-STAFF-ID
           END-IF.

       FIND-STAFF-ROW.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
                  OR WS-FOUND-I > ZERO
               IF WS-ST-STAFF-ID(WS-STAFF-I) = WS-FIND-ID
                   MOVE WS-STAFF-I TO WS-FOUND-I
               END-IF
           END-PERFORM.

      * A recorded absence whose range takes in the run date.
       NOTE-ABSENCES.
           OPEN INPUT STAFF-ABSENCE.
           IF WS-ABS-FS NOT EQUAL '00'
               DISPLAY 'NO STAFF-ABSENCE FILE - NO ABSENCES TODAY'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAFF-ABSENCE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SA-RECORDED
                               AND SA-FROM-DATE NOT > WS-RUN-DATE
                               AND SA-TO-DATE NOT < WS-RUN-DATE
                               PERFORM MARK-STAFF-ABSENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-ABSENCE
           END-IF.

       MARK-STAFF-ABSENT.
           MOVE SA-STAFF-ID TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           IF WS-FOUND-I > ZERO
               IF WS-ST-ABSENT(WS-FOUND-I) NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-ST-ABSENT(WS-FOUND-I)
                   ADD 1 TO WS-ABSENT-COUNT
               END-IF
           END-IF.

       LOAD-ASSIGN-TABLE.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-ASG-FS NOT EQUAL '00'
               DISPLAY "Error opening TEACHING-ASSIGNMENT. Status: "
                   WS-ASG-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEACHING-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TA-ASSIGNED
                           PERFORM ADD-ASSIGN-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHING-ASSIGNMENT.

       ADD-ASSIGN-ROW.
           MOVE TA-STAFF-ID TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           IF WS-FOUND-I > ZERO
               IF WS-ASSIGN-COUNT < 1000
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE TA-SUBJECT-CODE
                       TO WS-AS-SUBJECT(WS-ASSIGN-COUNT)
                   MOVE TA-CLASS-YEAR
                       TO WS-AS-CLASS-YEAR(WS-ASSIGN-COUNT)
                   MOVE WS-FOUND-I
                       TO WS-AS-STAFF-I(WS-ASSIGN-COUNT)
               ELSE
                   DISPLAY 'ASSIGNMENT TABLE FULL - NOT LOADED: '
                       TA-KEY
               END-IF
           END-IF.

      * Every slot of the day marks its teachers busy that period;
      * a slot whose teachers are all absent needs cover.
       FIND-UNCOVERED-PERIODS.
           OPEN INPUT CLASS-TIMETABLE.
           IF WS-TT-FS NOT EQUAL '00'
               DISPLAY "Error opening CLASS-TIMETABLE. Status: "
                   WS-TT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLASS-TIMETABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TT-DAY-OF-WEEK = WS-DAY-OF-WEEK
                           AND TT-PERIOD > ZERO
                           AND TT-PERIOD NOT > 20
                           PERFORM CHECK-TIMETABLE-SLOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLASS-TIMETABLE.

       CHECK-TIMETABLE-SLOT.
           MOVE ZERO TO WS-PRESENT-COUNT.
           MOVE ZERO TO WS-HOLD-ABSENT.
           IF TT-STAFF-ID > ZERO
               MOVE TT-STAFF-ID TO WS-FIND-ID
               PERFORM FIND-STAFF-ROW
               IF WS-FOUND-I > ZERO
                   MOVE WS-FOUND-I TO WS-STAFF-I
                   PERFORM NOTE-SLOT-TEACHER
               END-IF
           ELSE
               PERFORM VARYING WS-ASSIGN-I FROM 1 BY 1
                   UNTIL WS-ASSIGN-I > WS-ASSIGN-COUNT
                   IF WS-AS-SUBJECT(WS-ASSIGN-I) = TT-SUBJECT-CODE
                       AND WS-AS-CLASS-YEAR(WS-ASSIGN-I)
                           = TT-CLASS-YEAR
                       MOVE WS-AS-STAFF-I(WS-ASSIGN-I) TO WS-STAFF-I
                       PERFORM NOTE-SLOT-TEACHER
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-HOLD-ABSENT > ZERO AND WS-PRESENT-COUNT = ZERO
               IF WS-GAP-COUNT < 300
                   ADD 1 TO WS-GAP-COUNT
                   MOVE TT-CLASS-YEAR
                       TO WS-GAP-CLASS-YEAR(WS-GAP-COUNT)
                   MOVE TT-SECTION-CODE
                       TO WS-GAP-SECTION(WS-GAP-COUNT)
                   MOVE TT-PERIOD       TO WS-GAP-PERIOD(WS-GAP-COUNT)
                   MOVE TT-SUBJECT-CODE TO WS-GAP-SUBJECT(WS-GAP-COUNT)
                   MOVE TT-ROOM-CODE    TO WS-GAP-ROOM(WS-GAP-COUNT)
                   MOVE WS-HOLD-ABSENT  TO WS-GAP-ABSENT(WS-GAP-COUNT)
                   MOVE ZERO            TO WS-GAP-COVER-I(WS-GAP-COUNT)
               ELSE
                   DISPLAY 'COVER TABLE FULL - NOT PLANNED: ' TT-KEY
               END-IF
           END-IF.

       NOTE-SLOT-TEACHER.
           MOVE 'Y' TO WS-ST-BUSY(WS-STAFF-I, TT-PERIOD).
           IF WS-ST-ABSENT(WS-STAFF-I) = 'Y'
               MOVE WS-ST-STAFF-ID(WS-STAFF-I) TO WS-HOLD-ABSENT
           ELSE
               ADD 1 TO WS-PRESENT-COUNT
           END-IF.

      * The term's covers so far, per teacher. An earlier run's
      * records for this same date are dropped here - this run
      * replaces them.
       COUNT-TERM-COVERS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COVER-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CV-COVER-DATE = WS-RUN-DATE
                           DELETE COVER-ASSIGNMENT RECORD
                               INVALID KEY
                                   DISPLAY 'COVER: Invalid Key ' CV-KEY
                           END-DELETE
                       ELSE
                           IF CV-COVER-DATE NOT < WS-TERM-START
                               AND CV-COVER-DATE NOT > WS-TERM-END
                               AND CV-COVER-STAFF > ZERO
                               PERFORM ADD-TERM-COVER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TERM-COVER.
           MOVE CV-COVER-STAFF TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           IF WS-FOUND-I > ZERO
               ADD 1 TO WS-ST-TERM-COVERS(WS-FOUND-I)
           END-IF.

      * The free teacher with the lightest cover load takes the
      * period; on a tie the lower staff number wins.
       CHOOSE-COVER-TEACHER.
           MOVE ZERO  TO WS-BEST-STAFF.
           MOVE 99999 TO WS-BEST-LOAD.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               IF WS-ST-ACTIVE(WS-STAFF-I) = 'Y'
                   AND WS-ST-ABSENT(WS-STAFF-I) = 'N'
                   AND WS-ST-BUSY(WS-STAFF-I, WS-PERIOD) = 'N'
                   COMPUTE WS-LOAD = WS-ST-TERM-COVERS(WS-STAFF-I)
                       + WS-ST-TODAY-COVERS(WS-STAFF-I)
                   IF WS-LOAD < WS-BEST-LOAD
                       MOVE WS-STAFF-I TO WS-BEST-STAFF
                       MOVE WS-LOAD    TO WS-BEST-LOAD
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-STAFF > ZERO
               MOVE 'Y' TO WS-ST-BUSY(WS-BEST-STAFF, WS-PERIOD)
               ADD 1 TO WS-ST-TODAY-COVERS(WS-BEST-STAFF)
               MOVE WS-BEST-STAFF TO WS-GAP-COVER-I(WS-GAP-I)
               ADD 1 TO WS-COVERED-COUNT
           ELSE
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF.

           MOVE WS-RUN-DATE               TO CV-COVER-DATE.
           MOVE WS-GAP-CLASS-YEAR(WS-GAP-I) TO CV-CLASS-YEAR.
           MOVE WS-GAP-SECTION(WS-GAP-I)  TO CV-SECTION-CODE.
           MOVE WS-GAP-PERIOD(WS-GAP-I)   TO CV-PERIOD.
           MOVE WS-GAP-SUBJECT(WS-GAP-I)  TO CV-SUBJECT-CODE.
           MOVE WS-GAP-ABSENT(WS-GAP-I)   TO CV-ABSENT-STAFF.
           IF WS-BEST-STAFF > ZERO
               MOVE WS-ST-STAFF-ID(WS-BEST-STAFF) TO CV-COVER-STAFF
           ELSE
               MOVE ZERO TO CV-COVER-STAFF
           END-IF.
           WRITE COVER-ASSIGNMENT-FILE
               INVALID KEY DISPLAY 'COVER: Invalid Key ' CV-KEY
           END-WRITE.

       PRINT-COVER-SHEET.
           MOVE WS-RUN-DATE    TO SH-RUN-DATE.
           MOVE WS-DAY-OF-WEEK TO SH-DAY-OF-WEEK.
           MOVE WS-SHEET-HEADING TO COVER-SHEET-LINE.
           WRITE COVER-SHEET-LINE.
           MOVE WS-COLUMN-HEADING TO COVER-SHEET-LINE.
           WRITE COVER-SHEET-LINE.

           PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 20
               PERFORM VARYING WS-GAP-I FROM 1 BY 1
                   UNTIL WS-GAP-I > WS-GAP-COUNT
                   IF WS-GAP-PERIOD(WS-GAP-I) = WS-PERIOD
                       PERFORM PRINT-COVER-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.

           MOVE WS-GAP-COUNT       TO TL-GAP-COUNT.
           MOVE WS-COVERED-COUNT   TO TL-COVERED-COUNT.
           MOVE WS-UNCOVERED-COUNT TO TL-UNCOVERED-COUNT.
           MOVE WS-SHEET-TOTALS TO COVER-SHEET-LINE.
           WRITE COVER-SHEET-LINE.

       PRINT-COVER-LINE.
           MOVE WS-GAP-PERIOD(WS-GAP-I)     TO SD-PERIOD.
           MOVE WS-GAP-CLASS-YEAR(WS-GAP-I) TO SD-CLASS-YEAR.
           MOVE WS-GAP-SECTION(WS-GAP-I)    TO SD-SECTION.
           MOVE WS-GAP-SUBJECT(WS-GAP-I)    TO SD-SUBJECT.
           MOVE WS-GAP-ROOM(WS-GAP-I)       TO SD-ROOM.
           MOVE WS-GAP-ABSENT(WS-GAP-I)     TO SD-ABSENT-ID.
           MOVE WS-GAP-ABSENT(WS-GAP-I)     TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           MOVE WS-ST-NAME(WS-FOUND-I)      TO SD-ABSENT-NAME.
           IF WS-GAP-COVER-I(WS-GAP-I) > ZERO
               MOVE WS-GAP-COVER-I(WS-GAP-I) TO WS-STAFF-I
               MOVE WS-ST-STAFF-ID(WS-STAFF-I) TO CT-STAFF-ID
               MOVE WS-ST-NAME(WS-STAFF-I)     TO CT-NAME
               MOVE WS-COVER-TEXT TO SD-COVER-TEXT
           ELSE
               MOVE '*** NO TEACHER FREE ***' TO SD-COVER-TEXT
           END-IF.
           MOVE WS-SHEET-DETAIL TO COVER-SHEET-LINE.
           WRITE COVER-SHEET-LINE.

       COPY "parmrd.cpy".
