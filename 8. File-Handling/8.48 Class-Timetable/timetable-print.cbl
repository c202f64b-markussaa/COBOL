      * Teachers got their timetable as a photocopied grid that was
      * wrong by the second week. This batch prints it fresh from
      * CLASS-TIMETABLE: one weekly grid per teacher on STAFF-MASTER
      * to TEACHER-TIMETABLE (each cell the class-year and section,
      * subject and room) and one per teaching room named on the
      * timetable to ROOM-TIMETABLE (each cell the class, subject and
      * teacher). Rows are periods, columns the days of the week
      * numbered the way TT-DAY-OF-WEEK numbers them. A teacher with
      * nothing on the timetable gets no grid; rooms print in
      * room-code order.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-PRINT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT TEACHER-TIMETABLE
                   ASSIGN TO 'TEACHER-TIMETABLE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TCH-FS.

               SELECT ROOM-TIMETABLE
                   ASSIGN TO 'ROOM-TIMETABLE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RMT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD TEACHER-TIMETABLE.
           01 TEACHER-TIMETABLE-LINE PIC X(110).

           FD ROOM-TIMETABLE.
           01 ROOM-TIMETABLE-LINE   PIC X(110).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-TCH-FS             PIC X(02).
           01 WS-RMT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-MAX-PERIOD         PIC 9(02) VALUE ZERO.
           01 WS-CELLS-FILLED       PIC 9(03).
           01 WS-TEACHER-GRIDS      PIC 9(04) VALUE ZERO.
           01 WS-ROOM-GRIDS         PIC 9(04) VALUE ZERO.
           01 WS-PERIOD             PIC 9(02).
           01 WS-DAY                PIC 9(01).
           01 WS-COL                PIC 9(01).

      *    Every slot on the timetable; three thousand covers a full
      *    week for every class-year.
           01 WS-SLOT-TABLE.
               05 WS-SLOT-ROW OCCURS 3000 TIMES.
                   10 WS-SL-CLASS-YEAR  PIC 9(02).
                   10 WS-SL-SECTION     PIC X(01).
                   10 WS-SL-DAY         PIC 9(01).
                   10 WS-SL-PERIOD      PIC 9(02).
                   10 WS-SL-SUBJECT     PIC X(04).
                   10 WS-SL-STAFF-ID    PIC 9(04).
                   10 WS-SL-ROOM-CODE   PIC X(04).
           01 WS-SLOT-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-SLOT-I             PIC 9(04).

      *    The rooms the timetable names, kept in room-code order as
      *    they are found.
           01 WS-ROOM-TABLE.
               05 WS-ROOM-CODE OCCURS 300 TIMES PIC X(04).
           01 WS-ROOM-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-ROOM-I             PIC 9(03).
           01 WS-ROOM-J             PIC 9(03).
           01 WS-THIS-ROOM          PIC X(04).

      *    One teacher's or room's week, twenty periods by seven
      *    days, day 0 in the first column.
           01 WS-GRID.
               05 WS-GRID-ROW OCCURS 20 TIMES.
                   10 WS-GRID-CELL OCCURS 7 TIMES PIC X(14).

           01 WS-CELL.
               05 CE-CLASS-YEAR     PIC 9(02).
               05 CE-SECTION        PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CE-SUBJECT        PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 CE-OTHER          PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.

           01 WS-TEACHER-HEADING.
               05 FILLER            PIC X(22)
                   VALUE 'TIMETABLE FOR TEACHER '.
               05 TH-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TH-STAFF-NAME     PIC A(25).

           01 WS-ROOM-HEADING.
               05 FILLER            PIC X(19)
                   VALUE 'TIMETABLE FOR ROOM '.
               05 RH-ROOM-CODE      PIC X(04).

           01 WS-DAY-HEADING.
               05 FILLER            PIC X(04) VALUE 'PD'.
               05 FILLER            PIC X(14) VALUE 'DAY 0 SUN'.
               05 FILLER            PIC X(14) VALUE 'DAY 1 MON'.
               05 FILLER            PIC X(14) VALUE 'DAY 2 TUE'.
               05 FILLER            PIC X(14) VALUE 'DAY 3 WED'.
               05 FILLER            PIC X(14) VALUE 'DAY 4 THU'.
               05 FILLER            PIC X(14) VALUE 'DAY 5 FRI'.
               05 FILLER            PIC X(14) VALUE 'DAY 6 SAT'.

           01 WS-GRID-LINE.
               05 GL-PERIOD         PIC Z9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 GL-CELL OCCURS 7 TIMES PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMETABLE-PRINT".

           OPEN INPUT CLASS-TIMETABLE.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening CLASS-TIMETABLE. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ CLASS-TIMETABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-SLOT
               END-READ
           END-PERFORM.
           CLOSE CLASS-TIMETABLE.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT TEACHER-TIMETABLE.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-TEACHER-GRID
               END-READ
           END-PERFORM.
           CLOSE STAFF-MAST.
           CLOSE TEACHER-TIMETABLE.

           OPEN OUTPUT ROOM-TIMETABLE.
           PERFORM VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-COUNT
               MOVE WS-ROOM-CODE(WS-ROOM-I) TO WS-THIS-ROOM
               PERFORM PRINT-ROOM-GRID
           END-PERFORM.
           CLOSE ROOM-TIMETABLE.

           DISPLAY 'SLOTS LOADED: '           WS-SLOT-COUNT.
           DISPLAY 'TEACHER TIMETABLES: '     WS-TEACHER-GRIDS.
           DISPLAY 'ROOM TIMETABLES: '        WS-ROOM-GRIDS.
       STOP RUN.

       LOAD-ONE-SLOT.
           IF TT-PERIOD > ZERO AND TT-PERIOD NOT > 20
               IF WS-SLOT-COUNT < 3000
                   ADD 1 TO WS-SLOT-COUNT
                   MOVE TT-CLASS-YEAR
                       TO WS-SL-CLASS-YEAR(WS-SLOT-COUNT)
                   MOVE TT-SECTION-CODE
                       TO WS-SL-SECTION(WS-SLOT-COUNT)
                   MOVE TT-DAY-OF-WEEK  TO WS-SL-DAY(WS-SLOT-COUNT)
                   MOVE TT-PERIOD       TO WS-SL-PERIOD(WS-SLOT-COUNT)
                   MOVE TT-SUBJECT-CODE TO WS-SL-SUBJECT(WS-SLOT-COUNT)
                   MOVE TT-STAFF-ID
                       TO WS-SL-STAFF-ID(WS-SLOT-COUNT)
                   MOVE TT-ROOM-CODE
                       TO WS-SL-ROOM-CODE(WS-SLOT-COUNT)
                   IF TT-PERIOD > WS-MAX-PERIOD
                       MOVE TT-PERIOD TO WS-MAX-PERIOD
                   END-IF
                   IF TT-ROOM-CODE NOT EQUAL SPACES
                       PERFORM NOTE-ROOM-CODE
                   END-IF
               ELSE
                   DISPLAY 'SLOT TABLE FULL - NOT PRINTED: ' TT-KEY
               END-IF
           END-IF.

      * The room goes in ahead of the first code that sorts after
      * it, unless it is already there.
       NOTE-ROOM-CODE.
           MOVE 1 TO WS-ROOM-I.
           PERFORM UNTIL WS-ROOM-I > WS-ROOM-COUNT
                  OR WS-ROOM-CODE(WS-ROOM-I) NOT < TT-ROOM-CODE
               ADD 1 TO WS-ROOM-I
           END-PERFORM.
           IF WS-ROOM-I > WS-ROOM-COUNT
               OR WS-ROOM-CODE(WS-ROOM-I) NOT EQUAL TT-ROOM-CODE
               IF WS-ROOM-COUNT < 300
                   MOVE WS-ROOM-COUNT TO WS-ROOM-J
                   PERFORM UNTIL WS-ROOM-J < WS-ROOM-I
                       MOVE WS-ROOM-CODE(WS-ROOM-J)
                           TO WS-ROOM-CODE(WS-ROOM-J + 1)
                       SUBTRACT 1 FROM WS-ROOM-J
                   END-PERFORM
                   MOVE TT-ROOM-CODE TO WS-ROOM-CODE(WS-ROOM-I)
                   ADD 1 TO WS-ROOM-COUNT
               ELSE
                   DISPLAY 'ROOM TABLE FULL - NOT PRINTED: '
                       TT-ROOM-CODE
               END-IF
           END-IF.

       PRINT-TEACHER-GRID.
           MOVE SPACES TO WS-GRID.
           MOVE ZERO TO WS-CELLS-FILLED.
           PERFORM VARYING WS-SLOT-I FROM 1 BY 1
               UNTIL WS-SLOT-I > WS-SLOT-COUNT
               IF WS-SL-STAFF-ID(WS-SLOT-I) = SF-STAFF-ID
                   MOVE WS-SL-ROOM-CODE(WS-SLOT-I) TO CE-OTHER
                   PERFORM FILL-GRID-CELL
               END-IF
           END-PERFORM.

           IF WS-CELLS-FILLED > ZERO
               ADD 1 TO WS-TEACHER-GRIDS
               MOVE SF-STAFF-ID   TO TH-STAFF-ID
               MOVE SF-STAFF-NAME TO TH-STAFF-NAME
               MOVE WS-TEACHER-HEADING TO TEACHER-TIMETABLE-LINE
               WRITE TEACHER-TIMETABLE-LINE
               MOVE WS-DAY-HEADING TO TEACHER-TIMETABLE-LINE
               WRITE TEACHER-TIMETABLE-LINE
               PERFORM VARYING WS-PERIOD FROM 1 BY 1
                   UNTIL WS-PERIOD > WS-MAX-PERIOD
                   PERFORM BUILD-GRID-LINE
                   MOVE WS-GRID-LINE TO TEACHER-TIMETABLE-LINE
                   WRITE TEACHER-TIMETABLE-LINE
               END-PERFORM
               MOVE SPACES TO TEACHER-TIMETABLE-LINE
               WRITE TEACHER-TIMETABLE-LINE
           END-IF.

       PRINT-ROOM-GRID.
           MOVE SPACES TO WS-GRID.
           MOVE ZERO TO WS-CELLS-FILLED.
           PERFORM VARYING WS-SLOT-I FROM 1 BY 1
               UNTIL WS-SLOT-I > WS-SLOT-COUNT
               IF WS-SL-ROOM-CODE(WS-SLOT-I) = WS-THIS-ROOM
                   MOVE WS-SL-STAFF-ID(WS-SLOT-I) TO CE-OTHER
                   PERFORM FILL-GRID-CELL
               END-IF
           END-PERFORM.

           IF WS-CELLS-FILLED > ZERO
               ADD 1 TO WS-ROOM-GRIDS
               MOVE WS-THIS-ROOM TO RH-ROOM-CODE
               MOVE WS-ROOM-HEADING TO ROOM-TIMETABLE-LINE
               WRITE ROOM-TIMETABLE-LINE
               MOVE WS-DAY-HEADING TO ROOM-TIMETABLE-LINE
               WRITE ROOM-TIMETABLE-LINE
               PERFORM VARYING WS-PERIOD FROM 1 BY 1
                   UNTIL WS-PERIOD > WS-MAX-PERIOD
                   PERFORM BUILD-GRID-LINE
                   MOVE WS-GRID-LINE TO ROOM-TIMETABLE-LINE
                   WRITE ROOM-TIMETABLE-LINE
               END-PERFORM
               MOVE SPACES TO ROOM-TIMETABLE-LINE
               WRITE ROOM-TIMETABLE-LINE
           END-IF.

      * CE-OTHER is already set to the room or the teacher; a cell
      * booked twice shows the later class, and the clash sweep is
      * where the double-booking gets reported.
       FILL-GRID-CELL.
           MOVE WS-SL-CLASS-YEAR(WS-SLOT-I) TO CE-CLASS-YEAR.
           MOVE WS-SL-SECTION(WS-SLOT-I)    TO CE-SECTION.
           MOVE WS-SL-SUBJECT(WS-SLOT-I)    TO CE-SUBJECT.
           COMPUTE WS-COL = WS-SL-DAY(WS-SLOT-I) + 1.
           MOVE WS-CELL
               TO WS-GRID-CELL(WS-SL-PERIOD(WS-SLOT-I), WS-COL).
           ADD 1 TO WS-CELLS-FILLED.

       BUILD-GRID-LINE.
           MOVE WS-PERIOD TO GL-PERIOD.
           PERFORM VARYING WS-DAY FROM 0 BY 1 UNTIL WS-DAY > 6
               COMPUTE WS-COL = WS-DAY + 1
               MOVE WS-GRID-CELL(WS-PERIOD, WS-COL) TO GL-CELL(WS-COL)
           END-PERFORM.
