      * TIMETABLE-MAINTENANCE refuses a double-booking as each slot
      * is keyed, but slots keyed before the teacher and room fields
      * existed, teachers who have since left, and anything loaded
      * around the maintenance screen never went through that check.
      * This batch sweeps the whole CLASS-TIMETABLE: it loads every
      * slot, reports each pair of classes sharing a teacher or
      * a room in the same day and period, and lists the slots with
      * no teacher or room keyed and those whose teacher is not
      * active on STAFF-MASTER. The listing goes to
      * TIMETABLE-CLASHES; any double-booking sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-CLASH-SWEEP.

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
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT CLASH-REPORT
                   ASSIGN TO 'TIMETABLE-CLASHES.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD CLASH-REPORT.
           01 CLASH-REPORT-LINE     PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TEACHER-CLASHES    PIC 9(05) VALUE ZERO.
           01 WS-ROOM-CLASHES       PIC 9(05) VALUE ZERO.
           01 WS-NOT-KEYED          PIC 9(05) VALUE ZERO.
           01 WS-INACTIVE-TEACHER   PIC 9(05) VALUE ZERO.

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
           01 WS-SLOT-J             PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMETABLE-CLASH-SWEEP".

           OPEN INPUT CLASS-TIMETABLE.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening CLASS-TIMETABLE. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE CLASS-TIMETABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CLASH-REPORT.

           PERFORM UNTIL WS-EOF = 'Y'
               READ CLASS-TIMETABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-SLOT
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-SLOT-I FROM 1 BY 1
               UNTIL WS-SLOT-I > WS-SLOT-COUNT
               COMPUTE WS-SLOT-J = WS-SLOT-I + 1
               PERFORM UNTIL WS-SLOT-J > WS-SLOT-COUNT
                   IF WS-SL-DAY(WS-SLOT-J) = WS-SL-DAY(WS-SLOT-I)
                       AND WS-SL-PERIOD(WS-SLOT-J)
                           = WS-SL-PERIOD(WS-SLOT-I)
                       PERFORM COMPARE-SLOTS
                   END-IF
                   ADD 1 TO WS-SLOT-J
               END-PERFORM
           END-PERFORM.

           CLOSE CLASS-TIMETABLE.
           CLOSE STAFF-MAST.
           CLOSE CLASH-REPORT.

           IF WS-TEACHER-CLASHES > ZERO OR WS-ROOM-CLASHES > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'SLOTS CHECKED: '          WS-SLOT-COUNT.
           DISPLAY 'TEACHER DOUBLE-BOOKINGS: ' WS-TEACHER-CLASHES.
           DISPLAY 'ROOM DOUBLE-BOOKINGS: '    WS-ROOM-CLASHES.
           DISPLAY 'SLOTS NOT FULLY KEYED: '   WS-NOT-KEYED.
           DISPLAY 'SLOTS WITH INACTIVE TEACHER: '
               WS-INACTIVE-TEACHER.
       STOP RUN.

      * Each slot is checked on its own as it is loaded: teacher and
      * room keyed, teacher active.
       CHECK-ONE-SLOT.
           IF WS-SLOT-COUNT < 3000
               ADD 1 TO WS-SLOT-COUNT
               MOVE TT-CLASS-YEAR   TO WS-SL-CLASS-YEAR(WS-SLOT-COUNT)
               MOVE TT-SECTION-CODE TO WS-SL-SECTION(WS-SLOT-COUNT)
               MOVE TT-DAY-OF-WEEK  TO WS-SL-DAY(WS-SLOT-COUNT)
               MOVE TT-PERIOD       TO WS-SL-PERIOD(WS-SLOT-COUNT)
               MOVE TT-SUBJECT-CODE TO WS-SL-SUBJECT(WS-SLOT-COUNT)
               MOVE TT-STAFF-ID     TO WS-SL-STAFF-ID(WS-SLOT-COUNT)
               MOVE TT-ROOM-CODE    TO WS-SL-ROOM-CODE(WS-SLOT-COUNT)
           ELSE
               DISPLAY 'SLOT TABLE FULL - NOT SWEPT: ' TT-KEY
           END-IF.

           IF TT-STAFF-ID = ZERO OR TT-ROOM-CODE = SPACES
               ADD 1 TO WS-NOT-KEYED
               MOVE SPACES TO CLASH-REPORT-LINE
               STRING 'NOT KEYED    CLASS ' TT-CLASS-YEAR
                   TT-SECTION-CODE
                   ' DAY ' TT-DAY-OF-WEEK
                   ' PERIOD ' TT-PERIOD
                   ' TEACHER ' TT-STAFF-ID
                   ' ROOM ' TT-ROOM-CODE
                   DELIMITED BY SIZE INTO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           ELSE
               MOVE TT-STAFF-ID TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY MOVE 'D' TO SF-STATUS
               END-READ
               IF NOT SF-ACTIVE
                   ADD 1 TO WS-INACTIVE-TEACHER
                   MOVE SPACES TO CLASH-REPORT-LINE
                   STRING 'NO TEACHER   CLASS ' TT-CLASS-YEAR
                       TT-SECTION-CODE
                       ' DAY ' TT-DAY-OF-WEEK
                       ' PERIOD ' TT-PERIOD
                       ' TEACHER ' TT-STAFF-ID
                       ' NOT ACTIVE ON STAFF-MASTER'
                       DELIMITED BY SIZE INTO CLASH-REPORT-LINE
                   WRITE CLASH-REPORT-LINE
               END-IF
           END-IF.

       COMPARE-SLOTS.
           IF WS-SL-STAFF-ID(WS-SLOT-I) NOT EQUAL ZERO
               AND WS-SL-STAFF-ID(WS-SLOT-I)
                   = WS-SL-STAFF-ID(WS-SLOT-J)
               ADD 1 TO WS-TEACHER-CLASHES
               MOVE SPACES TO CLASH-REPORT-LINE
               STRING 'TEACHER ' WS-SL-STAFF-ID(WS-SLOT-I)
                   ' DAY ' WS-SL-DAY(WS-SLOT-I)
                   ' PERIOD ' WS-SL-PERIOD(WS-SLOT-I)
                   ' BOOKED TO CLASS ' WS-SL-CLASS-YEAR(WS-SLOT-I)
                   WS-SL-SECTION(WS-SLOT-I)
                   ' ' WS-SL-SUBJECT(WS-SLOT-I)
                   ' AND CLASS ' WS-SL-CLASS-YEAR(WS-SLOT-J)
                   WS-SL-SECTION(WS-SLOT-J)
                   ' ' WS-SL-SUBJECT(WS-SLOT-J)
                   DELIMITED BY SIZE INTO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF.

           IF WS-SL-ROOM-CODE(WS-SLOT-I) NOT EQUAL SPACES
               AND WS-SL-ROOM-CODE(WS-SLOT-I)
                   = WS-SL-ROOM-CODE(WS-SLOT-J)
               ADD 1 TO WS-ROOM-CLASHES
               MOVE SPACES TO CLASH-REPORT-LINE
               STRING 'ROOM    ' WS-SL-ROOM-CODE(WS-SLOT-I)
                   ' DAY ' WS-SL-DAY(WS-SLOT-I)
                   ' PERIOD ' WS-SL-PERIOD(WS-SLOT-I)
                   ' BOOKED TO CLASS ' WS-SL-CLASS-YEAR(WS-SLOT-I)
                   WS-SL-SECTION(WS-SLOT-I)
                   ' ' WS-SL-SUBJECT(WS-SLOT-I)
                   ' AND CLASS ' WS-SL-CLASS-YEAR(WS-SLOT-J)
                   WS-SL-SECTION(WS-SLOT-J)
                   ' ' WS-SL-SUBJECT(WS-SLOT-J)
                   DELIMITED BY SIZE INTO CLASH-REPORT-LINE
               WRITE CLASH-REPORT-LINE
           END-IF.
