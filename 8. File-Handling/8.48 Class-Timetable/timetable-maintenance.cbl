      * SUBJECT-MAINTENANCE's ACCEPT-driven menu loop; the subject
      * keyed into a slot must pass the SUBJECT-MASTER catalog
      * lookup the way an enrollment transaction must.
      *
      * Each slot also names its teacher (an active STAFF-MASTER
      * record) and its teaching room. A teacher or
      * room already booked into another class-year or section in
      * the same day and period is a double-booking, and the slot
      * is refused with the clashing class shown. A class-year
      * taught as one group is keyed with a space section.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-MAINTENANCE.
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-CLASS-YEAR  PIC 9(02).
           01 WS-ENTRY-SECTION     PIC X(01).
           01 WS-ENTRY-DAY         PIC 9(01).
           01 WS-ENTRY-PERIOD      PIC 9(02).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-STAFF       PIC 9(04).
           01 WS-ENTRY-ROOM        PIC X(04).
           01 WS-SUBJECT-OK        PIC A(01).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-SLOT-OK           PIC A(01).
           01 WS-CHECK-EOF         PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE CLASS-TIMETABLE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
           END-PERFORM.

           CLOSE CLASS-TIMETABLE.
           CLOSE STAFF-MAST.
       STOP RUN.

       DISPLAY-MENU.
       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER CLASS YEAR: '.
           ACCEPT WS-ENTRY-CLASS-YEAR.
           DISPLAY 'ENTER SECTION (SPACE IF ONE GROUP): '.
           ACCEPT WS-ENTRY-SECTION.
           DISPLAY 'ENTER DAY OF WEEK (0-6): '.
           ACCEPT WS-ENTRY-DAY.
           DISPLAY 'ENTER PERIOD: '.
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.
           DISPLAY 'ENTER TEACHER STAFF ID: '.
           ACCEPT WS-ENTRY-STAFF.
           DISPLAY 'ENTER ROOM CODE: '.
           ACCEPT WS-ENTRY-ROOM.

           MOVE 'Y' TO WS-SLOT-OK.
           CALL 'UTIL-VALIDATE-SUBJECT' USING WS-ENTRY-SUBJECT,
                                               WS-SUBJECT-OK.
           IF WS-SUBJECT-OK NOT EQUAL 'Y'
               DISPLAY 'ADD: SUBJECT NOT ON CATALOG '
                   WS-ENTRY-SUBJECT
               MOVE 'N' TO WS-SLOT-OK
           END-IF.

           MOVE WS-ENTRY-STAFF TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY
                   DISPLAY 'ADD: TEACHER NOT ON MASTER '
                       WS-ENTRY-STAFF
                   MOVE 'N' TO WS-SLOT-OK
               NOT INVALID KEY
                   IF NOT SF-ACTIVE
                       DISPLAY 'ADD: TEACHER IS NOT ACTIVE '
                           WS-ENTRY-STAFF
                       MOVE 'N' TO WS-SLOT-OK
                   END-IF
           END-READ.

           IF WS-ENTRY-ROOM = SPACES
               DISPLAY 'ADD: ROOM MUST BE KEYED'
               MOVE 'N' TO WS-SLOT-OK
           END-IF.

           IF WS-SLOT-OK = 'Y'
               PERFORM CHECK-DOUBLE-BOOKING
           END-IF.

           IF WS-SLOT-OK = 'Y'
               MOVE WS-ENTRY-CLASS-YEAR TO TT-CLASS-YEAR
               MOVE WS-ENTRY-SECTION    TO TT-SECTION-CODE
               MOVE WS-ENTRY-DAY        TO TT-DAY-OF-WEEK
               MOVE WS-ENTRY-PERIOD     TO TT-PERIOD
               MOVE WS-ENTRY-SUBJECT    TO TT-SUBJECT-CODE
               MOVE WS-ENTRY-STAFF      TO TT-STAFF-ID
               MOVE WS-ENTRY-ROOM       TO TT-ROOM-CODE
               WRITE CLASS-TIMETABLE-FILE
                   INVALID KEY
                       REWRITE CLASS-TIMETABLE-FILE
               END-WRITE
           END-IF.

      * The same day and period in every other class-year and
      * section - sections cannot be counted off like class-years,
      * so the whole file is passed; the slot being replaced is not
      * a clash with itself.
       CHECK-DOUBLE-BOOKING.
           MOVE LOW-VALUES TO TT-KEY.
           MOVE 'N' TO WS-CHECK-EOF.
           START CLASS-TIMETABLE KEY NOT < TT-KEY
               INVALID KEY MOVE 'Y' TO WS-CHECK-EOF
           END-START.
           PERFORM UNTIL WS-CHECK-EOF = 'Y'
               READ CLASS-TIMETABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CHECK-EOF
                   NOT AT END
                       IF TT-DAY-OF-WEEK = WS-ENTRY-DAY
                           AND TT-PERIOD = WS-ENTRY-PERIOD
                           AND (TT-CLASS-YEAR
                                   NOT EQUAL WS-ENTRY-CLASS-YEAR
                               OR TT-SECTION-CODE
                                   NOT EQUAL WS-ENTRY-SECTION)
                           PERFORM CHECK-ONE-BOOKING
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-BOOKING.
           IF TT-STAFF-ID = WS-ENTRY-STAFF
               DISPLAY 'ADD: TEACHER ALREADY BOOKED WITH CLASS '
                   TT-CLASS-YEAR TT-SECTION-CODE ' ' TT-SUBJECT-CODE
               MOVE 'N' TO WS-SLOT-OK
           END-IF.
           IF TT-ROOM-CODE = WS-ENTRY-ROOM
               DISPLAY 'ADD: ROOM ALREADY BOOKED BY CLASS '
                   TT-CLASS-YEAR TT-SECTION-CODE ' ' TT-SUBJECT-CODE
               MOVE 'N' TO WS-SLOT-OK
           END-IF.

       DELETE-SLOT.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-CLASS-YEAR TO TT-CLASS-YEAR.
           MOVE WS-ENTRY-SECTION    TO TT-SECTION-CODE.
           MOVE WS-ENTRY-DAY        TO TT-DAY-OF-WEEK.
           MOVE WS-ENTRY-PERIOD     TO TT-PERIOD.
           DELETE CLASS-TIMETABLE RECORD
       LIST-DAY.
           DISPLAY 'ENTER CLASS YEAR: '.
           ACCEPT WS-ENTRY-CLASS-YEAR.
           DISPLAY 'ENTER SECTION (SPACE IF ONE GROUP): '.
           ACCEPT WS-ENTRY-SECTION.
           DISPLAY 'ENTER DAY OF WEEK (0-6): '.
           ACCEPT WS-ENTRY-DAY.

           MOVE WS-ENTRY-CLASS-YEAR TO TT-CLASS-YEAR.
           MOVE WS-ENTRY-SECTION    TO TT-SECTION-CODE.
           MOVE WS-ENTRY-DAY        TO TT-DAY-OF-WEEK.
           MOVE ZERO                TO TT-PERIOD.
           MOVE 'N' TO WS-LIST-EOF.
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF TT-CLASS-YEAR NOT EQUAL WS-ENTRY-CLASS-YEAR
                           OR TT-SECTION-CODE
                               NOT EQUAL WS-ENTRY-SECTION
                           OR TT-DAY-OF-WEEK NOT EQUAL WS-ENTRY-DAY
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY 'PERIOD ' TT-PERIOD ' '
                               TT-SUBJECT-CODE ' TEACHER '
                               TT-STAFF-ID ' ROOM ' TT-ROOM-CODE
                       END-IF
               END-READ
           END-PERFORM.
