      * Parent-teacher evenings were run off sign-up sheets taped to
      * classroom doors, and a guardian with three children could
      * not see that two sheets had them in the same ten minutes.
      * This program is the front-end to PARENT-MEETING (ptmeet.cpy)
      * and MEETING-BOOKING (ptmbook.cpy), following
      * EVENT-MAINTENANCE's ACCEPT-driven menu loop. Defining an
      * evening sits every teacher with a live TEACHING-ASSIGNMENT
      * row at its class-year, at the evening's default times; a
      * teacher's own times can then be changed. The office keys
      * each guardian's requests - which teacher, about which
      * child - and MEETING-SCHEDULER turns them into appointments.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MEETING-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARENT-MEETING ASSIGN TO 'PARENT-MEETING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-MEETING-CODE
                   FILE STATUS IS WS-FS.

               SELECT MEETING-BOOKING ASSIGN TO 'MEETING-BOOKING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PB-KEY
                   FILE STATUS IS WS-BOOK-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-TA-FS.

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
           FD PARENT-MEETING.
           COPY "ptmeet.cpy".

           FD MEETING-BOOKING.
           COPY "ptmbook.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-BOOK-FS           PIC X(02).
           01 WS-TA-FS             PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
      *    Whether the staff master opened - the status field
      *    changes on every keyed read, so it cannot double as the
      *    open flag.
           01 WS-STAFF-OPEN        PIC A(01) VALUE 'N'.
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-CODE        PIC X(06).
           01 WS-ENTRY-DESC        PIC X(25).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SLOT        PIC 9(02).
           01 WS-ENTRY-START       PIC 9(04).
           01 WS-ENTRY-END         PIC 9(04).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-STAFF       PIC 9(04).
           01 WS-REJECT-REASON     PIC X(30).
           01 WS-LIST-EOF          PIC A(01).
           01 WS-TCH-I             PIC 9(02).
           01 WS-TCH-FOUND         PIC 9(02).
           01 WS-TCH-NAME          PIC A(25).

      *    A time as keyed, split for the minutes-past-midnight
      *    arithmetic the slot count needs.
           01 WS-CHECK-TIME.
               05 WS-CHECK-HH       PIC 9(02).
               05 WS-CHECK-MM       PIC 9(02).
           01 WS-START-MINS        PIC 9(04).
           01 WS-END-MINS          PIC 9(04).
           01 WS-SLOT-COUNT        PIC 9(04).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MEETING-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O PARENT-MEETING.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT PARENT-MEETING
               CLOSE PARENT-MEETING
               OPEN I-O PARENT-MEETING
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN I-O MEETING-BOOKING.
           IF WS-BOOK-FS EQUAL '35'
               OPEN OUTPUT MEETING-BOOKING
               CLOSE MEETING-BOOKING
               OPEN I-O MEETING-BOOKING
           END-IF.
           IF WS-BOOK-FS NOT EQUAL '00'
               DISPLAY "Error opening MEETING-BOOKING. Status: "
                   WS-BOOK-FS
               CLOSE PARENT-MEETING
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE PARENT-MEETING
               CLOSE MEETING-BOOKING
               STOP RUN
           END-IF.

      *    Without the staff master the teachers are listed by
      *    number alone.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 7
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-MEETING
                   WHEN 2 PERFORM CHANGE-TEACHER-TIMES
                   WHEN 3 PERFORM CANCEL-MEETING
                   WHEN 4 PERFORM LIST-MEETING
                   WHEN 5 PERFORM REQUEST-BOOKING
                   WHEN 6 PERFORM CANCEL-BOOKING
                   WHEN 7 DISPLAY 'EXITING MEETING MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE PARENT-MEETING.
           CLOSE MEETING-BOOKING.
           CLOSE STUDENT.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. DEFINE MEETING EVENING'.
           DISPLAY '2. CHANGE A TEACHER''S TIMES'.
           DISPLAY '3. CANCEL MEETING EVENING'.
           DISPLAY '4. LIST MEETING EVENING'.
           DISPLAY '5. REQUEST BOOKING'.
           DISPLAY '6. CANCEL BOOKING'.
           DISPLAY '7. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-MEETING-CODE.
           DISPLAY 'ENTER MEETING CODE: '.
           ACCEPT WS-ENTRY-CODE.
           MOVE WS-ENTRY-CODE TO PM-MEETING-CODE.

       ACCEPT-TIMES.
           DISPLAY 'ENTER START TIME (HHMM): '.
           ACCEPT WS-ENTRY-START.
           DISPLAY 'ENTER END TIME (HHMM): '.
           ACCEPT WS-ENTRY-END.

      * Both times must be real clock times, the finish after the
      * start, and the spell must hold between one and forty
      * appointments - forty is all one teacher's sheet can show.
       VALIDATE-TIMES.
           MOVE WS-ENTRY-START TO WS-CHECK-TIME.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
               MOVE 'START TIME NOT VALID' TO WS-REJECT-REASON
           END-IF.
           COMPUTE WS-START-MINS = WS-CHECK-HH * 60 + WS-CHECK-MM.
           MOVE WS-ENTRY-END TO WS-CHECK-TIME.
           IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
               MOVE 'END TIME NOT VALID' TO WS-REJECT-REASON
           END-IF.
           COMPUTE WS-END-MINS = WS-CHECK-HH * 60 + WS-CHECK-MM.
           IF WS-REJECT-REASON = SPACES
               IF WS-END-MINS NOT > WS-START-MINS
                   MOVE 'END MUST BE AFTER START' TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-SLOT-COUNT =
                       (WS-END-MINS - WS-START-MINS) / PM-SLOT-MINUTES
                   IF WS-SLOT-COUNT < 1
                       MOVE 'TOO SHORT FOR ONE SLOT'
                           TO WS-REJECT-REASON
                   END-IF
                   IF WS-SLOT-COUNT > 40
                       MOVE 'MORE THAN 40 SLOTS' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       ADD-MEETING.
           PERFORM ACCEPT-MEETING-CODE.
           DISPLAY 'ENTER DESCRIPTION: '.
           ACCEPT WS-ENTRY-DESC.
           DISPLAY 'ENTER MEETING DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.
           DISPLAY 'ENTER CLASS YEAR: '.
           ACCEPT WS-ENTRY-YEAR.
           DISPLAY 'ENTER APPOINTMENT LENGTH (MINUTES): '.
           ACCEPT WS-ENTRY-SLOT.
           PERFORM ACCEPT-TIMES.

           MOVE SPACES TO WS-REJECT-REASON.
           IF WS-ENTRY-DATE < WS-TODAY
               MOVE 'MEETING DATE IN THE PAST' TO WS-REJECT-REASON
           END-IF.
           IF WS-ENTRY-SLOT = ZERO
               MOVE 'APPOINTMENT LENGTH IS ZERO' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE SPACES TO PARENT-MEETING-FILE
               MOVE WS-ENTRY-CODE  TO PM-MEETING-CODE
               MOVE WS-ENTRY-DESC  TO PM-DESCRIPTION
               MOVE WS-ENTRY-DATE  TO PM-MEETING-DATE
               MOVE WS-ENTRY-YEAR  TO PM-CLASS-YEAR
               MOVE WS-ENTRY-SLOT  TO PM-SLOT-MINUTES
               MOVE ZERO           TO PM-TEACHER-COUNT
               MOVE 'O'            TO PM-STATUS
               PERFORM VALIDATE-TIMES
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM LOAD-YEAR-TEACHERS
               IF PM-TEACHER-COUNT = ZERO
                   MOVE 'NO TEACHERS ASSIGNED TO YEAR'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'ADD: ' WS-REJECT-REASON
           ELSE
               WRITE PARENT-MEETING-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'ADD: Meeting Evening Defined, '
                           PM-TEACHER-COUNT ' Teachers Sitting'
               END-WRITE
           END-IF.

      * Every staff member with a live assignment at the class-year
      * sits once, however many subjects they teach it. The file is
      * opened for the scan alone so a definition always sees the
      * current timetable.
       LOAD-YEAR-TEACHERS.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-TA-FS NOT EQUAL '00'
               DISPLAY "Error opening TEACHING-ASSIGNMENT. Status: "
                   WS-TA-FS
           ELSE
               MOVE 'N' TO WS-LIST-EOF
               PERFORM UNTIL WS-LIST-EOF = 'Y'
                   READ TEACHING-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-LIST-EOF
                       NOT AT END
                           IF TA-ASSIGNED
                               AND TA-CLASS-YEAR = WS-ENTRY-YEAR
                               PERFORM SIT-ONE-TEACHER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHING-ASSIGNMENT
           END-IF.

       SIT-ONE-TEACHER.
           MOVE TA-STAFF-ID TO WS-ENTRY-STAFF.
           PERFORM FIND-MEETING-TEACHER.
           IF WS-TCH-FOUND = ZERO
               IF PM-TEACHER-COUNT < 30
                   ADD 1 TO PM-TEACHER-COUNT
                   MOVE TA-STAFF-ID
                       TO PM-STAFF-ID(PM-TEACHER-COUNT)
                   MOVE WS-ENTRY-START
                       TO PM-START-TIME(PM-TEACHER-COUNT)
                   MOVE WS-ENTRY-END
                       TO PM-END-TIME(PM-TEACHER-COUNT)
               ELSE
                   DISPLAY 'ADD: TEACHER TABLE FULL - ' TA-STAFF-ID
                       ' NOT SITTING'
               END-IF
           END-IF.

       FIND-MEETING-TEACHER.
           MOVE ZERO TO WS-TCH-FOUND.
           PERFORM VARYING WS-TCH-I FROM 1 BY 1
                   UNTIL WS-TCH-I > PM-TEACHER-COUNT
                       OR WS-TCH-FOUND > ZERO
               IF PM-STAFF-ID(WS-TCH-I) = WS-ENTRY-STAFF
                   MOVE WS-TCH-I TO WS-TCH-FOUND
               END-IF
           END-PERFORM.

      * Zero for both times stands a teacher down for the evening;
      * anything else must make a valid spell of appointments.
       CHANGE-TEACHER-TIMES.
           PERFORM ACCEPT-MEETING-CODE.
           READ PARENT-MEETING
               KEY IS PM-MEETING-CODE
               INVALID KEY DISPLAY 'TIMES: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               DISPLAY 'ENTER TEACHER STAFF ID: '
               ACCEPT WS-ENTRY-STAFF
               PERFORM FIND-MEETING-TEACHER
               IF WS-TCH-FOUND = ZERO
                   DISPLAY 'TIMES: Teacher Not Sitting This Evening'
               ELSE
                   DISPLAY 'NOW ' PM-START-TIME(WS-TCH-FOUND) ' TO '
                       PM-END-TIME(WS-TCH-FOUND)
                       ' - 0000 FOR BOTH STANDS THE TEACHER DOWN'
                   PERFORM ACCEPT-TIMES
                   MOVE SPACES TO WS-REJECT-REASON
                   IF WS-ENTRY-START NOT = ZERO
                       OR WS-ENTRY-END NOT = ZERO
                       PERFORM VALIDATE-TIMES
                   END-IF
                   IF WS-REJECT-REASON NOT = SPACES
                       DISPLAY 'TIMES: ' WS-REJECT-REASON
                   ELSE
                       MOVE WS-ENTRY-START
                           TO PM-START-TIME(WS-TCH-FOUND)
                       MOVE WS-ENTRY-END
                           TO PM-END-TIME(WS-TCH-FOUND)
                       REWRITE PARENT-MEETING-FILE
                           INVALID KEY DISPLAY 'TIMES: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'TIMES: Teacher Updated'
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

       CANCEL-MEETING.
           PERFORM ACCEPT-MEETING-CODE.
           READ PARENT-MEETING
               KEY IS PM-MEETING-CODE
               INVALID KEY DISPLAY 'CANCEL: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               MOVE 'C' TO PM-STATUS
               REWRITE PARENT-MEETING-FILE
                   INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'CANCEL: Meeting Evening Cancelled'
               END-REWRITE
           END-IF.

       LIST-MEETING.
           PERFORM ACCEPT-MEETING-CODE.
           READ PARENT-MEETING
               KEY IS PM-MEETING-CODE
               INVALID KEY DISPLAY 'LIST: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               DISPLAY PM-MEETING-CODE ' ' PM-DESCRIPTION ' ON '
                   PM-MEETING-DATE ' YEAR ' PM-CLASS-YEAR ' '
                   PM-SLOT-MINUTES ' MIN STATUS=' PM-STATUS
               PERFORM VARYING WS-TCH-I FROM 1 BY 1
                       UNTIL WS-TCH-I > PM-TEACHER-COUNT
                   MOVE PM-STAFF-ID(WS-TCH-I) TO WS-ENTRY-STAFF
                   PERFORM FIND-TEACHER-NAME
                   DISPLAY '  ' PM-STAFF-ID(WS-TCH-I) ' '
                       WS-TCH-NAME ' ' PM-START-TIME(WS-TCH-I)
                       '-' PM-END-TIME(WS-TCH-I)
               END-PERFORM
               PERFORM LIST-BOOKINGS
           END-IF.

       LIST-BOOKINGS.
           MOVE PM-MEETING-CODE TO PB-MEETING-CODE.
           MOVE ZERO            TO PB-STUDENT-ID.
           MOVE ZERO            TO PB-STAFF-ID.
           MOVE 'N' TO WS-LIST-EOF.
           START MEETING-BOOKING KEY NOT < PB-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ MEETING-BOOKING NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF PB-MEETING-CODE NOT = PM-MEETING-CODE
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY '  BOOKING ' PB-STUDENT-ID
                               ' WITH ' PB-STAFF-ID ' AT '
                               PB-SLOT-TIME ' STATUS=' PB-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       FIND-TEACHER-NAME.
           MOVE SPACES TO WS-TCH-NAME.
           IF WS-STAFF-OPEN = 'Y'
               MOVE WS-ENTRY-STAFF TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE SF-STAFF-NAME TO WS-TCH-NAME
               END-READ
           END-IF.

      * The evening must be open and not yet held, the child active
      * in its class-year, and the teacher sitting that evening. A
      * request cancelled earlier may be made again.
       REQUEST-BOOKING.
           PERFORM ACCEPT-MEETING-CODE.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           DISPLAY 'ENTER TEACHER STAFF ID: '.
           ACCEPT WS-ENTRY-STAFF.

           MOVE SPACES TO WS-REJECT-REASON.
           READ PARENT-MEETING
               KEY IS PM-MEETING-CODE
               INVALID KEY
                   MOVE 'MEETING NOT FOUND' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT PM-OPEN
                       MOVE 'MEETING CANCELLED' TO WS-REJECT-REASON
                   END-IF
                   IF PM-MEETING-DATE < WS-TODAY
                       MOVE 'MEETING ALREADY HELD'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.
           IF WS-REJECT-REASON = SPACES
               MOVE WS-ENTRY-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE 'STUDENT NOT FOUND' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT STUDENT-ACTIVE
                           MOVE 'STUDENT NOT ACTIVE'
                               TO WS-REJECT-REASON
                       END-IF
                       IF CLASS-YEAR NOT = PM-CLASS-YEAR
                           MOVE 'STUDENT NOT IN MEETING YEAR'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM FIND-MEETING-TEACHER
               IF WS-TCH-FOUND = ZERO
                   MOVE 'TEACHER NOT AT THIS MEETING'
                       TO WS-REJECT-REASON
               ELSE
                   IF PM-START-TIME(WS-TCH-FOUND) = ZERO
                       AND PM-END-TIME(WS-TCH-FOUND) = ZERO
                       MOVE 'TEACHER STOOD DOWN' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'REQUEST: ' WS-REJECT-REASON
           ELSE
               PERFORM WRITE-BOOKING
           END-IF.

       WRITE-BOOKING.
           MOVE WS-ENTRY-CODE    TO PB-MEETING-CODE.
           MOVE WS-ENTRY-STUDENT TO PB-STUDENT-ID.
           MOVE WS-ENTRY-STAFF   TO PB-STAFF-ID.
           READ MEETING-BOOKING
               KEY IS PB-KEY
               INVALID KEY CONTINUE
           END-READ.
           IF WS-BOOK-FS EQUAL '00'
               IF PB-CANCELLED
                   MOVE WS-TODAY TO PB-REQUEST-DATE
                   MOVE ZERO     TO PB-SLOT-TIME
                   MOVE 'R'      TO PB-STATUS
                   REWRITE MEETING-BOOKING-FILE
                       INVALID KEY DISPLAY 'REQUEST: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'REQUEST: Booking Requested'
                   END-REWRITE
               ELSE
                   DISPLAY 'REQUEST: Already Requested'
               END-IF
           ELSE
               MOVE WS-ENTRY-CODE    TO PB-MEETING-CODE
               MOVE WS-ENTRY-STUDENT TO PB-STUDENT-ID
               MOVE WS-ENTRY-STAFF   TO PB-STAFF-ID
               MOVE WS-TODAY         TO PB-REQUEST-DATE
               MOVE ZERO             TO PB-SLOT-TIME
               MOVE 'R'              TO PB-STATUS
               WRITE MEETING-BOOKING-FILE
                   INVALID KEY DISPLAY 'REQUEST: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'REQUEST: Booking Requested'
               END-WRITE
           END-IF.

      * A cancelled booking gives its time back; the next scheduler
      * run may hand it to someone else.
       CANCEL-BOOKING.
           PERFORM ACCEPT-MEETING-CODE.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.
           DISPLAY 'ENTER TEACHER STAFF ID: '.
           ACCEPT WS-ENTRY-STAFF.
           MOVE WS-ENTRY-CODE    TO PB-MEETING-CODE.
           MOVE WS-ENTRY-STUDENT TO PB-STUDENT-ID.
           MOVE WS-ENTRY-STAFF   TO PB-STAFF-ID.
           READ MEETING-BOOKING
               KEY IS PB-KEY
               INVALID KEY DISPLAY 'CANCEL: Booking Not Found'
           END-READ.
           IF WS-BOOK-FS EQUAL '00'
               MOVE ZERO TO PB-SLOT-TIME
               MOVE 'C'  TO PB-STATUS
               REWRITE MEETING-BOOKING-FILE
                   INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'CANCEL: Booking Cancelled'
               END-REWRITE
           END-IF.

       COPY "fsxlate.cpy".
