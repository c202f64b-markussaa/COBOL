      * Turns the guardians' requests for one parent-teacher evening
      * (MEETING-CODE on the parm card) into appointments. Each
      * teacher sitting has a row of appointment slots from their
      * own start to finish at the evening's appointment length.
      * A household is the FAMILY-LINK family, or the child alone
      * where no link is on file, and no household is given two
      * appointments that overlap - siblings' requests are placed
      * against the same household diary, whichever teacher they
      * are for. Requests already placed keep their time, so a
      * rerun after late requests only places the new ones; a
      * request that cannot be placed stays unplaced for the office
      * to resolve and the run ends with return code 4.
      *
      * Output is one appointment sheet per teacher, and an
      * itinerary file that LETTER-ENGINE's selection M merges into
      * one letter per household, addressed through the household's
      * lowest-numbered child with a booking. Every request placed
      * on this run also queues a MEET notice on NOTIFICATION-QUEUE
      * with its time and teacher, so the guardian hears before the
      * letter arrives.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MEETING-SCHEDULER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PARENT-MEETING ASSIGN TO 'PARENT-MEETING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-MEETING-CODE
                   FILE STATUS IS WS-MEET-FS.

               SELECT MEETING-BOOKING ASSIGN TO 'MEETING-BOOKING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PB-KEY
                   FILE STATUS IS WS-BOOK-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAM-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT MEETING-SHEET ASSIGN TO 'MEETING-SHEETS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SHEET-FS.

               SELECT MEETING-ITINERARY
                   ASSIGN TO 'MEETING-ITINERARY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITIN-FS.

               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT ITIN-WORK ASSIGN TO 'ITINSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD PARENT-MEETING.
           COPY "ptmeet.cpy".

           FD MEETING-BOOKING.
           COPY "ptmbook.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD MEETING-SHEET.
           01 SHEET-LINE            PIC X(80).

      *    One line of a household's letter, in LETTER-ENGINE's
      *    notice layout: the addressee, the selection letter and
      *    the text its &ITINERARY marker takes.
           FD MEETING-ITINERARY.
           01 MEETING-ITINERARY-REC.
               05 MI-STUDENT-ID     PIC 9(05).
               05 MI-LETTER-CODE    PIC X(01).
               05 MI-DETAIL         PIC X(60).

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           SD ITIN-WORK.
           01 ITIN-WORK-REC.
               05 IW-HOUSEHOLD      PIC X(06).
               05 IW-SLOT-MINS      PIC 9(04).
               05 IW-STUDENT-ID     PIC 9(05).
               05 IW-TCH-INDEX      PIC 9(02).

           WORKING-STORAGE SECTION.
           01 WS-MEET-FS            PIC X(02).
           01 WS-BOOK-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-FAM-FS             PIC X(02).
           01 WS-SHEET-FS           PIC X(02).
           01 WS-ITIN-FS            PIC X(02).
      *    Whether the optional files opened - the status fields
      *    change on every keyed read, so they cannot double as the
      *    open flags.
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-FAM-OPEN           PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-MEETING-CODE       PIC X(06).
           COPY "parmtbl.cpy".
           COPY "notiffl.cpy".

      *    Each teacher's evening: where it starts in minutes past
      *    midnight, how many slots it holds, and who is in each
      *    slot (zero is free).
           01 WS-TEACHER-TABLE.
               05 WS-TCH-ROW OCCURS 30 TIMES.
                   10 WS-TCH-STAFF-ID   PIC 9(04).
                   10 WS-TCH-NAME       PIC A(25).
                   10 WS-TCH-START-MINS PIC 9(04).
                   10 WS-TCH-SLOTS      PIC 9(02).
                   10 WS-TCH-SLOT OCCURS 40 TIMES.
                       15 WS-SLOT-STUDENT PIC 9(05).
           01 WS-TCH-COUNT          PIC 9(02) VALUE ZERO.
           01 WS-TCH-I              PIC 9(02).
           01 WS-TCH-FOUND          PIC 9(02).
           01 WS-SLOT-I             PIC 9(02).
           01 WS-SLOT-FOUND         PIC 9(02).

      *    Each household's diary so far: the start of every
      *    appointment it holds, in minutes past midnight.
           01 WS-HOUSEHOLD-TABLE.
               05 WS-HH-ROW OCCURS 300 TIMES.
                   10 WS-HH-KEY         PIC X(06).
                   10 WS-HH-ADDRESSEE   PIC 9(05).
                   10 WS-HH-APPT-COUNT  PIC 9(02).
                   10 WS-HH-APPT-MINS OCCURS 20 TIMES PIC 9(04).
           01 WS-HH-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-HH-I               PIC 9(03).
           01 WS-HH-FOUND           PIC 9(03).
           01 WS-APPT-I             PIC 9(02).
           01 WS-HH-LOOKUP-KEY      PIC X(06).
           01 WS-HH-CLASH           PIC A(01).

           01 WS-CHECK-TIME.
               05 WS-CHECK-HH       PIC 9(02).
               05 WS-CHECK-MM       PIC 9(02).
           01 WS-START-MINS         PIC 9(04).
           01 WS-END-MINS           PIC 9(04).
           01 WS-SLOT-MINS          PIC 9(04).
           01 WS-GAP-MINS           PIC S9(04).
           01 WS-SLOT-OFFSET        PIC 9(04).
           01 WS-SLOT-REMAINDER     PIC 9(04).
           01 WS-REJECT-REASON      PIC X(30).

           01 WS-KEPT-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-PLACED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-UNPLACED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-LETTER-COUNT       PIC 9(05) VALUE ZERO.

           01 WS-CLOCK-TIME.
               05 WS-CLOCK-HH       PIC 9(02).
               05 FILLER            PIC X(01) VALUE ':'.
               05 WS-CLOCK-MM       PIC 9(02).
           01 WS-PREV-HOUSEHOLD     PIC X(06).
           01 WS-ADDRESSEE          PIC 9(05).
           01 WS-STUDENT-NAME       PIC A(25).

           01 WS-SHEET-HEADING.
               05 FILLER PIC X(14) VALUE 'APPOINTMENTS: '.
               05 SH-STAFF-NAME     PIC A(25).
               05 FILLER PIC X(02) VALUE SPACES.
               05 SH-DESCRIPTION    PIC X(25).
               05 FILLER PIC X(01) VALUE SPACE.
               05 SH-MEETING-DATE   PIC 9(08).

           01 WS-SHEET-DETAIL.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-TIME           PIC X(05).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SD-STUDENT-ID     PIC X(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-STUDENT-NAME   PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SD-HOUSEHOLD      PIC X(06).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MEETING-SCHEDULER".
           MOVE 'MEETING-SCHEDULER' TO NOTQ-SOURCE.

           PERFORM LOAD-PARM-CARD.
           MOVE 'MEETING-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND NOT = 'Y'
               DISPLAY 'NO MEETING-CODE ON THE PARM CARD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-TEXT TO WS-MEETING-CODE.

           OPEN INPUT PARENT-MEETING.
           IF WS-MEET-FS NOT EQUAL '00'
               DISPLAY "Error opening PARENT-MEETING. Status: "
                   WS-MEET-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-MEETING-CODE TO PM-MEETING-CODE.
           READ PARENT-MEETING
               KEY IS PM-MEETING-CODE
               INVALID KEY
                   DISPLAY 'MEETING NOT ON FILE: ' WS-MEETING-CODE
                   CLOSE PARENT-MEETING
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PARENT-MEETING.
           IF NOT PM-OPEN
               DISPLAY 'MEETING CANCELLED: ' WS-MEETING-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MEETING-BOOKING.
           IF WS-BOOK-FS NOT EQUAL '00'
               DISPLAY "Error opening MEETING-BOOKING. Status: "
                   WS-BOOK-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE MEETING-BOOKING
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.
      *    Without the family file every child is their own
      *    household, as the letter run treats them.
           OPEN INPUT FAMILY-LINK.
           IF WS-FAM-FS EQUAL '00'
               MOVE 'Y' TO WS-FAM-OPEN
           END-IF.
           OPEN OUTPUT MEETING-SHEET.
           OPEN OUTPUT MEETING-ITINERARY.
           PERFORM OPEN-NOTIFICATION-QUEUE.

           PERFORM BUILD-TEACHER-SLOTS.
           PERFORM KEEP-PLACED-BOOKINGS.
           PERFORM PLACE-PENDING-BOOKINGS.
           PERFORM PRINT-TEACHER-SHEETS.

           SORT ITIN-WORK
               ON ASCENDING KEY IW-HOUSEHOLD
               ON ASCENDING KEY IW-SLOT-MINS
               INPUT PROCEDURE IS RELEASE-APPOINTMENTS
               OUTPUT PROCEDURE IS WRITE-ITINERARIES.

           CLOSE MEETING-BOOKING.
           CLOSE STUDENT.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
           IF WS-FAM-OPEN = 'Y'
               CLOSE FAMILY-LINK
           END-IF.
           CLOSE MEETING-SHEET.
           CLOSE MEETING-ITINERARY.
           PERFORM CLOSE-NOTIFICATION-QUEUE.

           DISPLAY 'APPOINTMENTS KEPT:     ' WS-KEPT-COUNT.
           DISPLAY 'APPOINTMENTS PLACED:   ' WS-PLACED-COUNT.
           DISPLAY 'REQUESTS UNPLACED:     ' WS-UNPLACED-COUNT.
           DISPLAY 'HOUSEHOLD ITINERARIES: ' WS-LETTER-COUNT.
           DISPLAY 'MEETING NOTICES QUEUED: ' NOTQ-QUEUED-COUNT.
           IF WS-UNPLACED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * A teacher stood down keeps a row with no slots, so their
      * requests fall out as unplaced.
       BUILD-TEACHER-SLOTS.
           MOVE PM-TEACHER-COUNT TO WS-TCH-COUNT.
           PERFORM VARYING WS-TCH-I FROM 1 BY 1
                   UNTIL WS-TCH-I > WS-TCH-COUNT
               MOVE PM-STAFF-ID(WS-TCH-I)
                   TO WS-TCH-STAFF-ID(WS-TCH-I)
               MOVE 'NOT ON STAFF MASTER' TO WS-TCH-NAME(WS-TCH-I)
               IF WS-STAFF-OPEN = 'Y'
                   MOVE PM-STAFF-ID(WS-TCH-I) TO SF-STAFF-ID
                   READ STAFF-MAST
                       KEY IS SF-STAFF-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SF-STAFF-NAME
                               TO WS-TCH-NAME(WS-TCH-I)
                   END-READ
               END-IF
               MOVE PM-START-TIME(WS-TCH-I) TO WS-CHECK-TIME
               COMPUTE WS-START-MINS = WS-CHECK-HH * 60 + WS-CHECK-MM
               MOVE PM-END-TIME(WS-TCH-I) TO WS-CHECK-TIME
               COMPUTE WS-END-MINS = WS-CHECK-HH * 60 + WS-CHECK-MM
               MOVE WS-START-MINS TO WS-TCH-START-MINS(WS-TCH-I)
               IF WS-END-MINS > WS-START-MINS
                   COMPUTE WS-TCH-SLOTS(WS-TCH-I) =
                       (WS-END-MINS - WS-START-MINS) / PM-SLOT-MINUTES
               ELSE
                   MOVE ZERO TO WS-TCH-SLOTS(WS-TCH-I)
               END-IF
               IF WS-TCH-SLOTS(WS-TCH-I) > 40
                   MOVE 40 TO WS-TCH-SLOTS(WS-TCH-I)
               END-IF
               PERFORM VARYING WS-SLOT-I FROM 1 BY 1
                       UNTIL WS-SLOT-I > 40
                   MOVE ZERO TO WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I)
               END-PERFORM
           END-PERFORM.

       START-MEETING-BOOKINGS.
           MOVE 'N' TO WS-EOF.
           MOVE WS-MEETING-CODE TO PB-MEETING-CODE.
           MOVE ZERO            TO PB-STUDENT-ID.
           MOVE ZERO            TO PB-STAFF-ID.
           START MEETING-BOOKING KEY NOT < PB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

       READ-NEXT-BOOKING.
           READ MEETING-BOOKING NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
           END-READ.
           IF WS-EOF = 'N'
               AND PB-MEETING-CODE NOT = WS-MEETING-CODE
               MOVE 'Y' TO WS-EOF
           END-IF.

      * First pass: every booking already placed goes back into its
      * teacher's slot and its household's diary. One whose time no
      * longer fits - the teacher's hours were changed since - goes
      * back to unplaced for the second pass to retry.
       KEEP-PLACED-BOOKINGS.
           PERFORM START-MEETING-BOOKINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-NEXT-BOOKING
               IF WS-EOF = 'N' AND NOT PB-CANCELLED
                   PERFORM FIND-HOUSEHOLD
                   IF PB-PLACED
                       PERFORM KEEP-ONE-BOOKING
                   END-IF
               END-IF
           END-PERFORM.

       KEEP-ONE-BOOKING.
           MOVE ZERO TO WS-SLOT-FOUND.
           PERFORM FIND-BOOKING-TEACHER.
           IF WS-TCH-FOUND > ZERO
               MOVE PB-SLOT-TIME TO WS-CHECK-TIME
               COMPUTE WS-SLOT-MINS = WS-CHECK-HH * 60 + WS-CHECK-MM
               IF WS-SLOT-MINS NOT < WS-TCH-START-MINS(WS-TCH-FOUND)
                   COMPUTE WS-SLOT-OFFSET =
                       WS-SLOT-MINS - WS-TCH-START-MINS(WS-TCH-FOUND)
                   DIVIDE WS-SLOT-OFFSET BY PM-SLOT-MINUTES
                       GIVING WS-SLOT-OFFSET
                       REMAINDER WS-SLOT-REMAINDER
                   ADD 1 TO WS-SLOT-OFFSET
                   IF WS-SLOT-REMAINDER = ZERO
                       AND WS-SLOT-OFFSET
                           NOT > WS-TCH-SLOTS(WS-TCH-FOUND)
                       IF WS-SLOT-STUDENT(WS-TCH-FOUND,
                               WS-SLOT-OFFSET) = ZERO
                           MOVE WS-SLOT-OFFSET TO WS-SLOT-FOUND
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-SLOT-FOUND > ZERO
               MOVE PB-STUDENT-ID
                   TO WS-SLOT-STUDENT(WS-TCH-FOUND, WS-SLOT-FOUND)
               PERFORM ENTER-IN-DIARY
               ADD 1 TO WS-KEPT-COUNT
           ELSE
               DISPLAY 'PLACEMENT NO LONGER FITS: ' PB-STUDENT-ID
                   ' WITH ' PB-STAFF-ID ' AT ' PB-SLOT-TIME
               MOVE ZERO TO PB-SLOT-TIME
               MOVE 'U'  TO PB-STATUS
               REWRITE MEETING-BOOKING-FILE
                   INVALID KEY
                       DISPLAY 'BOOKING REWRITE FAILED: ' PB-KEY
               END-REWRITE
           END-IF.

      * Second pass: each request still pending takes the teacher's
      * earliest free slot that does not overlap anything already
      * in the household's diary.
       PLACE-PENDING-BOOKINGS.
           PERFORM START-MEETING-BOOKINGS.
           PERFORM UNTIL WS-EOF = 'Y'
               PERFORM READ-NEXT-BOOKING
               IF WS-EOF = 'N' AND PB-PENDING
                   PERFORM PLACE-ONE-BOOKING
               END-IF
           END-PERFORM.

       PLACE-ONE-BOOKING.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-SLOT-FOUND.
           PERFORM FIND-HOUSEHOLD.
           PERFORM FIND-BOOKING-TEACHER.
           IF WS-TCH-FOUND = ZERO
               MOVE 'TEACHER NOT AT THIS MEETING' TO WS-REJECT-REASON
           ELSE
               IF WS-TCH-SLOTS(WS-TCH-FOUND) = ZERO
                   MOVE 'TEACHER STOOD DOWN' TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES AND WS-HH-FOUND = ZERO
               MOVE 'HOUSEHOLD TABLE FULL' TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
               IF WS-HH-APPT-COUNT(WS-HH-FOUND) >= 20
                   MOVE 'HOUSEHOLD HAS 20 APPOINTMENTS'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-SLOT-I FROM 1 BY 1
                       UNTIL WS-SLOT-I > WS-TCH-SLOTS(WS-TCH-FOUND)
                           OR WS-SLOT-FOUND > ZERO
                   IF WS-SLOT-STUDENT(WS-TCH-FOUND, WS-SLOT-I) = ZERO
                       COMPUTE WS-SLOT-MINS =
                           WS-TCH-START-MINS(WS-TCH-FOUND)
                           + (WS-SLOT-I - 1) * PM-SLOT-MINUTES
                       PERFORM CHECK-HOUSEHOLD-CLASH
                       IF WS-HH-CLASH = 'N'
                           MOVE WS-SLOT-I TO WS-SLOT-FOUND
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SLOT-FOUND = ZERO
                   MOVE 'NO CLASH-FREE SLOT LEFT' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE PB-STUDENT-ID
                   TO WS-SLOT-STUDENT(WS-TCH-FOUND, WS-SLOT-FOUND)
               PERFORM ENTER-IN-DIARY
               DIVIDE WS-SLOT-MINS BY 60
                   GIVING WS-CHECK-HH REMAINDER WS-CHECK-MM
               MOVE WS-CHECK-TIME TO PB-SLOT-TIME
               MOVE 'P' TO PB-STATUS
               ADD 1 TO WS-PLACED-COUNT
               PERFORM QUEUE-MEETING-NOTICE
           ELSE
               DISPLAY 'UNPLACED: ' PB-STUDENT-ID ' WITH '
                   PB-STAFF-ID ' - ' WS-REJECT-REASON
               MOVE ZERO TO PB-SLOT-TIME
               MOVE 'U'  TO PB-STATUS
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF.
           REWRITE MEETING-BOOKING-FILE
               INVALID KEY
                   DISPLAY 'BOOKING REWRITE FAILED: ' PB-KEY
           END-REWRITE.

       QUEUE-MEETING-NOTICE.
           MOVE 'MEET'          TO NOTQ-EVENT-TYPE.
           MOVE PB-STUDENT-ID   TO NOTQ-STUDENT-ID.
           MOVE PM-MEETING-DATE TO NOTQ-EVENT-DATE.
           MOVE SPACES          TO NOTQ-DETAIL.
           STRING 'PARENT MEETING ' PM-MEETING-DATE(7:2) '/'
               PM-MEETING-DATE(5:2) ' AT ' WS-CHECK-HH ':'
               WS-CHECK-MM ' WITH ' WS-TCH-NAME(WS-TCH-FOUND)
               DELIMITED BY SIZE INTO NOTQ-DETAIL.
           PERFORM QUEUE-NOTIFICATION.

      * Two appointments overlap when their starts are closer than
      * one appointment length - teachers' rows need not line up.
       CHECK-HOUSEHOLD-CLASH.
           MOVE 'N' TO WS-HH-CLASH.
           PERFORM VARYING WS-APPT-I FROM 1 BY 1
                   UNTIL WS-APPT-I > WS-HH-APPT-COUNT(WS-HH-FOUND)
                       OR WS-HH-CLASH = 'Y'
               COMPUTE WS-GAP-MINS = WS-SLOT-MINS
                   - WS-HH-APPT-MINS(WS-HH-FOUND, WS-APPT-I)
               IF WS-GAP-MINS < ZERO
                   COMPUTE WS-GAP-MINS = ZERO - WS-GAP-MINS
               END-IF
               IF WS-GAP-MINS < PM-SLOT-MINUTES
                   MOVE 'Y' TO WS-HH-CLASH
               END-IF
           END-PERFORM.

       ENTER-IN-DIARY.
           IF WS-HH-FOUND > ZERO
               AND WS-HH-APPT-COUNT(WS-HH-FOUND) < 20
               ADD 1 TO WS-HH-APPT-COUNT(WS-HH-FOUND)
               MOVE WS-SLOT-MINS TO WS-HH-APPT-MINS(WS-HH-FOUND,
                   WS-HH-APPT-COUNT(WS-HH-FOUND))
           END-IF.

       FIND-BOOKING-TEACHER.
           MOVE ZERO TO WS-TCH-FOUND.
           PERFORM VARYING WS-TCH-I FROM 1 BY 1
                   UNTIL WS-TCH-I > WS-TCH-COUNT
                       OR WS-TCH-FOUND > ZERO
               IF WS-TCH-STAFF-ID(WS-TCH-I) = PB-STAFF-ID
                   MOVE WS-TCH-I TO WS-TCH-FOUND
               END-IF
           END-PERFORM.

      * The household is the linked family, or '*' and the student
      * number for a child with no live link. Bookings arrive in
      * student order, so a household's first booking is from its
      * lowest-numbered child, who becomes the addressee.
       FIND-HOUSEHOLD-KEY.
           MOVE SPACES TO WS-HH-LOOKUP-KEY.
           IF WS-FAM-OPEN = 'Y'
               MOVE PB-STUDENT-ID TO FL-STUDENT-ID
               READ FAMILY-LINK
                   KEY IS FL-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF FL-LINKED
                           MOVE FL-FAMILY-CODE TO WS-HH-LOOKUP-KEY
                       END-IF
               END-READ
           END-IF.
           IF WS-HH-LOOKUP-KEY = SPACES
               STRING '*' PB-STUDENT-ID
                   DELIMITED BY SIZE INTO WS-HH-LOOKUP-KEY
           END-IF.

       FIND-HOUSEHOLD.
           PERFORM FIND-HOUSEHOLD-KEY.
           MOVE ZERO TO WS-HH-FOUND.
           PERFORM VARYING WS-HH-I FROM 1 BY 1
                   UNTIL WS-HH-I > WS-HH-COUNT
                       OR WS-HH-FOUND > ZERO
               IF WS-HH-KEY(WS-HH-I) = WS-HH-LOOKUP-KEY
                   MOVE WS-HH-I TO WS-HH-FOUND
               END-IF
           END-PERFORM.
           IF WS-HH-FOUND = ZERO
               IF WS-HH-COUNT < 300
                   ADD 1 TO WS-HH-COUNT
                   MOVE WS-HH-COUNT      TO WS-HH-FOUND
                   MOVE WS-HH-LOOKUP-KEY TO WS-HH-KEY(WS-HH-FOUND)
                   MOVE PB-STUDENT-ID
                       TO WS-HH-ADDRESSEE(WS-HH-FOUND)
                   MOVE ZERO TO WS-HH-APPT-COUNT(WS-HH-FOUND)
               ELSE
                   DISPLAY 'HOUSEHOLD TABLE FULL - ' WS-HH-LOOKUP-KEY
               END-IF
           END-IF.

      * One sheet per teacher, every slot shown, free ones marked so
      * the teacher can take a walk-up.
       PRINT-TEACHER-SHEETS.
           PERFORM VARYING WS-TCH-I FROM 1 BY 1
                   UNTIL WS-TCH-I > WS-TCH-COUNT
               MOVE WS-TCH-NAME(WS-TCH-I) TO SH-STAFF-NAME
               MOVE PM-DESCRIPTION        TO SH-DESCRIPTION
               MOVE PM-MEETING-DATE       TO SH-MEETING-DATE
               MOVE SPACES TO SHEET-LINE
               WRITE SHEET-LINE
               MOVE WS-SHEET-HEADING TO SHEET-LINE
               WRITE SHEET-LINE
               IF WS-TCH-SLOTS(WS-TCH-I) = ZERO
                   MOVE '  STOOD DOWN FOR THIS EVENING' TO SHEET-LINE
                   WRITE SHEET-LINE
               END-IF
               PERFORM VARYING WS-SLOT-I FROM 1 BY 1
                       UNTIL WS-SLOT-I > WS-TCH-SLOTS(WS-TCH-I)
                   PERFORM PRINT-ONE-SLOT
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-SLOT.
           COMPUTE WS-SLOT-MINS = WS-TCH-START-MINS(WS-TCH-I)
               + (WS-SLOT-I - 1) * PM-SLOT-MINUTES.
           PERFORM SET-CLOCK-TIME.
           MOVE WS-CLOCK-TIME TO SD-TIME.
           IF WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I) = ZERO
               MOVE SPACES          TO SD-STUDENT-ID
               MOVE '-- FREE --'    TO SD-STUDENT-NAME
               MOVE SPACES          TO SD-HOUSEHOLD
           ELSE
               MOVE WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I)
                   TO SD-STUDENT-ID
               MOVE WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I)
                   TO STUDENT-ID
               PERFORM FIND-STUDENT-NAME
               MOVE WS-STUDENT-NAME TO SD-STUDENT-NAME
               MOVE WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I)
                   TO PB-STUDENT-ID
               PERFORM FIND-HOUSEHOLD-KEY
               MOVE WS-HH-LOOKUP-KEY TO SD-HOUSEHOLD
           END-IF.
           MOVE WS-SHEET-DETAIL TO SHEET-LINE.
           WRITE SHEET-LINE.

       SET-CLOCK-TIME.
           DIVIDE WS-SLOT-MINS BY 60
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM.

       FIND-STUDENT-NAME.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY MOVE 'NOT ON MASTER' TO WS-STUDENT-NAME
               NOT INVALID KEY MOVE STUDENT-NAME TO WS-STUDENT-NAME
           END-READ.

       RELEASE-APPOINTMENTS.
           PERFORM VARYING WS-TCH-I FROM 1 BY 1
                   UNTIL WS-TCH-I > WS-TCH-COUNT
               PERFORM VARYING WS-SLOT-I FROM 1 BY 1
                       UNTIL WS-SLOT-I > WS-TCH-SLOTS(WS-TCH-I)
                   IF WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I) NOT = ZERO
                       MOVE WS-SLOT-STUDENT(WS-TCH-I, WS-SLOT-I)
                           TO PB-STUDENT-ID
                       PERFORM FIND-HOUSEHOLD-KEY
                       MOVE WS-HH-LOOKUP-KEY TO IW-HOUSEHOLD
                       COMPUTE IW-SLOT-MINS =
                           WS-TCH-START-MINS(WS-TCH-I)
                           + (WS-SLOT-I - 1) * PM-SLOT-MINUTES
                       MOVE PB-STUDENT-ID TO IW-STUDENT-ID
                       MOVE WS-TCH-I      TO IW-TCH-INDEX
                       RELEASE ITIN-WORK-REC
                   END-IF
               END-PERFORM
           END-PERFORM.

      * A household's letter opens with the evening itself, then
      * its appointments in time order: the time, the teacher and
      * which child the appointment is about.
       WRITE-ITINERARIES.
           MOVE SPACES TO WS-PREV-HOUSEHOLD.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN ITIN-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM WRITE-ONE-APPOINTMENT
               END-RETURN
           END-PERFORM.

       WRITE-ONE-APPOINTMENT.
           IF IW-HOUSEHOLD NOT = WS-PREV-HOUSEHOLD
               MOVE IW-HOUSEHOLD TO WS-PREV-HOUSEHOLD
               MOVE IW-HOUSEHOLD TO WS-HH-LOOKUP-KEY
               PERFORM FIND-ADDRESSEE
               ADD 1 TO WS-LETTER-COUNT
               MOVE WS-ADDRESSEE TO MI-STUDENT-ID
               MOVE 'M' TO MI-LETTER-CODE
               MOVE SPACES TO MI-DETAIL
               STRING PM-DESCRIPTION ' ON ' PM-MEETING-DATE(7:2) '/'
                   PM-MEETING-DATE(5:2) '/' PM-MEETING-DATE(1:4)
                   DELIMITED BY SIZE INTO MI-DETAIL
               WRITE MEETING-ITINERARY-REC
           END-IF.
           MOVE IW-SLOT-MINS TO WS-SLOT-MINS.
           PERFORM SET-CLOCK-TIME.
           MOVE IW-STUDENT-ID TO STUDENT-ID.
           PERFORM FIND-STUDENT-NAME.
           MOVE WS-ADDRESSEE TO MI-STUDENT-ID.
           MOVE 'M' TO MI-LETTER-CODE.
           MOVE SPACES TO MI-DETAIL.
           STRING WS-CLOCK-TIME ' ' WS-TCH-NAME(IW-TCH-INDEX) ' RE '
               WS-STUDENT-NAME
               DELIMITED BY SIZE INTO MI-DETAIL.
           WRITE MEETING-ITINERARY-REC.

       FIND-ADDRESSEE.
           MOVE ZERO TO WS-ADDRESSEE.
           PERFORM VARYING WS-HH-I FROM 1 BY 1
                   UNTIL WS-HH-I > WS-HH-COUNT
                       OR WS-ADDRESSEE > ZERO
               IF WS-HH-KEY(WS-HH-I) = WS-HH-LOOKUP-KEY
                   MOVE WS-HH-ADDRESSEE(WS-HH-I) TO WS-ADDRESSEE
               END-IF
           END-PERFORM.
           IF WS-ADDRESSEE = ZERO
               MOVE IW-STUDENT-ID TO WS-ADDRESSEE
           END-IF.

       COPY "parmrd.cpy".
       COPY "notifwt.cpy".
