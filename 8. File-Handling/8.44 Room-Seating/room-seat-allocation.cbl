      * neighbouring seats cycle through the different papers
      * instead of running through one subject's roster in a block.
      * The charts print one per room for the door, headed by the
      * invigilators INVIGILATION-ROSTER has on the room for the
      * sitting, or by the room's own invigilator from ROOM-MASTER
      * where the exam has not been rostered.
      *
      * Candidates with an approved, unexpired ACCESS-ARRANGEMENT
      * are sorted ahead of everyone and seated first, in the rooms
      * ROOM-MASTER marks for access arrangements; the ordinary
      * candidates then fill the remaining rooms, never those. With
      * no room so marked the access candidates still go first, into
      * the ordinary rooms. Each such seat shows the arrangement on
      * the chart.
      *
      * A candidate EXAM-ELIGIBILITY-RUN has debarred from the exam
      * for short attendance is never seated; a condoned shortage
      * sits as normal. With no eligibility file the run warns and
      * seats everyone, as before.
      *
      * Every seat given is also recorded on EXAM-SEATING
      * (exmseat.cpy) - room, seat and any access arrangement, keyed
      * by exam, subject and student - so EVACUATION-ROLL-CALL can
      * send each candidate to the room they actually sit in rather
      * than the one the timetable names for the paper. A rerun for
      * the sitting first clears the sitting's papers off the file,
      * so a candidate since debarred or left without a seat does
      * not keep the old one.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ROOM-SEAT-ALLOCATION.
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT INVIGILATION-ROSTER
                   ASSIGN TO 'INVIGILATION-ROSTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS IR-KEY
                   FILE STATUS IS WS-ROSTER-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                       WITH DUPLICATES
                   FILE STATUS IS WS-ANON-FS.

               SELECT ACCESS-ARRANGEMENT
                   ASSIGN TO 'ACCESS-ARRANGEMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AA-STUDENT-ID
                   FILE STATUS IS WS-ACCESS-FS.

               SELECT EXAM-ELIGIBILITY ASSIGN TO 'EXAM-ELIGIBILITY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EG-KEY
                   FILE STATUS IS WS-ELIG-FS.

               SELECT EXAM-SEATING ASSIGN TO 'EXAM-SEATING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EA-KEY
                   FILE STATUS IS WS-SEATING-FS.

               SELECT SEAT-WORK ASSIGN TO 'SEATSORT'.

               SELECT SEATING-CHART ASSIGN TO 'SEATING-CHARTS.txt'
           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD INVIGILATION-ROSTER.
           COPY "invrost.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD ANON-NUMBER.
           COPY "examanon.cpy".

           FD ACCESS-ARRANGEMENT.
           COPY "accarr.cpy".

           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD EXAM-SEATING.
           COPY "exmseat.cpy".

           SD SEAT-WORK.
           01 SEAT-WORK-REC.
      *        Zero for an access-arrangement candidate, so they sort
      *        ahead of everyone else.
               05 SKW-PRIORITY     PIC 9(01).
               05 SKW-DEAL-SEQ     PIC 9(05).
               05 SKW-SUBJECT-CODE PIC X(04).
               05 SKW-STUDENT-ID   PIC 9(05).
               05 SKW-EXAM-NO      PIC 9(05).
               05 SKW-ACCESS-TYPE  PIC X(01).
               05 SKW-EXTRA-PCT    PIC 9(03).

           FD SEATING-CHART.
           01 SEATING-CHART-LINE   PIC X(70).
      *    itself changes on every keyed read, so it cannot double
      *    as the open flag.
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-ROSTER-FS          PIC X(02).
           01 WS-ROSTER-OPEN        PIC A(01) VALUE 'N'.
           01 WS-ROSTER-EOF         PIC A(01).
           01 WS-ROSTERED           PIC 9(01).
           01 WS-ANON-FS            PIC X(02).
           01 WS-ANON-OPEN          PIC A(01) VALUE 'N'.
           01 WS-ANON-EOF           PIC A(01).
           01 WS-FOUND-NUMBER       PIC 9(05).
           01 WS-ENROLL-FS          PIC X(02).
           01 WS-ACCESS-FS          PIC X(02).
           01 WS-ACCESS-OPEN        PIC A(01) VALUE 'N'.
           01 WS-ELIG-FS            PIC X(02).
           01 WS-ELIG-OPEN          PIC A(01) VALUE 'N'.
           01 WS-DEBARRED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-SEATING-FS         PIC X(02).
           01 WS-SEATING-EOF        PIC A(01).
           01 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-RECORDED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-ACCESS-ROOM-COUNT  PIC 9(02) VALUE ZERO.
           01 WS-ACCESS-SEATED      PIC 9(05) VALUE ZERO.
           01 WS-PRIOR-PRIORITY     PIC 9(01) VALUE ZERO.
      *    'Y' while seating access candidates into the marked rooms,
      *    'N' while seating everyone into the ordinary rooms.
           01 WS-WANT-ACCESS-ROOM   PIC A(01).
           01 WS-ACCESS-NOTE        PIC X(20).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-EXAM-CODE          PIC X(06).
                   10 WS-RM-CAPACITY    PIC 9(03).
                   10 WS-RM-USED        PIC 9(03).
                   10 WS-RM-INVIGILATOR PIC X(25).
                   10 WS-RM-ACCESS      PIC A(01).
           01 WS-ROOM-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-ROOM-CURSOR        PIC 9(02) VALUE ZERO.
           01 WS-RM-I               PIC 9(02).
      *    every subject's first candidate, then every subject's
      *    second, and so on.
           SORT SEAT-WORK
               ON ASCENDING KEY SKW-PRIORITY
               ON ASCENDING KEY SKW-DEAL-SEQ
               ON ASCENDING KEY SKW-SUBJECT-CODE
               INPUT PROCEDURE IS COLLECT-CANDIDATES
               OUTPUT PROCEDURE IS SEAT-AND-PRINT-CHARTS.

           DISPLAY 'CANDIDATES SEATED: ' WS-SEATED-COUNT.
           DISPLAY 'ACCESS ARRANGEMENTS SEATED: ' WS-ACCESS-SEATED.
           DISPLAY 'DEBARRED - NOT SEATED: ' WS-DEBARRED-COUNT.
           DISPLAY 'EARLIER SEATS CLEARED: ' WS-CLEARED-COUNT.
           DISPLAY 'SEATS RECORDED ON EXAM-SEATING: '
               WS-RECORDED-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'CANDIDATES UNSEATED - ROOMS FULL: '
                   WS-OVERFLOW-COUNT
                   END-READ
               END-PERFORM
               CLOSE ROOM-MASTER
           END-IF.

      * The chart heading carries the invigilator's name from the
               MOVE ZERO TO WS-RM-USED(WS-ROOM-COUNT)
               MOVE RM-INVIGILATOR
                   TO WS-RM-INVIGILATOR(WS-ROOM-COUNT)
               IF RM-IS-ACCESS-ROOM
                   MOVE 'Y' TO WS-RM-ACCESS(WS-ROOM-COUNT)
                   ADD 1 TO WS-ACCESS-ROOM-COUNT
               ELSE
                   MOVE 'N' TO WS-RM-ACCESS(WS-ROOM-COUNT)
               END-IF
               IF RM-STAFF-ID NOT = ZERO
                   AND WS-STAFF-OPEN = 'Y'
                   MOVE RM-STAFF-ID TO SF-STAFF-ID
           IF WS-ANON-FS EQUAL '00'
               MOVE 'Y' TO WS-ANON-OPEN
           END-IF.
      *    No arrangement register just means nobody has one.
           OPEN INPUT ACCESS-ARRANGEMENT.
           IF WS-ACCESS-FS EQUAL '00'
               MOVE 'Y' TO WS-ACCESS-OPEN
           END-IF.
           OPEN INPUT EXAM-ELIGIBILITY.
           IF WS-ELIG-FS EQUAL '00'
               MOVE 'Y' TO WS-ELIG-OPEN
           ELSE
               DISPLAY 'EXAM-ELIGIBILITY NOT AVAILABLE - NO STUDENT '
                   'DEBARRED'
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-FS NOT EQUAL '00'
               DISPLAY "Error opening ENROLLMENT. Status: "
           IF WS-ANON-OPEN = 'Y'
               CLOSE ANON-NUMBER
           END-IF.
           IF WS-ACCESS-OPEN = 'Y'
               CLOSE ACCESS-ARRANGEMENT
           END-IF.
           IF WS-ELIG-OPEN = 'Y'
               CLOSE EXAM-ELIGIBILITY
           END-IF.

       CONSIDER-CANDIDATE.
           IF NOT EN-ENROLLED
                       MOVE 'Y' TO WS-SUBJECT-WANTED
                   END-IF
               END-PERFORM
               IF WS-SUBJECT-WANTED = 'Y'
                   PERFORM CHECK-ELIGIBILITY
               END-IF
               IF WS-SUBJECT-WANTED = 'Y'
                   IF EN-SUBJECT-CODE NOT EQUAL WS-PRIOR-SUBJECT
                       MOVE EN-SUBJECT-CODE TO WS-PRIOR-SUBJECT
                   MOVE EN-STUDENT-ID   TO SKW-STUDENT-ID
                   PERFORM FIND-EXAM-NUMBER
                   MOVE WS-FOUND-NUMBER TO SKW-EXAM-NO
                   PERFORM FIND-ACCESS-ARRANGEMENT
                   RELEASE SEAT-WORK-REC
               END-IF
           END-IF.

      * A debarred candidate drops out before taking a deal
      * sequence, so the rounds stay even; the count is per paper,
      * since the candidate is turned away from each one.
       CHECK-ELIGIBILITY.
           IF WS-ELIG-OPEN = 'Y'
               MOVE EN-STUDENT-ID TO EG-STUDENT-ID
               MOVE WS-EXAM-CODE  TO EG-EXAM-CODE
               READ EXAM-ELIGIBILITY
                   KEY IS EG-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EG-DEBARRED
                           MOVE 'N' TO WS-SUBJECT-WANTED
                           ADD 1 TO WS-DEBARRED-COUNT
                           DISPLAY 'DEBARRED - NOT SEATED: '
                               EN-STUDENT-ID ' ' EN-SUBJECT-CODE
                       END-IF
               END-READ
           END-IF.

      * The candidate's anonymous number for this exam, off the
      * crosswalk's student alternate key; zero when none has been
      * allocated yet.
               END-PERFORM
           END-IF.

      * An arrangement counts only while it is in force on the
      * sitting date.
       FIND-ACCESS-ARRANGEMENT.
           MOVE 1      TO SKW-PRIORITY.
           MOVE SPACES TO SKW-ACCESS-TYPE.
           MOVE ZERO   TO SKW-EXTRA-PCT.
           IF WS-ACCESS-OPEN = 'Y'
               MOVE EN-STUDENT-ID TO AA-STUDENT-ID
               READ ACCESS-ARRANGEMENT
                   KEY IS AA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF AA-EXPIRY-DATE NOT < WS-SIT-DATE
                           MOVE ZERO TO SKW-PRIORITY
                           MOVE AA-ARRANGEMENT-TYPE
                               TO SKW-ACCESS-TYPE
                           MOVE AA-EXTRA-TIME-PCT TO SKW-EXTRA-PCT
                       END-IF
               END-READ
           END-IF.

      * The dealt candidates come back cycling through the sitting's
      * subjects; seating them straight into the rooms in that order
      * - filling each room to capacity before moving to the next -
               STOP RUN
           END-IF.

      *    The first seating of all creates the seat file.
           OPEN I-O EXAM-SEATING.
           IF WS-SEATING-FS EQUAL '35'
               OPEN OUTPUT EXAM-SEATING
               CLOSE EXAM-SEATING
               OPEN I-O EXAM-SEATING
           END-IF.
           IF WS-SEATING-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-SEATING. Status: "
                   WS-SEATING-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-SIT-I FROM 1 BY 1
               UNTIL WS-SIT-I > WS-SITTING-COUNT
               PERFORM CLEAR-PAPER-SEATS
           END-PERFORM.

      *    No roster file just means the exam was never rostered.
           OPEN INPUT INVIGILATION-ROSTER.
           IF WS-ROSTER-FS EQUAL '00'
               MOVE 'Y' TO WS-ROSTER-OPEN
           END-IF.

           MOVE 1 TO WS-ROOM-CURSOR.
           MOVE ZERO TO WS-PRIOR-PRIORITY.
           IF WS-ACCESS-ROOM-COUNT > ZERO
               MOVE 'Y' TO WS-WANT-ACCESS-ROOM
           ELSE
               MOVE 'N' TO WS-WANT-ACCESS-ROOM
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN SEAT-WORK
           END-PERFORM.

           CLOSE SEATING-CHART.
           CLOSE EXAM-SEATING.
           IF WS-ROSTER-OPEN = 'Y'
               CLOSE INVIGILATION-ROSTER
           END-IF.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.

      * The first ordinary candidate ends the access candidates'
      * turn: the cursor goes back to the first room and from then
      * on passes over the rooms kept for access arrangements.
       SEAT-ONE-CANDIDATE.
           IF SKW-PRIORITY NOT EQUAL WS-PRIOR-PRIORITY
               MOVE SKW-PRIORITY TO WS-PRIOR-PRIORITY
               MOVE 1 TO WS-ROOM-CURSOR
               MOVE 'N' TO WS-WANT-ACCESS-ROOM
           END-IF.

           PERFORM UNTIL WS-ROOM-CURSOR > WS-ROOM-COUNT
               OR (WS-RM-USED(WS-ROOM-CURSOR)
                       < WS-RM-CAPACITY(WS-ROOM-CURSOR)
                   AND WS-RM-ACCESS(WS-ROOM-CURSOR)
                       = WS-WANT-ACCESS-ROOM)
               ADD 1 TO WS-ROOM-CURSOR
           END-PERFORM.

           IF WS-ROOM-CURSOR > WS-ROOM-COUNT
               ADD 1 TO WS-OVERFLOW-COUNT
               IF SKW-PRIORITY = ZERO
                   DISPLAY 'NO SEAT FOR ' SKW-STUDENT-ID ' '
                       SKW-SUBJECT-CODE ' - ACCESS ROOMS FULL'
               ELSE
                   DISPLAY 'NO SEAT FOR ' SKW-STUDENT-ID ' '
                       SKW-SUBJECT-CODE ' - ALL ROOMS FULL'
               END-IF
           ELSE
               IF WS-RM-CODE(WS-ROOM-CURSOR)
                   NOT EQUAL WS-PRIOR-ROOM
               END-IF
               ADD 1 TO WS-RM-USED(WS-ROOM-CURSOR)
               ADD 1 TO WS-SEATED-COUNT
               PERFORM BUILD-ACCESS-NOTE
               MOVE SPACES TO SEATING-CHART-LINE
               STRING '  SEAT ' WS-RM-USED(WS-ROOM-CURSOR)
                   '  ' SKW-STUDENT-ID
                   '  ' SKW-SUBJECT-CODE
                   '  EXAM NO ' SKW-EXAM-NO
                   '  ' WS-ACCESS-NOTE
                   DELIMITED BY SIZE INTO SEATING-CHART-LINE
               WRITE SEATING-CHART-LINE
               PERFORM RECORD-CANDIDATE-SEAT
           END-IF.

      * A paper's seats from an earlier run of the sitting go before
      * any are given again.
       CLEAR-PAPER-SEATS.
           MOVE 'N'                      TO WS-SEATING-EOF.
           MOVE WS-EXAM-CODE             TO EA-EXAM-CODE.
           MOVE WS-SIT-SUBJECT(WS-SIT-I) TO EA-SUBJECT-CODE.
           MOVE ZERO                     TO EA-STUDENT-ID.
           START EXAM-SEATING KEY NOT < EA-KEY
               INVALID KEY MOVE 'Y' TO WS-SEATING-EOF
           END-START.
           PERFORM UNTIL WS-SEATING-EOF = 'Y'
               READ EXAM-SEATING NEXT RECORD
                   AT END MOVE 'Y' TO WS-SEATING-EOF
                   NOT AT END
                       IF EA-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           OR EA-SUBJECT-CODE NOT EQUAL
                               WS-SIT-SUBJECT(WS-SIT-I)
                           MOVE 'Y' TO WS-SEATING-EOF
                       ELSE
                           DELETE EXAM-SEATING RECORD
                               INVALID KEY
                                   DISPLAY 'SEAT NOT CLEARED: '
                                       EA-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-CLEARED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       RECORD-CANDIDATE-SEAT.
           MOVE WS-EXAM-CODE               TO EA-EXAM-CODE.
           MOVE SKW-SUBJECT-CODE           TO EA-SUBJECT-CODE.
           MOVE SKW-STUDENT-ID             TO EA-STUDENT-ID.
           MOVE WS-SIT-DATE                TO EA-EXAM-DATE.
           MOVE WS-SIT-SESSION             TO EA-SESSION.
           MOVE WS-RM-CODE(WS-ROOM-CURSOR) TO EA-ROOM-CODE.
           MOVE WS-RM-USED(WS-ROOM-CURSOR) TO EA-SEAT-NO.
           MOVE SKW-ACCESS-TYPE            TO EA-ACCESS-TYPE.
           WRITE EXAM-SEATING-FILE
               INVALID KEY
                   DISPLAY 'SEAT NOT RECORDED: ' EA-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-RECORDED-COUNT
           END-WRITE.

       BUILD-ACCESS-NOTE.
           MOVE SPACES TO WS-ACCESS-NOTE.
           IF SKW-PRIORITY = ZERO
               ADD 1 TO WS-ACCESS-SEATED
               EVALUATE SKW-ACCESS-TYPE
                   WHEN 'R'
                       STRING 'READER +' SKW-EXTRA-PCT '%'
                           DELIMITED BY SIZE INTO WS-ACCESS-NOTE
                   WHEN 'S'
                       STRING 'OWN ROOM +' SKW-EXTRA-PCT '%'
                           DELIMITED BY SIZE INTO WS-ACCESS-NOTE
                   WHEN OTHER
                       STRING 'EXTRA TIME +' SKW-EXTRA-PCT '%'
                           DELIMITED BY SIZE INTO WS-ACCESS-NOTE
               END-EVALUATE
           END-IF.

       PRINT-ROOM-HEADING.
               '  ' WS-SIT-DATE ' ' WS-SIT-SESSION
               DELIMITED BY SIZE INTO SEATING-CHART-LINE.
           WRITE SEATING-CHART-LINE.

           MOVE ZERO TO WS-ROSTERED.
           IF WS-ROSTER-OPEN = 'Y'
               PERFORM PRINT-ROSTERED-INVIGILATORS
           END-IF.
           IF WS-ROSTERED = ZERO
               MOVE SPACES TO SEATING-CHART-LINE
               STRING 'INVIGILATOR: '
                   WS-RM-INVIGILATOR(WS-ROOM-CURSOR)
                   DELIMITED BY SIZE INTO SEATING-CHART-LINE
               WRITE SEATING-CHART-LINE
           END-IF.

      * One line per post the roster has on this room for the
      * sitting, named off the staff master where it is open.
       PRINT-ROSTERED-INVIGILATORS.
           MOVE 'N' TO WS-ROSTER-EOF.
           MOVE WS-EXAM-CODE   TO IR-EXAM-CODE.
           MOVE WS-SIT-DATE    TO IR-EXAM-DATE.
           MOVE WS-SIT-SESSION TO IR-SESSION.
           MOVE WS-RM-CODE(WS-ROOM-CURSOR) TO IR-ROOM.
           MOVE ZERO TO IR-POST-NO.
           START INVIGILATION-ROSTER KEY NOT < IR-KEY
               INVALID KEY MOVE 'Y' TO WS-ROSTER-EOF
           END-START.
           PERFORM UNTIL WS-ROSTER-EOF = 'Y'
               READ INVIGILATION-ROSTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-ROSTER-EOF
                   NOT AT END
                       IF IR-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           OR IR-EXAM-DATE NOT EQUAL WS-SIT-DATE
                           OR IR-SESSION NOT EQUAL WS-SIT-SESSION
                           OR IR-ROOM NOT EQUAL
                               WS-RM-CODE(WS-ROOM-CURSOR)
                           MOVE 'Y' TO WS-ROSTER-EOF
                       ELSE
                           PERFORM PRINT-ONE-INVIGILATOR
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-ONE-INVIGILATOR.
           ADD 1 TO WS-ROSTERED.
           MOVE SPACES TO SF-STAFF-NAME.
           IF WS-STAFF-OPEN = 'Y'
               MOVE IR-STAFF-ID TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY MOVE SPACES TO SF-STAFF-NAME
               END-READ
           END-IF.
           MOVE SPACES TO SEATING-CHART-LINE.
           STRING 'INVIGILATOR: ' IR-STAFF-ID ' ' SF-STAFF-NAME
               DELIMITED BY SIZE INTO SEATING-CHART-LINE.
           WRITE SEATING-CHART-LINE.
