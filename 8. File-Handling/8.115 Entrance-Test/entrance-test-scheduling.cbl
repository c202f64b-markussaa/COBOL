      * The entrance test used to be seated off a list the admissions
      * office drew up by hand. This batch schedules every pending
      * applicant who has no seat yet onto ENTRANCE-SEAT (entseat.cpy):
      * the rooms on ROOM-MASTER are filled seat by seat up to their
      * capacity, room by room, and when every room is full the next
      * session opens. Sessions this run opens are numbered on from
      * the last one already on file and run ENT-SITTINGS to a day
      * (two by default) from ENT-TEST-DATE on the parm card, so
      * applicants scheduled earlier keep the seat their slip shows.
      *
      * The admit slips then print to ENTRANCE-ADMIT-SLIPS.txt for
      * every seat still owed one whose applicant is still pending,
      * in the admit-card layout with the applicant's address, and
      * the seat is stamped with the print date so a rerun does not
      * print it twice.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENTRANCE-TEST-SCHEDULING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT ROOM-MASTER ASSIGN TO 'ROOM-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RM-ROOM-CODE
                   FILE STATUS IS WS-ROOM-FS.

               SELECT ENTRANCE-SEAT ASSIGN TO 'ENTRANCE-SEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS XT-APPLICANT-ID
                   FILE STATUS IS WS-SEAT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT ADMIT-SLIPS ASSIGN TO 'ENTRANCE-ADMIT-SLIPS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD APPLICANT.
           COPY "applcnt.cpy".

           FD ROOM-MASTER.
           COPY "roommas.cpy".

           FD ENTRANCE-SEAT.
           COPY "entseat.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD ADMIT-SLIPS.
           01 ADMIT-SLIP-LINE       PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-APPL-FS            PIC X(02).
           01 WS-ROOM-FS            PIC X(02).
           01 WS-SEAT-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-TEST-DATE          PIC 9(08) VALUE ZERO.
           01 WS-TEST-DATE-INT      PIC 9(08).
           01 WS-SESSION-DATE-INT   PIC 9(08).
           01 WS-SITTINGS-PER-DAY   PIC 9(01) VALUE 2.
           COPY "parmtbl.cpy".

      *    The rooms in key order with their capacities; forty rooms
      *    is more than the site has.
           01 WS-ROOM-TABLE.
               05 WS-ROOM-ROW OCCURS 40 TIMES.
                   10 WS-RT-CODE        PIC X(04).
                   10 WS-RT-CAPACITY    PIC 9(03).
           01 WS-ROOM-COUNT         PIC 9(02) VALUE ZERO.

      *    Where the next seat goes. WS-RUN-SESSION counts the
      *    sessions this run has opened; zero until the first seat.
           01 WS-LAST-SESSION       PIC 9(03) VALUE ZERO.
           01 WS-RUN-SESSION        PIC 9(03) VALUE ZERO.
           01 WS-CUR-ROOM           PIC 9(02) VALUE ZERO.
           01 WS-CUR-SEAT           PIC 9(03) VALUE ZERO.
           01 WS-CUR-DATE           PIC 9(08).
           01 WS-CUR-SITTING        PIC 9(01).
           01 WS-SESSION-IDX        PIC 9(03).
           01 WS-DAY-OFFSET         PIC 9(03).
           01 WS-SITTING-REM        PIC 9(01).

           01 WS-ADDRESS-LINE       PIC X(60).
           01 WS-SCHEDULED-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-HELD-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-SLIP-COUNT         PIC 9(05) VALUE ZERO.

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTRANCE-TEST-SCHEDULING".
           MOVE 'ENTRANCE-SCHEDULE' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'ENT-TEST-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-TEST-DATE
           END-IF.
           MOVE 'ENT-SITTINGS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 10
               MOVE WS-PARM-NUMERIC TO WS-SITTINGS-PER-DAY
           END-IF.
           DISPLAY 'FIRST TEST DATE IN EFFECT: ' WS-TEST-DATE.
           DISPLAY 'SITTINGS PER DAY IN EFFECT: '
               WS-SITTINGS-PER-DAY.
           IF WS-TEST-DATE < WS-TODAY
               DISPLAY 'ENT-TEST-DATE MISSING OR ALREADY PAST - '
                   'NOTHING SCHEDULED'
               PERFORM ABANDON-RUN
           END-IF.
           COMPUTE WS-TEST-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TEST-DATE).

           PERFORM LOAD-ROOMS.
           IF WS-ROOM-COUNT = ZERO
               DISPLAY 'NO ROOMS WITH CAPACITY ON ROOM-MASTER - '
                   'NOTHING SCHEDULED'
               PERFORM ABANDON-RUN
           END-IF.

           OPEN I-O ENTRANCE-SEAT.
           IF WS-SEAT-FS EQUAL '35'
               OPEN OUTPUT ENTRANCE-SEAT
               CLOSE ENTRANCE-SEAT
               OPEN I-O ENTRANCE-SEAT
           END-IF.
           IF WS-SEAT-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SEAT. Status: "
                   WS-SEAT-FS
               PERFORM ABANDON-RUN
           END-IF.

           OPEN INPUT APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error opening APPLICANT. Status: " WS-APPL-FS
               CLOSE ENTRANCE-SEAT
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM FIND-LAST-SESSION.
           PERFORM SCHEDULE-APPLICANTS.
           PERFORM PRINT-ADMIT-SLIPS.

           CLOSE APPLICANT.
           CLOSE ENTRANCE-SEAT.

           DISPLAY 'APPLICANTS SCHEDULED: '  WS-SCHEDULED-COUNT.
           DISPLAY 'ALREADY HOLDING SEATS: ' WS-HELD-COUNT.
           DISPLAY 'SESSIONS OPENED: '       WS-RUN-SESSION.
           DISPLAY 'ADMIT SLIPS PRINTED: '   WS-SLIP-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       ABANDON-RUN.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERROR' TO RUN-STATUS.
           PERFORM RUN-LOG-END.
           STOP RUN.

       LOAD-ROOMS.
           OPEN INPUT ROOM-MASTER.
           IF WS-ROOM-FS NOT EQUAL '00'
               DISPLAY "Error opening ROOM-MASTER. Status: "
                   WS-ROOM-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ROOM-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RM-CAPACITY > ZERO
                               PERFORM NOTE-ONE-ROOM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROOM-MASTER
               MOVE 'N' TO WS-EOF
           END-IF.

       NOTE-ONE-ROOM.
           IF WS-ROOM-COUNT >= 40
               DISPLAY 'ROOM TABLE FULL - ROOM NOT USED: '
                   RM-ROOM-CODE
           ELSE
               ADD 1 TO WS-ROOM-COUNT
               MOVE RM-ROOM-CODE TO WS-RT-CODE(WS-ROOM-COUNT)
               MOVE RM-CAPACITY  TO WS-RT-CAPACITY(WS-ROOM-COUNT)
           END-IF.

      * New sessions number on from the highest already on file.
       FIND-LAST-SESSION.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENTRANCE-SEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XT-SESSION-NO > WS-LAST-SESSION
                           MOVE XT-SESSION-NO TO WS-LAST-SESSION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       SCHEDULE-APPLICANTS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICANT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       IF AP-PENDING
                           PERFORM SEAT-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       SEAT-ONE-APPLICANT.
           MOVE AP-APPLICANT-ID TO XT-APPLICANT-ID.
           READ ENTRANCE-SEAT
               KEY IS XT-APPLICANT-ID
               INVALID KEY
                   PERFORM NEXT-FREE-SEAT
                   MOVE AP-APPLICANT-ID TO XT-APPLICANT-ID
                   COMPUTE XT-SESSION-NO =
                       WS-LAST-SESSION + WS-RUN-SESSION
                   MOVE WS-CUR-DATE    TO XT-TEST-DATE
                   MOVE WS-CUR-SITTING TO XT-SITTING
                   MOVE WS-RT-CODE(WS-CUR-ROOM) TO XT-ROOM-CODE
                   MOVE WS-CUR-SEAT    TO XT-SEAT-NO
                   MOVE ZERO           TO XT-SLIP-DATE
                   WRITE ENTRANCE-SEAT-FILE
                       INVALID KEY
                           DISPLAY 'SCHEDULE: Invalid Key '
                               AP-APPLICANT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-SCHEDULED-COUNT
                           ADD 1 TO RUN-WRITE-COUNT
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HELD-COUNT
           END-READ.

      * The next seat in the current room; past the room's capacity
      * the next room, and past the last room a new session, with
      * its day and sitting worked out from the first test date.
       NEXT-FREE-SEAT.
           ADD 1 TO WS-CUR-SEAT.
           IF WS-CUR-ROOM = ZERO
               OR WS-CUR-SEAT > WS-RT-CAPACITY(WS-CUR-ROOM)
               MOVE 1 TO WS-CUR-SEAT
               ADD 1 TO WS-CUR-ROOM
               IF WS-CUR-ROOM > WS-ROOM-COUNT OR WS-RUN-SESSION = ZERO
                   MOVE 1 TO WS-CUR-ROOM
                   ADD 1 TO WS-RUN-SESSION
                   COMPUTE WS-SESSION-IDX = WS-RUN-SESSION - 1
                   DIVIDE WS-SITTINGS-PER-DAY
                       INTO WS-SESSION-IDX
                       GIVING WS-DAY-OFFSET
                       REMAINDER WS-SITTING-REM
                   COMPUTE WS-CUR-SITTING = WS-SITTING-REM + 1
                   COMPUTE WS-SESSION-DATE-INT =
                       WS-TEST-DATE-INT + WS-DAY-OFFSET
                   COMPUTE WS-CUR-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-SESSION-DATE-INT)
               END-IF
           END-IF.

      * Every seat still owed a slip, for an applicant still pending.
       PRINT-ADMIT-SLIPS.
           OPEN OUTPUT ADMIT-SLIPS.
           MOVE ZERO TO XT-APPLICANT-ID.
           START ENTRANCE-SEAT KEY NOT < XT-APPLICANT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENTRANCE-SEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF XT-SLIP-DATE = ZERO
                           PERFORM PRINT-ONE-SLIP
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           CLOSE ADMIT-SLIPS.

       PRINT-ONE-SLIP.
           MOVE XT-APPLICANT-ID TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   DISPLAY 'SLIP: APPLICANT NOT ON FILE '
                       XT-APPLICANT-ID
           END-READ.
           IF WS-APPL-FS EQUAL '00' AND AP-PENDING
               MOVE SPACES TO ADMIT-SLIP-LINE
               STRING 'ENTRANCE TEST ADMIT SLIP - APPLICANT '
                   AP-APPLICANT-ID '  CLASS ' AP-APPLIED-CLASS
                   DELIMITED BY SIZE INTO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE

               MOVE SPACES TO ADMIT-SLIP-LINE
               MOVE AP-NAME TO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE

               MOVE SPACES TO WS-ADDRESS-LINE
               STRING AP-STREET DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      AP-CITY   DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      AP-ZIP    DELIMITED BY SIZE
                      INTO WS-ADDRESS-LINE
               END-STRING
               MOVE SPACES TO ADMIT-SLIP-LINE
               MOVE WS-ADDRESS-LINE TO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE

               MOVE SPACES TO ADMIT-SLIP-LINE
               STRING 'SESSION ' XT-SESSION-NO
                   '  DATE ' XT-TEST-DATE
                   '  SITTING ' XT-SITTING
                   '  ROOM ' XT-ROOM-CODE
                   '  SEAT ' XT-SEAT-NO
                   DELIMITED BY SIZE INTO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE

               MOVE SPACES TO ADMIT-SLIP-LINE
               MOVE ALL '-' TO ADMIT-SLIP-LINE
               WRITE ADMIT-SLIP-LINE

               MOVE WS-TODAY TO XT-SLIP-DATE
               REWRITE ENTRANCE-SEAT-FILE
                   INVALID KEY
                       DISPLAY 'SLIP: Invalid Key ' XT-APPLICANT-ID
                   NOT INVALID KEY ADD 1 TO WS-SLIP-COUNT
               END-REWRITE
           END-IF.

       COPY "parmrd.cpy".
       COPY "runwrt.cpy".
