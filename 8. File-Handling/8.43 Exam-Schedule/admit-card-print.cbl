      * with the STRING formatting the mailing labels use, and the
      * papers come from the student's ENROLLMENT joined to the
      * EXAM-SCHEDULE timetable for the requested exam code - date,
      * session, room and start and finish times per paper. A
      * candidate with an approved ACCESS-ARRANGEMENT has it printed
      * on the card, and each paper sat while it is in force shows
      * the later finish time the extra time allows. Each card
      * printed queues an ADMT notice on NOTIFICATION-QUEUE telling
      * the guardian the card is ready to collect.
      *
      * A student EXAM-ELIGIBILITY-RUN has debarred from the exam
      * for short attendance gets no card; a condoned shortage
      * prints as normal. With no eligibility file the run warns
      * and cards everyone, as before.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ADMIT-CARD-PRINT.
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

               SELECT ADMIT-CARDS ASSIGN TO 'ADMIT-CARDS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXAM-SEAT.
           FD ANON-NUMBER.
           COPY "examanon.cpy".

           FD ACCESS-ARRANGEMENT.
           COPY "accarr.cpy".

           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD ADMIT-CARDS.
           01 ADMIT-CARD-LINE       PIC X(80).

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SEAT-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-ANON-OPEN          PIC A(01) VALUE 'N'.
           01 WS-ANON-EOF           PIC A(01).
           01 WS-FOUND-NUMBER       PIC 9(05).
           01 WS-ACCESS-FS          PIC X(02).
           01 WS-ACCESS-OPEN        PIC A(01) VALUE 'N'.
           01 WS-ELIG-FS            PIC X(02).
           01 WS-ELIG-OPEN          PIC A(01) VALUE 'N'.
           01 WS-DEBARRED-COUNT     PIC 9(05) VALUE ZERO.
      *    'Y' when the carded student has an arrangement on file;
      *    whether it covers a paper depends on that paper's date.
           01 WS-HAS-ARRANGEMENT    PIC A(01).
           01 WS-ARRANGEMENT-WORDS  PIC X(13).
           01 WS-START-MINS         PIC 9(04).
           01 WS-EXTRA-MINS         PIC 9(04).
           01 WS-CLOCK-MINS         PIC 9(04).
           01 WS-CLOCK-HH           PIC 9(02).
           01 WS-CLOCK-MM           PIC 9(02).
           01 WS-CLOCK-TIME         PIC 9(04).
           01 WS-FINISH-TIME        PIC 9(04).
           01 WS-ADJUSTED-TIME      PIC 9(04).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SLICE-EOF          PIC A(01).
           01 WS-SEAT-NUM           PIC 9(04) VALUE ZERO.
           01 WS-EXAM-CODE          PIC X(06).
           01 WS-CARD-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-ADDRESS-LINE       PIC X(60).
           COPY "notiffl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ADMIT-CARD-PRINT".
           MOVE 'ADMIT-CARD-PRINT' TO NOTQ-SOURCE.

           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-EXAM-CODE.
           IF WS-ANON-FS EQUAL '00'
               MOVE 'Y' TO WS-ANON-OPEN
           END-IF.
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
           OPEN OUTPUT ADMIT-CARDS.
           PERFORM OPEN-NOTIFICATION-QUEUE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ EXAM-SEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-CANDIDATE
               END-READ
           END-PERFORM.

           IF WS-ANON-OPEN = 'Y'
               CLOSE ANON-NUMBER
           END-IF.
           IF WS-ACCESS-OPEN = 'Y'
               CLOSE ACCESS-ARRANGEMENT
           END-IF.
           IF WS-ELIG-OPEN = 'Y'
               CLOSE EXAM-ELIGIBILITY
           END-IF.
           CLOSE ADMIT-CARDS.
           PERFORM CLOSE-NOTIFICATION-QUEUE.

           DISPLAY 'ADMIT CARDS PRINTED: ' WS-CARD-COUNT.
           DISPLAY 'CARD NOTICES QUEUED: ' NOTQ-QUEUED-COUNT.
           DISPLAY 'DEBARRED - NO CARD:  ' WS-DEBARRED-COUNT.
       STOP RUN.

      * Only a debarred standing for this exam withholds the card;
      * no record at all means the student was never assessed.
       CHECK-ONE-CANDIDATE.
           MOVE SPACE TO EG-STATUS.
           IF WS-ELIG-OPEN = 'Y'
               MOVE SEAT-STUDENT-ID TO EG-STUDENT-ID
               MOVE WS-EXAM-CODE    TO EG-EXAM-CODE
               READ EXAM-ELIGIBILITY
                   KEY IS EG-KEY
                   INVALID KEY MOVE SPACE TO EG-STATUS
               END-READ
           END-IF.
           IF EG-DEBARRED
               ADD 1 TO WS-DEBARRED-COUNT
               DISPLAY 'DEBARRED - NO CARD: ' SEAT-STUDENT-ID ' '
                   SEAT-STUDENT-NAME
           ELSE
               PERFORM PRINT-ONE-CARD
           END-IF.

       PRINT-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.


           PERFORM PRINT-EXAM-NUMBER.
           PERFORM PRINT-ADDRESS-BLOCK.
           PERFORM PRINT-ACCESS-ARRANGEMENT.
           PERFORM PRINT-PAPER-LINES.

           MOVE SPACES TO ADMIT-CARD-LINE.
           MOVE ALL '-' TO ADMIT-CARD-LINE.
           WRITE ADMIT-CARD-LINE.

           MOVE 'ADMT'          TO NOTQ-EVENT-TYPE.
           MOVE SEAT-STUDENT-ID TO NOTQ-STUDENT-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NOTQ-EVENT-DATE.
           MOVE SPACES          TO NOTQ-DETAIL.
           STRING 'ADMIT CARD READY FOR EXAM ' WS-EXAM-CODE
               ' - SEAT ' WS-SEAT-NUM
               DELIMITED BY SIZE INTO NOTQ-DETAIL.
           PERFORM QUEUE-NOTIFICATION.

      * The exam number the scripts will carry, off the crosswalk's
      * student alternate key for this exam.
       PRINT-EXAM-NUMBER.
           MOVE WS-ADDRESS-LINE TO ADMIT-CARD-LINE.
           WRITE ADMIT-CARD-LINE.

      * The arrangement and its expiry, so the candidate and the
      * invigilator both know what was approved and until when.
       PRINT-ACCESS-ARRANGEMENT.
           MOVE 'N' TO WS-HAS-ARRANGEMENT.
           IF WS-ACCESS-OPEN = 'Y'
               MOVE SEAT-STUDENT-ID TO AA-STUDENT-ID
               READ ACCESS-ARRANGEMENT
                   KEY IS AA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-HAS-ARRANGEMENT
               END-READ
           END-IF.
           IF WS-HAS-ARRANGEMENT = 'Y'
               EVALUATE TRUE
                   WHEN AA-READER
                       MOVE 'READER' TO WS-ARRANGEMENT-WORDS
                   WHEN AA-SEPARATE-ROOM
                       MOVE 'SEPARATE ROOM' TO WS-ARRANGEMENT-WORDS
                   WHEN OTHER
                       MOVE 'EXTRA TIME' TO WS-ARRANGEMENT-WORDS
               END-EVALUATE
               MOVE SPACES TO ADMIT-CARD-LINE
               STRING 'ACCESS ARRANGEMENT: ' WS-ARRANGEMENT-WORDS
                   ' +' AA-EXTRA-TIME-PCT '% TIME'
                   ' (EXPIRES ' AA-EXPIRY-DATE ')'
                   DELIMITED BY SIZE INTO ADMIT-CARD-LINE
               WRITE ADMIT-CARD-LINE
           END-IF.

      * One line per paper the student is enrolled for that appears
      * on the exam's timetable.
       PRINT-PAPER-LINES.
               KEY IS ES-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   PERFORM PRINT-PAPER-DETAIL
           END-READ.

      * Times are carried as HHMM; the arithmetic is done in
      * minutes past midnight. Extra time is rounded up to the
      * whole minute, in the candidate's favour. A paper with no
      * timing keyed yet prints without times.
       PRINT-PAPER-DETAIL.
           MOVE SPACES TO ADMIT-CARD-LINE.
           IF ES-START-TIME = ZERO
               STRING '  ' ES-SUBJECT-CODE
                   ' ON ' ES-EXAM-DATE
                   ' ' ES-SESSION
                   ' ROOM ' ES-ROOM
                   DELIMITED BY SIZE INTO ADMIT-CARD-LINE
           ELSE
               DIVIDE ES-START-TIME BY 100
                   GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM
               COMPUTE WS-START-MINS = WS-CLOCK-HH * 60 + WS-CLOCK-MM
               COMPUTE WS-CLOCK-MINS =
                   WS-START-MINS + ES-DURATION-MINS
               PERFORM MINUTES-TO-CLOCK
               MOVE WS-CLOCK-TIME TO WS-FINISH-TIME
               MOVE WS-CLOCK-TIME TO WS-ADJUSTED-TIME
               IF WS-HAS-ARRANGEMENT = 'Y'
                   AND AA-EXPIRY-DATE NOT < ES-EXAM-DATE
                   AND AA-EXTRA-TIME-PCT > ZERO
                   COMPUTE WS-EXTRA-MINS =
                       (ES-DURATION-MINS * AA-EXTRA-TIME-PCT + 99)
                           / 100
                   ADD WS-EXTRA-MINS TO WS-CLOCK-MINS
                   PERFORM MINUTES-TO-CLOCK
                   MOVE WS-CLOCK-TIME TO WS-ADJUSTED-TIME
               END-IF
               IF WS-ADJUSTED-TIME = WS-FINISH-TIME
                   STRING '  ' ES-SUBJECT-CODE
                       ' ON ' ES-EXAM-DATE
                       ' ' ES-SESSION
                       ' ROOM ' ES-ROOM
                       ' ' ES-START-TIME '-' WS-FINISH-TIME
                       DELIMITED BY SIZE INTO ADMIT-CARD-LINE
               ELSE
                   STRING '  ' ES-SUBJECT-CODE
                       ' ON ' ES-EXAM-DATE
                       ' ' ES-SESSION
                       ' ROOM ' ES-ROOM
                       ' ' ES-START-TIME '-' WS-FINISH-TIME
                       ' EXTRA TIME TO ' WS-ADJUSTED-TIME
                       DELIMITED BY SIZE INTO ADMIT-CARD-LINE
               END-IF
           END-IF.
           WRITE ADMIT-CARD-LINE.

       MINUTES-TO-CLOCK.
           DIVIDE WS-CLOCK-MINS BY 60
               GIVING WS-CLOCK-HH REMAINDER WS-CLOCK-MM.
           COMPUTE WS-CLOCK-TIME = WS-CLOCK-HH * 100 + WS-CLOCK-MM.

       COPY "notifwt.cpy".
