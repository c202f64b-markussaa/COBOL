      * (examsch.cpy) instead of a list taped to a wall. This
      * program maintains it through the usual ACCEPT-driven menu:
      * add a paper under an exam code and subject, change its date,
      * session, room, start time or duration, and list an exam's
      * full timetable.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EXAM-SCHEDULE-MAINTENANCE.
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-SESSION     PIC X(02).
           01 WS-ENTRY-ROOM        PIC X(04).
           01 WS-ENTRY-START       PIC 9(04).
           01 WS-ENTRY-DURATION    PIC 9(03).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".
           ACCEPT WS-ENTRY-SESSION.
           DISPLAY 'ENTER ROOM: '.
           ACCEPT WS-ENTRY-ROOM.
           DISPLAY 'ENTER START TIME (HHMM): '.
           ACCEPT WS-ENTRY-START.
           DISPLAY 'ENTER DURATION (MINUTES): '.
           ACCEPT WS-ENTRY-DURATION.

       ADD-PAPER.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-DATE    TO ES-EXAM-DATE.
           MOVE WS-ENTRY-SESSION TO ES-SESSION.
           MOVE WS-ENTRY-ROOM    TO ES-ROOM.
           MOVE WS-ENTRY-START   TO ES-START-TIME.
           MOVE WS-ENTRY-DURATION TO ES-DURATION-MINS.
           WRITE EXAM-SCHEDULE-FILE
               INVALID KEY DISPLAY 'ADD: Invalid Key'
               NOT INVALID KEY
               MOVE WS-ENTRY-DATE    TO ES-EXAM-DATE
               MOVE WS-ENTRY-SESSION TO ES-SESSION
               MOVE WS-ENTRY-ROOM    TO ES-ROOM
               MOVE WS-ENTRY-START   TO ES-START-TIME
               MOVE WS-ENTRY-DURATION TO ES-DURATION-MINS
               REWRITE EXAM-SCHEDULE-FILE
                   INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                   NOT INVALID KEY
                       ELSE
                           DISPLAY ES-SUBJECT-CODE ' '
                               ES-EXAM-DATE ' ' ES-SESSION ' ROOM '
                               ES-ROOM ' START ' ES-START-TIME
                               ' MINS ' ES-DURATION-MINS
                       END-IF
               END-READ
           END-PERFORM.

      * The images carry the sitting: date, session, room and
      * timing before and after - a quietly moved paper is what
      * strands a hall full of candidates.
       BUILD-OLD-IMAGE.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING ES-EXAM-DATE ' ' ES-SESSION
               ' ROOM ' ES-ROOM
               ' ' ES-START-TIME ' ' ES-DURATION-MINS
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.

       NOTE-PAPER-AUDIT.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING ES-EXAM-DATE ' ' ES-SESSION
               ' ROOM ' ES-ROOM
               ' ' ES-START-TIME ' ' ES-DURATION-MINS
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

