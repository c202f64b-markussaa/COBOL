      * NOTIFQ - shared NOTIFICATION-QUEUE record layout. COPY this
      * into the FD for NOTIFICATION-QUEUE, the one outbound queue
      * every program appends its guardian notices to instead of
      * each finding its own route. One record per event about one
      * student; NOTIFICATION-DISPATCH picks the guardian, channel
      * and language and empties the queue once it is sent. The
      * detail is the event's own facts - a date, a fee and amount,
      * a book - and is passed through as written.
           01 NOTIFICATION-QUEUE-REC.
               05 NQ-EVENT-TYPE    PIC X(04).
                   88 NQ-ABSENCE       VALUE 'ABSN'.
                   88 NQ-FEE-DUE       VALUE 'FEED'.
                   88 NQ-LIBRARY       VALUE 'LIBO'.
                   88 NQ-ADMIT-CARD    VALUE 'ADMT'.
                   88 NQ-MEETING       VALUE 'MEET'.
               05 NQ-STUDENT-ID    PIC 9(05).
               05 NQ-EVENT-DATE    PIC 9(08).
               05 NQ-SOURCE        PIC X(18).
               05 NQ-QUEUED-STAMP  PIC X(14).
               05 NQ-DETAIL        PIC X(60).
