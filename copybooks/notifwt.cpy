      * NOTIFWT - shared notification-queue paragraphs. COPY this
      * into the PROCEDURE DIVISION of any program that declared
      * NOTIFICATION-QUEUE (SELECT ... ASSIGN TO
      * 'NOTIFICATION-QUEUE.txt', line sequential, FILE STATUS
      * WS-NOTQ-FS, FD COPY "notifq.cpy") plus the notiffl.cpy
      * holders. PERFORM OPEN-NOTIFICATION-QUEUE once at program
      * start and CLOSE-NOTIFICATION-QUEUE at the end; a queue that
      * cannot be opened only warns, so a notice never stops the
      * work it is about.
       OPEN-NOTIFICATION-QUEUE.
           OPEN EXTEND NOTIFICATION-QUEUE.
           IF WS-NOTQ-FS EQUAL '35'
               OPEN OUTPUT NOTIFICATION-QUEUE
           END-IF.
           IF WS-NOTQ-FS EQUAL '00'
               MOVE 'Y' TO NOTQ-OPEN
           ELSE
               DISPLAY 'NOTIFICATION QUEUE NOT OPENED. STATUS: '
                   WS-NOTQ-FS
           END-IF.

       QUEUE-NOTIFICATION.
           IF NOTQ-OPEN = 'Y'
               MOVE NOTQ-EVENT-TYPE TO NQ-EVENT-TYPE
               MOVE NOTQ-STUDENT-ID TO NQ-STUDENT-ID
               MOVE NOTQ-EVENT-DATE TO NQ-EVENT-DATE
               MOVE NOTQ-SOURCE     TO NQ-SOURCE
               MOVE FUNCTION CURRENT-DATE(1:14) TO NQ-QUEUED-STAMP
               MOVE NOTQ-DETAIL     TO NQ-DETAIL
               WRITE NOTIFICATION-QUEUE-REC
               ADD 1 TO NOTQ-QUEUED-COUNT
           END-IF.

       CLOSE-NOTIFICATION-QUEUE.
           IF NOTQ-OPEN = 'Y'
               CLOSE NOTIFICATION-QUEUE
               MOVE 'N' TO NOTQ-OPEN
           END-IF.
