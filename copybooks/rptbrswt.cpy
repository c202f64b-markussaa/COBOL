      * RPTBRSWT - shared burst-feed paragraphs. COPY this into the
      * PROCEDURE DIVISION of any report that declared
      * REPORT-BURST-FEED (SELECT ... ASSIGN TO
      * 'REPORT-BURST-FEED.txt', line sequential, FILE STATUS
      * WS-BURST-FS, FD COPY "rptbrst.cpy") plus the rptbrsfl.cpy
      * holders. A feed that cannot be opened never stops the
      * report: it prints whole as it always did, only unsplit.
       OPEN-BURST-FEED.
           MOVE FUNCTION CURRENT-DATE(1:14) TO BRST-RUN-STAMP.
           MOVE ZERO TO BRST-SEQ.
           OPEN EXTEND REPORT-BURST-FEED.
           IF WS-BURST-FS EQUAL '35'
               OPEN OUTPUT REPORT-BURST-FEED
           END-IF.
           IF WS-BURST-FS EQUAL '00'
               MOVE 'Y' TO BRST-FEED-OPEN
           ELSE
               DISPLAY 'REPORT-BURST-FEED NOT AVAILABLE. STATUS: '
                   WS-BURST-FS
               DISPLAY 'REPORT WILL NOT BE SPLIT BY SECTION'
           END-IF.

       APPEND-BURST-LINE.
           IF BRST-FEED-OPEN = 'Y'
               ADD 1 TO BRST-SEQ
               MOVE BRST-REPORT-NAME  TO RB-REPORT-NAME
               MOVE BRST-RUN-STAMP    TO RB-RUN-STAMP
               MOVE BRST-RUN-DATE     TO RB-RUN-DATE
               MOVE BRST-CLASS-YEAR   TO RB-CLASS-YEAR
               MOVE BRST-SECTION-CODE TO RB-SECTION-CODE
               MOVE BRST-LINE-KIND    TO RB-LINE-KIND
               MOVE BRST-SEQ          TO RB-SEQ
               MOVE BRST-LINE-TEXT    TO RB-LINE-TEXT
               WRITE REPORT-BURST-REC
           END-IF.

       CLOSE-BURST-FEED.
           IF BRST-FEED-OPEN = 'Y'
               CLOSE REPORT-BURST-FEED
               MOVE 'N' TO BRST-FEED-OPEN
           END-IF.
