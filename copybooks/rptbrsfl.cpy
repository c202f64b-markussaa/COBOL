      * RPTBRSFL - working-storage holders for the burst-feed
      * paragraphs in rptbrswt.cpy. COPY this into WORKING-STORAGE
      * alongside COPY "rptbrst.cpy" in the FD, set
      * BRST-REPORT-NAME and BRST-RUN-DATE before OPEN-BURST-FEED,
      * then MOVE the class-year, section, kind and line text in
      * before each APPEND-BURST-LINE - the sataudfl.cpy pattern.
           01 BRST-REPORT-NAME      PIC X(13) VALUE SPACES.
           01 BRST-RUN-DATE         PIC 9(08) VALUE ZERO.
           01 BRST-RUN-STAMP        PIC X(14).
           01 BRST-CLASS-YEAR       PIC 9(02).
           01 BRST-SECTION-CODE     PIC X(01).
           01 BRST-LINE-KIND        PIC X(01).
           01 BRST-LINE-TEXT        PIC X(120).
           01 BRST-SEQ              PIC 9(06) VALUE ZERO.
           01 BRST-FEED-OPEN        PIC A(01) VALUE 'N'.
           01 WS-BURST-FS           PIC X(02).
