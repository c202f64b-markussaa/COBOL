      * MARKSHEET-REPORT, ATTENDANCE-REGISTER-PRINT and
      * AT-RISK-WORKLIST each print one school-wide report, and the
      * office used to tear it apart by section and walk the pieces
      * round the staff room. Each of them now also writes its
      * lines to REPORT-BURST-FEED tagged with class-year and
      * section (rptbrst.cpy). This batch sorts the feed and cuts
      * every report run at each CLASS-YEAR/SECTION-CODE break:
      *   - each slice starts with the report's own headings and
      *     ends with a line count, and is archived on
      *     REPORT-REPOSITORY under its own logical name - the
      *     report's burst name, the class-year and the section, as
      *     MARKSHEET-08A - with a REPORT-INDEX entry, so
      *     REPORT-REPRINT reproduces one section's copy;
      *   - a copy goes to everyone on DISTRIBUTION-LIST
      *     (distlst.cpy) whose scope covers the slice - the form
      *     tutor of the section, the head of that year, the campus
      *     head - on BURST-SPOOL, each line carrying the
      *     recipient's print queue and each copy opened by a
      *     banner line naming who it is for;
      *   - DISTRIBUTION-LOG gets a line for every copy sent, and
      *     one for every slice nobody is listed to receive.
      * The feed is emptied when the run finishes. A slice with no
      * recipient, or too long to hold, sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPORT-BURSTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-BURST-FEED
                   ASSIGN TO 'REPORT-BURST-FEED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BURST-FS.

               SELECT BURST-WORK ASSIGN TO 'BURSTSRT'.

               SELECT DISTRIBUTION-LIST
                   ASSIGN TO 'DISTRIBUTION-LIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DIST-FS.

               SELECT REPORT-REPOSITORY
                   ASSIGN TO 'REPORT-REPOSITORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPO-FS.

               SELECT REPORT-INDEX ASSIGN TO 'REPORT-INDEX.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IDX-FS.

               SELECT BURST-SPOOL ASSIGN TO 'BURST-SPOOL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SPOOL-FS.

               SELECT DISTRIBUTION-LOG
                   ASSIGN TO 'DISTRIBUTION-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DLOG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-BURST-FEED.
           COPY "rptbrst.cpy".

           SD BURST-WORK.
           01 BURST-WORK-REC.
               05 BW-REPORT-NAME   PIC X(13).
               05 BW-RUN-STAMP     PIC X(14).
               05 BW-RUN-DATE      PIC 9(08).
               05 BW-CLASS-YEAR    PIC 9(02).
               05 BW-SECTION-CODE  PIC X(01).
               05 BW-LINE-KIND     PIC X(01).
                   88 BW-HEADING-LINE  VALUE 'H'.
               05 BW-SEQ           PIC 9(06).
               05 BW-LINE-TEXT     PIC X(120).

           FD DISTRIBUTION-LIST.
           COPY "distlst.cpy".

           FD REPORT-REPOSITORY.
           COPY "rptrepo.cpy".

           FD REPORT-INDEX.
           COPY "rptidx.cpy".

           FD BURST-SPOOL.
           01 BURST-SPOOL-REC.
               05 BS-PRINT-QUEUE   PIC X(08).
               05 FILLER           PIC X(01).
               05 BS-LINE-TEXT     PIC X(120).

           FD DISTRIBUTION-LOG.
           01 DIST-LOG-REC.
               05 DG-DATE          PIC 9(08).
               05 FILLER           PIC X(01).
               05 DG-TIME          PIC 9(06).
               05 FILLER           PIC X(01).
               05 DG-SLICE-NAME    PIC X(18).
               05 FILLER           PIC X(01).
               05 DG-AS-OF-DATE    PIC 9(08).
               05 FILLER           PIC X(01).
               05 DG-ROLE-NAME     PIC X(13).
               05 FILLER           PIC X(01).
               05 DG-RECIPIENT     PIC X(25).
               05 FILLER           PIC X(01).
               05 DG-PRINT-QUEUE   PIC X(08).
               05 FILLER           PIC X(01).
               05 DG-LINE-COUNT    PIC 9(04).
               05 FILLER           PIC X(01).
               05 DG-OUTCOME       PIC X(12).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-BURST-FS           PIC X(02).
           01 WS-DIST-FS            PIC X(02).
           01 WS-REPO-FS            PIC X(02).
           01 WS-IDX-FS             PIC X(02).
           01 WS-SPOOL-FS           PIC X(02).
           01 WS-DLOG-FS            PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-NOW                PIC 9(06).
           01 WS-LINES-PER-PAGE     PIC 9(02) VALUE 20.
           01 WS-PAGE-COUNT         PIC 9(04).

      *    The distribution list, held for the run.
           01 WS-DIST-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-DIST-TABLE.
               05 WS-DIST-ENTRY OCCURS 200 TIMES.
                   10 WS-DIST-REPORT    PIC X(13).
                   10 WS-DIST-YEAR      PIC 9(02).
                   10 WS-DIST-SECTION   PIC X(01).
                   10 WS-DIST-ROLE      PIC X(01).
                   10 WS-DIST-RECIPIENT PIC X(25).
                   10 WS-DIST-QUEUE     PIC X(08).
           01 WS-DIST-I             PIC 9(03).

           01 WS-ROLE-CODES         PIC X(03) VALUE 'TYC'.
           01 WS-ROLE-CODE-TABLE REDEFINES WS-ROLE-CODES.
               05 WS-ROLE-CODE      PIC X(01) OCCURS 3 TIMES.
           01 WS-ROLE-NAMES.
               05 FILLER            PIC X(13) VALUE 'FORM TUTOR'.
               05 FILLER            PIC X(13) VALUE 'HEAD OF YEAR'.
               05 FILLER            PIC X(13) VALUE 'CAMPUS HEAD'.
           01 WS-ROLE-NAME-TABLE REDEFINES WS-ROLE-NAMES.
               05 WS-ROLE-NAME      PIC X(13) OCCURS 3 TIMES.
           01 WS-ROLE-I             PIC 9(01).
           01 WS-RECIPIENT-ROLE     PIC X(13).

      *    The report run being cut, and the headings it carries:
      *    each heading line keeps the class-year and section scope
      *    it was fed under.
           01 WS-CUR-REPORT         PIC X(13) VALUE SPACES.
           01 WS-CUR-STAMP          PIC X(14) VALUE SPACES.
           01 WS-CUR-RUN-DATE       PIC 9(08).
           01 WS-HEAD-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-HEAD-TABLE.
               05 WS-HEAD-ENTRY OCCURS 20 TIMES.
                   10 WS-HEAD-YEAR      PIC 9(02).
                   10 WS-HEAD-SECTION   PIC X(01).
                   10 WS-HEAD-TEXT      PIC X(120).
           01 WS-HEAD-I             PIC 9(02).

      *    The slice being gathered. It is held whole so that each
      *    recipient's copy comes off the spool in one piece.
           01 WS-SLICE-OPEN         PIC A(01) VALUE 'N'.
           01 WS-SLICE-NAME         PIC X(18).
           01 WS-SLICE-YEAR         PIC 9(02).
           01 WS-SLICE-SECTION      PIC X(01).
           01 WS-SLICE-DETAILS      PIC 9(04).
           01 WS-SLICE-COUNT        PIC 9(04).
           01 WS-SLICE-DROPPED      PIC 9(04).
           01 WS-SLICE-TABLE.
               05 WS-SLICE-LINE     PIC X(120) OCCURS 999 TIMES.
           01 WS-SLICE-I            PIC 9(04).
           01 WS-SLICE-SENT         PIC 9(03).
           01 WS-ADD-TEXT           PIC X(120).

           01 WS-SLICES-CUT         PIC 9(05) VALUE ZERO.
           01 WS-COPIES-SENT        PIC 9(05) VALUE ZERO.
           01 WS-UNROUTED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-FEED-LINES         PIC 9(07) VALUE ZERO.
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "REPORT-BURSTER".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'LINES-PER-PAGE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-LINES-PER-PAGE
           END-IF.

      *    Nothing fed since the last run is nothing to do.
           OPEN INPUT REPORT-BURST-FEED.
           IF WS-BURST-FS NOT EQUAL '00'
               DISPLAY 'NO REPORT-BURST-FEED - NOTHING TO SPLIT'
               STOP RUN
           END-IF.
           CLOSE REPORT-BURST-FEED.

           PERFORM LOAD-DISTRIBUTION-LIST.

           OPEN EXTEND REPORT-REPOSITORY.
           IF WS-REPO-FS EQUAL '35'
               OPEN OUTPUT REPORT-REPOSITORY
           END-IF.
           IF WS-REPO-FS NOT EQUAL '00'
               DISPLAY "Error opening REPOSITORY. Status: "
                   WS-REPO-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REPORT-INDEX.
           IF WS-IDX-FS EQUAL '35'
               OPEN OUTPUT REPORT-INDEX
           END-IF.
           IF WS-IDX-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-INDEX. Status: "
                   WS-IDX-FS
               CLOSE REPORT-REPOSITORY
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BURST-SPOOL.
           IF WS-SPOOL-FS NOT EQUAL '00'
               DISPLAY "Error opening BURST-SPOOL. Status: "
                   WS-SPOOL-FS
               CLOSE REPORT-REPOSITORY
               CLOSE REPORT-INDEX
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND DISTRIBUTION-LOG.
           IF WS-DLOG-FS EQUAL '35'
               OPEN OUTPUT DISTRIBUTION-LOG
           END-IF.
           IF WS-DLOG-FS NOT EQUAL '00'
               DISPLAY "Error opening DISTRIBUTION-LOG. Status: "
                   WS-DLOG-FS
               CLOSE REPORT-REPOSITORY
               CLOSE REPORT-INDEX
               CLOSE BURST-SPOOL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Report by report, run by run, section by section; the
      *    sequence keeps each slice's lines in the order printed.
           SORT BURST-WORK
               ON ASCENDING KEY BW-REPORT-NAME BW-RUN-STAMP
                   BW-CLASS-YEAR BW-SECTION-CODE BW-SEQ
               USING REPORT-BURST-FEED
               OUTPUT PROCEDURE IS CUT-SORTED-LINES.

           CLOSE REPORT-REPOSITORY.
           CLOSE REPORT-INDEX.
           CLOSE BURST-SPOOL.
           CLOSE DISTRIBUTION-LOG.

      *    Every run fed has been cut; the feed starts empty for the
      *    next reports.
           OPEN OUTPUT REPORT-BURST-FEED.
           CLOSE REPORT-BURST-FEED.

           DISPLAY 'FEED LINES READ: '     WS-FEED-LINES.
           DISPLAY 'SLICES CUT: '          WS-SLICES-CUT.
           DISPLAY 'COPIES SENT: '         WS-COPIES-SENT.
           DISPLAY 'SLICES UNROUTED: '     WS-UNROUTED-COUNT.
           IF WS-UNROUTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * Without a distribution list every slice is still archived,
      * and logged as sent to nobody.
       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT DISTRIBUTION-LIST.
           IF WS-DIST-FS NOT EQUAL '00'
               DISPLAY 'NO DISTRIBUTION-LIST - SLICES ARCHIVED ONLY'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISTRIBUTION-LIST
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM HOLD-ONE-RECIPIENT
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-LIST
               MOVE 'N' TO WS-EOF
           END-IF.
           DISPLAY 'RECIPIENTS ON LIST: ' WS-DIST-COUNT.

       HOLD-ONE-RECIPIENT.
           IF WS-DIST-COUNT >= 200
               DISPLAY 'DISTRIBUTION TABLE FULL - ' DL-RECIPIENT
                   ' IGNORED'
           ELSE
               ADD 1 TO WS-DIST-COUNT
               MOVE DL-REPORT-NAME  TO WS-DIST-REPORT(WS-DIST-COUNT)
               MOVE DL-CLASS-YEAR   TO WS-DIST-YEAR(WS-DIST-COUNT)
               MOVE DL-SECTION-CODE TO WS-DIST-SECTION(WS-DIST-COUNT)
               MOVE DL-ROLE         TO WS-DIST-ROLE(WS-DIST-COUNT)
               MOVE DL-RECIPIENT
                   TO WS-DIST-RECIPIENT(WS-DIST-COUNT)
               MOVE DL-PRINT-QUEUE  TO WS-DIST-QUEUE(WS-DIST-COUNT)
           END-IF.

       CUT-SORTED-LINES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN BURST-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TAKE-ONE-LINE
               END-RETURN
           END-PERFORM.
           IF WS-SLICE-OPEN = 'Y'
               PERFORM SHIP-SLICE
           END-IF.

      * A new report run starts with no headings; a detail line
      * under a new class-year or section closes the slice before.
       TAKE-ONE-LINE.
           ADD 1 TO WS-FEED-LINES.
           IF BW-REPORT-NAME NOT = WS-CUR-REPORT
               OR BW-RUN-STAMP NOT = WS-CUR-STAMP
               IF WS-SLICE-OPEN = 'Y'
                   PERFORM SHIP-SLICE
               END-IF
               MOVE BW-REPORT-NAME TO WS-CUR-REPORT
               MOVE BW-RUN-STAMP   TO WS-CUR-STAMP
               MOVE BW-RUN-DATE    TO WS-CUR-RUN-DATE
               MOVE ZERO           TO WS-HEAD-COUNT
           END-IF.

           IF BW-HEADING-LINE
               PERFORM HOLD-HEADING-LINE
           ELSE
               IF WS-SLICE-OPEN = 'Y'
                   AND (BW-CLASS-YEAR NOT = WS-SLICE-YEAR
                       OR BW-SECTION-CODE NOT = WS-SLICE-SECTION)
                   PERFORM SHIP-SLICE
               END-IF
               IF WS-SLICE-OPEN = 'N'
                   PERFORM START-SLICE
               END-IF
               MOVE BW-LINE-TEXT TO WS-ADD-TEXT
               PERFORM ADD-SLICE-LINE
               ADD 1 TO WS-SLICE-DETAILS
           END-IF.

       HOLD-HEADING-LINE.
           IF WS-HEAD-COUNT >= 20
               DISPLAY 'HEADING TABLE FULL - ' BW-REPORT-NAME
                   ' HEADING DROPPED'
           ELSE
               ADD 1 TO WS-HEAD-COUNT
               MOVE BW-CLASS-YEAR   TO WS-HEAD-YEAR(WS-HEAD-COUNT)
               MOVE BW-SECTION-CODE TO WS-HEAD-SECTION(WS-HEAD-COUNT)
               MOVE BW-LINE-TEXT    TO WS-HEAD-TEXT(WS-HEAD-COUNT)
           END-IF.

      * The slice opens with every heading whose scope covers it.
       START-SLICE.
           MOVE 'Y'             TO WS-SLICE-OPEN.
           MOVE BW-CLASS-YEAR   TO WS-SLICE-YEAR.
           MOVE BW-SECTION-CODE TO WS-SLICE-SECTION.
           MOVE ZERO TO WS-SLICE-COUNT.
           MOVE ZERO TO WS-SLICE-DETAILS.
           MOVE ZERO TO WS-SLICE-DROPPED.
           MOVE SPACES TO WS-SLICE-NAME.
           STRING WS-CUR-REPORT DELIMITED BY SPACE
               '-' WS-SLICE-YEAR WS-SLICE-SECTION
               DELIMITED BY SIZE INTO WS-SLICE-NAME.
           PERFORM VARYING WS-HEAD-I FROM 1 BY 1
               UNTIL WS-HEAD-I > WS-HEAD-COUNT
               IF WS-HEAD-YEAR(WS-HEAD-I) = ZERO
                   OR (WS-HEAD-YEAR(WS-HEAD-I) = WS-SLICE-YEAR
                       AND (WS-HEAD-SECTION(WS-HEAD-I) = SPACE
                           OR WS-HEAD-SECTION(WS-HEAD-I)
                               = WS-SLICE-SECTION))
                   MOVE WS-HEAD-TEXT(WS-HEAD-I) TO WS-ADD-TEXT
                   PERFORM ADD-SLICE-LINE
               END-IF
           END-PERFORM.

       ADD-SLICE-LINE.
           IF WS-SLICE-COUNT >= 999
               ADD 1 TO WS-SLICE-DROPPED
           ELSE
               ADD 1 TO WS-SLICE-COUNT
               MOVE WS-ADD-TEXT TO WS-SLICE-LINE(WS-SLICE-COUNT)
           END-IF.

      * The finished slice: its closing count, its archive copy and
      * index entry, then one copy per recipient in scope.
       SHIP-SLICE.
           ADD 1 TO WS-SLICES-CUT.
           IF WS-SLICE-DROPPED > ZERO
               DISPLAY 'SLICE ' WS-SLICE-NAME ' TOO LONG - '
                   WS-SLICE-DROPPED ' LINES NOT HELD'
               MOVE 4 TO RETURN-CODE
               MOVE 998 TO WS-SLICE-COUNT
           END-IF.
           MOVE SPACES TO WS-ADD-TEXT.
           STRING 'END OF ' WS-SLICE-NAME DELIMITED BY SPACE
               ' - ' WS-SLICE-DETAILS ' LINES'
               DELIMITED BY SIZE INTO WS-ADD-TEXT.
           PERFORM ADD-SLICE-LINE.

           PERFORM VARYING WS-SLICE-I FROM 1 BY 1
               UNTIL WS-SLICE-I > WS-SLICE-COUNT
               MOVE WS-SLICE-NAME TO RR-REPORT-NAME
               MOVE WS-TODAY      TO RR-RUN-DATE
               MOVE WS-SLICE-LINE(WS-SLICE-I) TO RR-LINE-TEXT
               WRITE REPORT-REPO-REC
           END-PERFORM.
           COMPUTE WS-PAGE-COUNT =
               (WS-SLICE-COUNT + WS-LINES-PER-PAGE - 1)
               / WS-LINES-PER-PAGE.
           MOVE WS-SLICE-NAME   TO RI-REPORT-NAME.
           MOVE WS-TODAY        TO RI-RUN-DATE.
           MOVE WS-CUR-RUN-DATE TO RI-AS-OF-DATE.
           MOVE WS-SLICE-COUNT  TO RI-LINE-COUNT.
           MOVE WS-PAGE-COUNT   TO RI-PAGE-COUNT.
           WRITE REPORT-INDEX-REC.

           MOVE ZERO TO WS-SLICE-SENT.
           PERFORM VARYING WS-DIST-I FROM 1 BY 1
               UNTIL WS-DIST-I > WS-DIST-COUNT
               IF (WS-DIST-REPORT(WS-DIST-I) = SPACES
                       OR WS-DIST-REPORT(WS-DIST-I) = WS-CUR-REPORT)
                   AND (WS-DIST-YEAR(WS-DIST-I) = ZERO
                       OR WS-DIST-YEAR(WS-DIST-I) = WS-SLICE-YEAR)
                   AND (WS-DIST-SECTION(WS-DIST-I) = SPACE
                       OR WS-DIST-SECTION(WS-DIST-I)
                           = WS-SLICE-SECTION)
                   PERFORM SEND-ONE-COPY
               END-IF
           END-PERFORM.

           IF WS-SLICE-SENT = ZERO
               ADD 1 TO WS-UNROUTED-COUNT
               MOVE SPACES TO WS-RECIPIENT-ROLE
               PERFORM START-LOG-LINE
               MOVE 'NO RECIPIENT' TO DG-RECIPIENT
               MOVE 'ARCHIVED'     TO DG-OUTCOME
               WRITE DIST-LOG-REC
           END-IF.
           MOVE 'N' TO WS-SLICE-OPEN.

      * One recipient's copy: a banner naming who it is for, then
      * the slice, every line tagged with their print queue.
       SEND-ONE-COPY.
           ADD 1 TO WS-SLICE-SENT.
           ADD 1 TO WS-COPIES-SENT.
           MOVE 'RECIPIENT' TO WS-RECIPIENT-ROLE.
           PERFORM VARYING WS-ROLE-I FROM 1 BY 1
               UNTIL WS-ROLE-I > 3
               IF WS-ROLE-CODE(WS-ROLE-I) = WS-DIST-ROLE(WS-DIST-I)
                   MOVE WS-ROLE-NAME(WS-ROLE-I) TO WS-RECIPIENT-ROLE
               END-IF
           END-PERFORM.

           MOVE SPACES TO BURST-SPOOL-REC.
           MOVE WS-DIST-QUEUE(WS-DIST-I) TO BS-PRINT-QUEUE.
           STRING '*** FOR ' WS-DIST-RECIPIENT(WS-DIST-I)
               ' (' WS-RECIPIENT-ROLE ') - ' WS-SLICE-NAME
               ' AS AT ' WS-CUR-RUN-DATE ' ***'
               DELIMITED BY SIZE INTO BS-LINE-TEXT.
           WRITE BURST-SPOOL-REC.
           PERFORM VARYING WS-SLICE-I FROM 1 BY 1
               UNTIL WS-SLICE-I > WS-SLICE-COUNT
               MOVE SPACES TO BURST-SPOOL-REC
               MOVE WS-DIST-QUEUE(WS-DIST-I) TO BS-PRINT-QUEUE
               MOVE WS-SLICE-LINE(WS-SLICE-I) TO BS-LINE-TEXT
               WRITE BURST-SPOOL-REC
           END-PERFORM.

           PERFORM START-LOG-LINE.
           MOVE WS-DIST-RECIPIENT(WS-DIST-I) TO DG-RECIPIENT.
           MOVE WS-DIST-QUEUE(WS-DIST-I)     TO DG-PRINT-QUEUE.
           MOVE 'SENT'                       TO DG-OUTCOME.
           WRITE DIST-LOG-REC.

       START-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
           MOVE SPACES TO DIST-LOG-REC.
           MOVE WS-TODAY          TO DG-DATE.
           MOVE WS-NOW            TO DG-TIME.
           MOVE WS-SLICE-NAME     TO DG-SLICE-NAME.
           MOVE WS-CUR-RUN-DATE   TO DG-AS-OF-DATE.
           MOVE WS-RECIPIENT-ROLE TO DG-ROLE-NAME.
           MOVE WS-SLICE-COUNT    TO DG-LINE-COUNT.

       COPY "parmrd.cpy".
