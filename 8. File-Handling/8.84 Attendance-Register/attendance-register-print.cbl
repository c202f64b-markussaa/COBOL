      * period, an E where the absence was excused, a total per
      * student down the right and a total per day along the
      * bottom. The detail comes straight off ATTEND-HISTORY.
      *
      * The headings and each student's row also go to
      * REPORT-BURST-FEED under the student's section, so
      * REPORT-BURSTER can give each form tutor their own section's
      * page of the register. The per-day totals are the whole
      * class's and stay on the full register only.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ATTENDANCE-REGISTER-PRINT.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT REPORT-BURST-FEED
                   ASSIGN TO 'REPORT-BURST-FEED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BURST-FS.

               SELECT REGISTER-PRINT
                   ASSIGN TO 'ATTENDANCE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD REPORT-BURST-FEED.
           COPY "rptbrst.cpy".

           FD REGISTER-PRINT.
           01 REGISTER-PRINT-LINE   PIC X(120).

               05 WS-ROSTER-ROW OCCURS 100 TIMES.
                   10 WS-ROW-STUDENT    PIC 9(05).
                   10 WS-ROW-NAME       PIC X(20).
                   10 WS-ROW-SECTION    PIC X(01).
                   10 WS-ROW-TOTAL      PIC 9(03).
                   10 WS-ROW-MARKS      PIC X(23).
           01 WS-ROSTER-COUNT       PIC 9(03) VALUE ZERO.
                   10 GL-CELL OCCURS 23 TIMES PIC X(03).
               05 GL-TOTAL          PIC ZZ9.

           COPY "rptbrsfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATTENDANCE-REGISTER-PRINT".
               ADD 1 TO WS-ROSTER-COUNT
               MOVE STUDENT-ID   TO WS-ROW-STUDENT(WS-ROSTER-COUNT)
               MOVE STUDENT-NAME TO WS-ROW-NAME(WS-ROSTER-COUNT)
               MOVE SECTION-CODE TO WS-ROW-SECTION(WS-ROSTER-COUNT)
               MOVE ZERO         TO WS-ROW-TOTAL(WS-ROSTER-COUNT)
               MOVE SPACES       TO WS-ROW-MARKS(WS-ROSTER-COUNT)
           END-IF.
               STOP RUN
           END-IF.

           MOVE 'ATT-REGISTER' TO BRST-REPORT-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BRST-RUN-DATE.
           PERFORM OPEN-BURST-FEED.
           MOVE WS-WANT-YEAR TO BRST-CLASS-YEAR.
           MOVE SPACE        TO BRST-SECTION-CODE.
           MOVE 'H'          TO BRST-LINE-KIND.

           MOVE SPACES TO REGISTER-PRINT-LINE.
           STRING 'ATTENDANCE REGISTER  CLASS ' WS-WANT-YEAR
               '  MONTH ' WS-WANT-MONTH
               '  (X ABSENT, E EXCUSED)'
               DELIMITED BY SIZE INTO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.
           MOVE REGISTER-PRINT-LINE TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

      *    The day-number heading row in the grid's own columns.
           MOVE SPACES TO WS-GRID-LINE.
           END-PERFORM.
           MOVE WS-GRID-LINE(7:) TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.
           MOVE REGISTER-PRINT-LINE TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

           PERFORM VARYING WS-ROW FROM 1 BY 1
               UNTIL WS-ROW > WS-ROSTER-COUNT
           WRITE REGISTER-PRINT-LINE.

           CLOSE REGISTER-PRINT.
           PERFORM CLOSE-BURST-FEED.

       PRINT-ONE-GRID-ROW.
           MOVE SPACES TO GL-CELLS.
           END-PERFORM.
           MOVE WS-ROW-TOTAL(WS-ROW) TO GL-TOTAL.
           MOVE WS-GRID-LINE TO REGISTER-PRINT-LINE.
           WRITE REGISTER-PRINT-LINE.
           MOVE WS-WANT-YEAR           TO BRST-CLASS-YEAR.
           MOVE WS-ROW-SECTION(WS-ROW) TO BRST-SECTION-CODE.
           MOVE 'D'                    TO BRST-LINE-KIND.
           MOVE REGISTER-PRINT-LINE    TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

       COPY "rptbrswt.cpy".
