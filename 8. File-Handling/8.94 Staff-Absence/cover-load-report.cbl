      * The termly cover-load report. Walks COVER-ASSIGNMENT for the
      * current term (TERM-CONTROL's term, dated off
      * ACADEMIC-CALENDAR) and prints one line per teacher on
      * STAFF-MASTER: the periods they covered for colleagues and the
      * periods their own absence left for someone else to cover, so
      * the deputy head can see that COVER-PLANNER is sharing the load
      * fairly and who is carrying it. Departed teachers only print
      * when they have something against them this term. Periods
      * nobody was free to cover are totalled at the foot.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COVER-LOAD-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT COVER-ASSIGNMENT ASSIGN TO 'COVER-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CV-KEY
                   FILE STATUS IS WS-COVER-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT LOAD-REPORT ASSIGN TO 'COVER-LOAD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD COVER-ASSIGNMENT.
           COPY "coverasg.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD LOAD-REPORT.
           01 LOAD-REPORT-LINE      PIC X(60).

           WORKING-STORAGE SECTION.
           01 WS-STAFF-FS           PIC X(02).
           01 WS-COVER-FS           PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-CAL-EOF            PIC A(01).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-TERM-START         PIC 9(08) VALUE ZERO.
           01 WS-TERM-END           PIC 9(08) VALUE 99999999.
           01 WS-FIND-ID            PIC 9(04).
           01 WS-FOUND-I            PIC 9(03).
           01 WS-TOTAL-COVERED      PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-UNCOVERED    PIC 9(05) VALUE ZERO.

      *    One row per teacher on the master, in staff-number order.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ROW OCCURS 300 TIMES.
                   10 WS-ST-STAFF-ID    PIC 9(04).
                   10 WS-ST-NAME        PIC A(25).
                   10 WS-ST-ACTIVE      PIC A(01).
                   10 WS-ST-COVERS      PIC 9(04).
                   10 WS-ST-MISSED      PIC 9(04).
           01 WS-STAFF-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-STAFF-I            PIC 9(03).

           01 WS-REPORT-HEADING.
               05 FILLER            PIC X(18) VALUE 'COVER LOAD, TERM '.
               05 HD-TERM           PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 HD-TERM-START     PIC 9(08).
               05 FILLER            PIC X(04) VALUE ' TO '.
               05 HD-TERM-END       PIC 9(08).

           01 WS-COLUMN-HEADING.
               05 FILLER            PIC X(31) VALUE 'TEACHER'.
               05 FILLER            PIC X(09) VALUE '  COVERED'.
               05 FILLER            PIC X(09) VALUE '   ABSENT'.

           01 WS-DETAIL-LINE.
               05 DL-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-STAFF-NAME     PIC A(25).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-COVERS         PIC ZZZ9.
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-MISSED         PIC ZZZ9.

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(20) VALUE 'PERIODS COVERED: '.
               05 TL-COVERED        PIC ZZZZ9.
               05 FILLER            PIC X(15) VALUE '  UNCOVERED: '.
               05 TL-UNCOVERED      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "COVER-LOAD-REPORT".

           PERFORM NOTE-TERM-DATES.
           PERFORM LOAD-STAFF-TABLE.

           OPEN INPUT COVER-ASSIGNMENT.
           IF WS-COVER-FS NOT EQUAL '00'
               DISPLAY "Error opening COVER-ASSIGNMENT. Status: "
                   WS-COVER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LOAD-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening LOAD-REPORT. Status: "
                   WS-RPT-FS
               CLOSE COVER-ASSIGNMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ COVER-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF CV-COVER-DATE NOT < WS-TERM-START
                           AND CV-COVER-DATE NOT > WS-TERM-END
                           PERFORM TALLY-COVER
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-LOAD-REPORT.

           CLOSE COVER-ASSIGNMENT.
           CLOSE LOAD-REPORT.
       STOP RUN.

      * The current term's start and end dates, the same way the
      * end-of-day driver finds its term-end date.
       NOTE-TERM-DATES.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS EQUAL '00'
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
               END-READ
               CLOSE TERM-CONTROL
           END-IF.

           MOVE 'N' TO WS-CAL-EOF.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS EQUAL '00'
               PERFORM UNTIL WS-CAL-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-CAL-EOF
                       NOT AT END
                           IF AC-TERM-CODE = WS-CURRENT-TERM
                               AND AC-TERM-DATES
                               MOVE AC-DATE-1 TO WS-TERM-START
                               MOVE AC-DATE-2 TO WS-TERM-END
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
           END-IF.

       LOAD-STAFF-TABLE.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STAFF-COUNT < 300
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE SF-STAFF-ID
                               TO WS-ST-STAFF-ID(WS-STAFF-COUNT)
                           MOVE SF-STAFF-NAME
                               TO WS-ST-NAME(WS-STAFF-COUNT)
                           MOVE SF-STATUS
                               TO WS-ST-ACTIVE(WS-STAFF-COUNT)
                           MOVE ZERO TO WS-ST-COVERS(WS-STAFF-COUNT)
                           MOVE ZERO TO WS-ST-MISSED(WS-STAFF-COUNT)
                       ELSE
                           DISPLAY 'STAFF TABLE FULL - NOT LOADED: '
                               SF-STAFF-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFF-MAST.

       FIND-STAFF-ROW.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
                  OR WS-FOUND-I > ZERO
               IF WS-ST-STAFF-ID(WS-STAFF-I) = WS-FIND-ID
                   MOVE WS-STAFF-I TO WS-FOUND-I
               END-IF
           END-PERFORM.

       TALLY-COVER.
           MOVE CV-ABSENT-STAFF TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           IF WS-FOUND-I > ZERO
               ADD 1 TO WS-ST-MISSED(WS-FOUND-I)
           END-IF.

           IF CV-COVER-STAFF = ZERO
               ADD 1 TO WS-TOTAL-UNCOVERED
           ELSE
               ADD 1 TO WS-TOTAL-COVERED
               MOVE CV-COVER-STAFF TO WS-FIND-ID
               PERFORM FIND-STAFF-ROW
               IF WS-FOUND-I > ZERO
                   ADD 1 TO WS-ST-COVERS(WS-FOUND-I)
               END-IF
           END-IF.

       PRINT-LOAD-REPORT.
           MOVE WS-CURRENT-TERM TO HD-TERM.
           MOVE WS-TERM-START   TO HD-TERM-START.
           MOVE WS-TERM-END     TO HD-TERM-END.
           MOVE WS-REPORT-HEADING TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.

           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               IF WS-ST-ACTIVE(WS-STAFF-I) = 'A'
                   OR WS-ST-COVERS(WS-STAFF-I) > ZERO
                   OR WS-ST-MISSED(WS-STAFF-I) > ZERO
                   MOVE WS-ST-STAFF-ID(WS-STAFF-I) TO DL-STAFF-ID
                   MOVE WS-ST-NAME(WS-STAFF-I)     TO DL-STAFF-NAME
                   MOVE WS-ST-COVERS(WS-STAFF-I)   TO DL-COVERS
                   MOVE WS-ST-MISSED(WS-STAFF-I)   TO DL-MISSED
                   MOVE WS-DETAIL-LINE TO LOAD-REPORT-LINE
                   WRITE LOAD-REPORT-LINE
               END-IF
           END-PERFORM.

           MOVE WS-TOTAL-COVERED   TO TL-COVERED.
           MOVE WS-TOTAL-UNCOVERED TO TL-UNCOVERED.
           MOVE WS-TOTAL-LINE TO LOAD-REPORT-LINE.
           WRITE LOAD-REPORT-LINE.
