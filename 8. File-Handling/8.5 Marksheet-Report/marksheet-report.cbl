      * STUDENT-MASTER and prints that marksheet for real: a report
      * header, a new page every 20 detail lines, and a final
      * control-total line (student count, average percentage).
      *
      * Every heading and student line also goes to
      * REPORT-BURST-FEED under the student's class-year and
      * section, so REPORT-BURSTER can hand each form tutor their
      * own section's marksheet.
      *
      * The students now come off REPORT-EXTRACT (rptext.cpy), the
      * night's one-pass join REPORT-EXTRACT writes at the head of
      * the reporting stages, rather than a pass of its own over
      * STUDENT-MASTER; the fields keep their master names, so the
      * printing is as it was.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARKSHEET-REPORT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.

               SELECT REPORT-FILE ASSIGN TO PRINTER "PRT-QUEUE"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

               SELECT REPORT-BURST-FEED
                   ASSIGN TO 'REPORT-BURST-FEED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BURST-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

      *    The letter-grade boundaries, per class-year and dated, in
      *    place of the 90/75/40 this program used to carry.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD REPORT-FILE.
           01 REPORT-LINE              PIC X(80).
           FD RUN-LOG.
           COPY "runrec.cpy".

           FD REPORT-BURST-FEED.
           COPY "rptbrst.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                    PIC X(02).
           01 WS-REPORT-FS              PIC X(02).
               05 FILLER          PIC X(05) VALUE SPACES.
               05 DL-PERCENTAGE   PIC ZZ9.
               05 FILLER          PIC X(03) VALUE SPACES.
               05 DL-GRADE        PIC X(02).
               05 FILLER          PIC X(01) VALUE SPACES.
               05 DL-CLASS-RANK   PIC ZZZ9.
               05 FILLER          PIC X(02) VALUE SPACES.
               05 DL-CAMPUS-CODE  PIC X(03).
               05 DL-CLASS-YEAR   PIC 9(02).
               05 DL-SECTION      PIC X(01).

           01 WS-GRADE                PIC X(02).

      *    Printed in place of the marks columns when the fee aging
      *    batch has flagged the student's result withheld.

           COPY "runflds.cpy".

           COPY "rptbrsfl.cpy".

           COPY "parmtbl.cpy".

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MARKSHEET-REPORT".
           DISPLAY 'EFFECTIVE LINES-PER-PAGE: ' WS-LINES-PER-PAGE.

      *    The run date defaults to today; a reprint run supplies
      *    RUN-DATE on the parm card (with REPORT-EXTRACT first
      *    rerun against the matching STUDENT-ASOF view) so the
      *    reproduced report carries the date it stands at, not the
      *    reprint date.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE.
           PERFORM LOAD-GRADE-SCALE.



           OPEN INPUT REPORT-EXTRACT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-EXTRACT. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
           IF WS-REPORT-FS NOT EQUAL '00'
               DISPLAY "Error opening report file. Status: "
                   WS-REPORT-FS
               CLOSE REPORT-EXTRACT
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.

           MOVE 'MARKSHEET' TO BRST-REPORT-NAME.
           MOVE WS-RUN-DATE TO BRST-RUN-DATE.
           PERFORM OPEN-BURST-FEED.

           PERFORM NEW-PAGE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-EXTRACT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-DETAIL-LINE
               END-READ
           PERFORM PAD-TO-PAGE-END.
           PERFORM PRINT-CONTROL-TOTALS.

           CLOSE REPORT-EXTRACT.
           CLOSE REPORT-FILE.
           PERFORM CLOSE-BURST-FEED.

           MOVE WS-STUDENT-COUNT TO RUN-READ-COUNT.
           MOVE WS-STUDENT-COUNT TO RUN-WRITE-COUNT.
           WRITE REPORT-LINE.
           MOVE WS-HEADING-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
      *    The first page's headings head every section's slice.
           IF WS-PAGE-NUMBER = 1
               MOVE ZERO   TO BRST-CLASS-YEAR
               MOVE SPACE  TO BRST-SECTION-CODE
               MOVE 'H'    TO BRST-LINE-KIND
               MOVE WS-HEADING-1 TO BRST-LINE-TEXT
               PERFORM APPEND-BURST-LINE
               MOVE WS-HEADING-2 TO BRST-LINE-TEXT
               PERFORM APPEND-BURST-LINE
           END-IF.

       PRINT-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               MOVE STUDENT-NAME TO WL-STUDENT-NAME
               MOVE WS-WITHHELD-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM FEED-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-STUDENT-COUNT
           ELSE
               MOVE SECTION-CODE TO DL-SECTION
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM FEED-DETAIL-LINE

               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-STUDENT-COUNT
               ADD PERCENTAGE TO WS-PERCENTAGE-TOTAL
           END-IF.

       FEED-DETAIL-LINE.
           MOVE CLASS-YEAR   TO BRST-CLASS-YEAR.
           MOVE SECTION-CODE TO BRST-SECTION-CODE.
           MOVE 'D'          TO BRST-LINE-KIND.
           MOVE REPORT-LINE  TO BRST-LINE-TEXT.
           PERFORM APPEND-BURST-LINE.

      *    Recompute PERCENTAGE from MARKS/TOTAL-MARKS rather than
      *    trusting whatever was last stored on the master record, then
      *    grade the recomputed value against the GRADE-SCALE in force
      *    for the student's class-year on the run date - a reprint
      *    run dated back keeps the letters it first printed with.
       COMPUTE-PERCENTAGE-AND-GRADE.
           IF TOTAL-MARKS > ZERO
               COMPUTE PERCENTAGE ROUNDED =
               MOVE ZERO TO PERCENTAGE
           END-IF.

           MOVE CLASS-YEAR  TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE PERCENTAGE  TO WS-GRD-LOOKUP-PCT.
           MOVE WS-RUN-DATE TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           MOVE WS-GRD-LETTER TO WS-GRADE.

      *    Fill out the remainder of the current page with blank lines
      *    so the control-total line always starts on a fresh page,

       COPY "runwrt.cpy".

       COPY "rptbrswt.cpy".

       COPY "parmrd.cpy".

       COPY "grdlkp.cpy".
