      * AND MARKS NOT < WS-PASS-THRESHOLD AND STUDENT-ACTIVE (the
      * 88-level flag from studmas.cpy) — flags each student as Good
      * Standing, Probation, or Ineligible onto a standing report.
      *
      * The students come off the night's REPORT-EXTRACT
      * (rptext.cpy), which carries the same field names and flags.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACADEMIC-STANDING-REPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.

               SELECT STANDING-REPORT ASSIGN TO 'STANDING-REPORT.txt'

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD STANDING-REPORT.
           01 STANDING-LINE             PIC X(60).
           DISPLAY 'STANDING REPORT AS AT ' WS-RUN-DATE.


           OPEN INPUT REPORT-EXTRACT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-EXTRACT. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening STANDING-REPORT. Status: "
                   WS-RPT-FS
               CLOSE REPORT-EXTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE STANDING-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-EXTRACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM ASSIGN-STANDING
               END-READ
           END-PERFORM.

           CLOSE REPORT-EXTRACT.
           CLOSE STANDING-REPORT.
       STOP RUN.

