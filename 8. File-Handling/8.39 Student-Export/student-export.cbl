      * student with a header row first, selectable by
      * STUDENT-STATUS (or A for everyone) so the registrar can pull
      * just active students, just graduates, or the whole file.
      *
      * The rows now come off the night's REPORT-EXTRACT
      * (rptext.cpy), already unpacked and under the master's field
      * names, rather than a pass of its own over STUDENT-MASTER.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-EXPORT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.

               SELECT EXPORT-FILE ASSIGN TO 'STUDENT-EXPORT.csv'

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD EXPORT-FILE.
           01 EXPORT-LINE           PIC X(200).
           DISPLAY 'ENTER STATUS FILTER (A/G/W OR * FOR ALL): '.
           ACCEPT WS-STATUS-FILTER.

           OPEN INPUT REPORT-EXTRACT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-EXTRACT. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-EXP-FS NOT EQUAL '00'
               DISPLAY "Error opening EXPORT-FILE. Status: "
                   WS-EXP-FS
               CLOSE REPORT-EXTRACT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-HEADER-ROW.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-EXTRACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STATUS-FILTER = '*'
               END-READ
           END-PERFORM.

           CLOSE REPORT-EXTRACT.
           CLOSE EXPORT-FILE.

           DISPLAY 'STUDENTS EXPORTED: ' WS-EXPORTED-COUNT.
