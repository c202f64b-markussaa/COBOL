      * below is the negated mirror of that: NOT STUDENT-ACTIVE picks
      * up every student who is graduated or withdrawn, for a roster
      * of everyone who is no longer active.
      *
      * The roster reads the night's REPORT-EXTRACT (rptext.cpy)
      * rather than making its own pass over STUDENT-MASTER.
       IDENTIFICATION DIVISION.
           PROGRAM-ID. NEGATED-CONDITION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.

               SELECT INACTIVE-RPT ASSIGN TO 'INACTIVE-STUDENTS.txt'

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD INACTIVE-RPT.
           01 INACTIVE-LINE          PIC X(60).
       STOP RUN.

       INACTIVE-STUDENTS.
           OPEN INPUT REPORT-EXTRACT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-EXTRACT. Status: " WS-FS
               STOP RUN
           END-IF.

           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening INACTIVE-STUDENTS. Status: "
                   WS-RPT-FS
               CLOSE REPORT-EXTRACT
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-EXTRACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM WRITE-INACTIVE-LINE
               END-READ
           END-PERFORM.

           CLOSE REPORT-EXTRACT.
           CLOSE INACTIVE-RPT.

           DISPLAY 'INACTIVE STUDENTS: ' WS-INACTIVE-COUNT.
