      * The marking office returns entrance test scores one line per
      * applicant per section of the paper, which used to be summed
      * by hand into a spreadsheet. This import edits each line -
      * the applicant must be on APPLICANT and hold an ENTRANCE-SEAT,
      * the section must be one of ENTRANCE-SECTIONS.txt's, and the
      * score must not exceed the marks the section is out of - and
      * loads the good ones onto ENTRANCE-SCORE (entscor.cpy). A
      * line for a section already scored replaces the earlier
      * score, so a re-marked section is simply sent again. Rejected
      * lines go to ENTRANCE-SCORE-EXCEPTIONS.txt with the reason.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENTRANCE-SCORE-IMPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCORE-IN ASSIGN TO 'ENTRANCE-SCORES.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IN-FS.

               SELECT ENTRANCE-SECTIONS
                   ASSIGN TO 'ENTRANCE-SECTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECT-FS.

               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT ENTRANCE-SEAT ASSIGN TO 'ENTRANCE-SEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS XT-APPLICANT-ID
                   FILE STATUS IS WS-SEAT-FS.

               SELECT ENTRANCE-SCORE ASSIGN TO 'ENTRANCE-SCORE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS XS-KEY
                   FILE STATUS IS WS-SCORE-FS.

               SELECT SCORE-EXCEPTIONS
                   ASSIGN TO 'ENTRANCE-SCORE-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCORE-IN.
           01 SCORE-IN-REC.
               05 SI-APPLICANT-ID  PIC 9(06).
               05 SI-SECTION-CODE  PIC X(04).
               05 SI-SCORE         PIC 9(03).

           FD ENTRANCE-SECTIONS.
           COPY "entsect.cpy".

           FD APPLICANT.
           COPY "applcnt.cpy".

           FD ENTRANCE-SEAT.
           COPY "entseat.cpy".

           FD ENTRANCE-SCORE.
           COPY "entscor.cpy".

           FD SCORE-EXCEPTIONS.
           01 SCORE-EXCEPTION-LINE  PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-IN-FS              PIC X(02).
           01 WS-SECT-FS            PIC X(02).
           01 WS-APPL-FS            PIC X(02).
           01 WS-SEAT-FS            PIC X(02).
           01 WS-SCORE-FS           PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-REJECT-REASON      PIC X(30).

      *    The paper's sections; twelve is more than any paper has.
           01 WS-SECTION-TABLE.
               05 WS-SECTION-ROW OCCURS 12 TIMES.
                   10 WS-SC-CODE        PIC X(04).
                   10 WS-SC-MAX         PIC 9(03).
           01 WS-SECTION-COUNT      PIC 9(02) VALUE ZERO.
           01 WS-SC-I               PIC 9(02).
           01 WS-SC-FOUND           PIC 9(02).

           01 WS-LOADED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-REPLACED-COUNT     PIC 9(06) VALUE ZERO.

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTRANCE-SCORE-IMPORT".
           MOVE 'ENTRANCE-SCORES' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-SECTIONS.
           IF WS-SECTION-COUNT = ZERO
               DISPLAY 'NO ENTRANCE TEST SECTIONS DEFINED - '
                   'NOTHING IMPORTED'
               PERFORM ABANDON-RUN
           END-IF.

           OPEN INPUT SCORE-IN.
           IF WS-IN-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SCORES. Status: "
                   WS-IN-FS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error opening APPLICANT. Status: " WS-APPL-FS
               CLOSE SCORE-IN
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT ENTRANCE-SEAT.
           IF WS-SEAT-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SEAT. Status: "
                   WS-SEAT-FS
               CLOSE SCORE-IN
               CLOSE APPLICANT
               PERFORM ABANDON-RUN
           END-IF.
           OPEN I-O ENTRANCE-SCORE.
           IF WS-SCORE-FS EQUAL '35'
               OPEN OUTPUT ENTRANCE-SCORE
               CLOSE ENTRANCE-SCORE
               OPEN I-O ENTRANCE-SCORE
           END-IF.
           IF WS-SCORE-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SCORE. Status: "
                   WS-SCORE-FS
               CLOSE SCORE-IN
               CLOSE APPLICANT
               CLOSE ENTRANCE-SEAT
               PERFORM ABANDON-RUN
           END-IF.
           OPEN OUTPUT SCORE-EXCEPTIONS.

           PERFORM UNTIL WS-EOF = 'Y'
               READ SCORE-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       PERFORM IMPORT-ONE-SCORE
               END-READ
           END-PERFORM.

           CLOSE SCORE-IN.
           CLOSE APPLICANT.
           CLOSE ENTRANCE-SEAT.
           CLOSE ENTRANCE-SCORE.
           CLOSE SCORE-EXCEPTIONS.

           DISPLAY 'SCORES LOADED: '   WS-LOADED-COUNT.
           DISPLAY 'SCORES REPLACED: ' WS-REPLACED-COUNT.
           DISPLAY 'LINES REJECTED: '  RUN-REJECT-COUNT.
           IF RUN-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM RUN-LOG-END.
       STOP RUN.

       ABANDON-RUN.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERROR' TO RUN-STATUS.
           PERFORM RUN-LOG-END.
           STOP RUN.

       LOAD-SECTIONS.
           OPEN INPUT ENTRANCE-SECTIONS.
           IF WS-SECT-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SECTIONS. Status: "
                   WS-SECT-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENTRANCE-SECTIONS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-SECTION-COUNT >= 12
                               DISPLAY 'SECTION TABLE FULL - '
                                   'DROPPED: ' XC-SECTION-CODE
                           ELSE
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE XC-SECTION-CODE
                                   TO WS-SC-CODE(WS-SECTION-COUNT)
                               MOVE XC-MAX-SCORE
                                   TO WS-SC-MAX(WS-SECTION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENTRANCE-SECTIONS
               MOVE 'N' TO WS-EOF
           END-IF.

       IMPORT-ONE-SCORE.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE SI-APPLICANT-ID TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   MOVE 'APPLICANT NOT ON FILE' TO WS-REJECT-REASON
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE SI-APPLICANT-ID TO XT-APPLICANT-ID
               READ ENTRANCE-SEAT
                   KEY IS XT-APPLICANT-ID
                   INVALID KEY
                       MOVE 'NOT SCHEDULED FOR THE TEST'
                           TO WS-REJECT-REASON
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-SC-FOUND
               PERFORM VARYING WS-SC-I FROM 1 BY 1
                   UNTIL WS-SC-I > WS-SECTION-COUNT
                       OR WS-SC-FOUND > ZERO
                   IF WS-SC-CODE(WS-SC-I) = SI-SECTION-CODE
                       MOVE WS-SC-I TO WS-SC-FOUND
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-SC-FOUND = ZERO
                       MOVE 'SECTION NOT ON THE PAPER'
                           TO WS-REJECT-REASON
                   WHEN SI-SCORE NOT NUMERIC
                       MOVE 'SCORE NOT NUMERIC' TO WS-REJECT-REASON
                   WHEN SI-SCORE > WS-SC-MAX(WS-SC-FOUND)
                       MOVE 'SCORE ABOVE SECTION MAXIMUM'
                           TO WS-REJECT-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM STORE-ONE-SCORE
           ELSE
               ADD 1 TO RUN-REJECT-COUNT
               MOVE SPACES TO SCORE-EXCEPTION-LINE
               STRING SI-APPLICANT-ID ' ' SI-SECTION-CODE ' '
                   SI-SCORE ' ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO SCORE-EXCEPTION-LINE
               WRITE SCORE-EXCEPTION-LINE
           END-IF.

       STORE-ONE-SCORE.
           MOVE SI-APPLICANT-ID TO XS-APPLICANT-ID.
           MOVE SI-SECTION-CODE TO XS-SECTION-CODE.
           MOVE SI-SCORE        TO XS-SCORE.
           MOVE WS-TODAY        TO XS-IMPORT-DATE.
           WRITE ENTRANCE-SCORE-FILE
               INVALID KEY
                   REWRITE ENTRANCE-SCORE-FILE
                       INVALID KEY
                           DISPLAY 'IMPORT: Invalid Key '
                               SI-APPLICANT-ID ' ' SI-SECTION-CODE
                       NOT INVALID KEY
                           ADD 1 TO WS-REPLACED-COUNT
                           ADD 1 TO RUN-WRITE-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   ADD 1 TO RUN-WRITE-COUNT
           END-WRITE.

       COPY "runwrt.cpy".
