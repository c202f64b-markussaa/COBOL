      * When the education board publishes its results the file came
      * back to an office where nothing knew about it, and the
      * alumni office and the transcript desk each re-typed the
      * grades. This import loads the board's result file onto
      * BOARD-RESULTS, keyed by STUDENT-ID and board subject. Each
      * result is matched back the way it went out: the candidate
      * must be on BOARD-REGISTRATION for the exam year the board's
      * header names, and the board subject must map back to a
      * school subject through the BOARD-SUBJECT-MAP crosswalk
      * BOARD-REGISTRATION mapped it forward with. Anything that does
      * not match is listed and not loaded, and the step ends return
      * code 4.
      *
      * Each loaded result carries the school's final internal mark
      * for the subject - the latest term posted on MARKS-POSTED, as
      * a percentage of the subject's maximum, lettered off
      * GRADE-SCALE - and the variance report sets the board's
      * percentage against it, per subject and per teacher (the
      * subject's active TEACHING-ASSIGNMENT for the board's class
      * year). A candidate the board marked BOARD-VAR-PCT points
      * (10 when absent from the parm card) or more either side of
      * the school is counted as below or above prediction.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOARD-RESULTS-IMPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT BOARD-RESULT-IN
                   ASSIGN TO 'BOARD-RESULT-FILE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IN-FS.

               SELECT BOARD-SUBJECT-MAP
                   ASSIGN TO 'BOARD-SUBJECT-MAP.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAP-FS.

               SELECT BOARD-REGISTRATION
                   ASSIGN TO 'BOARD-REGISTRATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS BR-KEY
                   FILE STATUS IS WS-REG-FS.

               SELECT BOARD-RESULTS ASSIGN TO 'BOARD-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS BRS-KEY
                   FILE STATUS IS WS-RES-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ASG-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT VARIANCE-REPORT
                   ASSIGN TO 'BOARD-VARIANCE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
      * The board's result file: one 'H' header naming the centre
      * and exam year, one 'D' record per candidate and subject,
      * then one 'T' trailer with the result count.
           FD BOARD-RESULT-IN.
           01 BOARD-RESULT-IN-REC.
               05 BI-RECORD-TYPE    PIC X(01).
                   88 BI-HEADER         VALUE 'H'.
                   88 BI-DETAIL         VALUE 'D'.
                   88 BI-TRAILER        VALUE 'T'.
               05 BI-DETAIL-DATA.
                   10 BI-CENTRE-CODE    PIC X(06).
                   10 BI-SCHOOL-REF     PIC 9(05).
                   10 BI-BOARD-SUBJECT  PIC X(06).
                   10 BI-BOARD-MARK     PIC 9(03).
                   10 BI-BOARD-GRADE    PIC X(02).
               05 BI-HEADER-DATA REDEFINES BI-DETAIL-DATA.
                   10 BI-HDR-CENTRE     PIC X(06).
                   10 BI-HDR-EXAM-YEAR  PIC 9(04).
                   10 BI-HDR-PUBLISHED  PIC 9(08).
                   10 FILLER            PIC X(04).
               05 BI-TRAILER-DATA REDEFINES BI-DETAIL-DATA.
                   10 BI-TRL-CENTRE     PIC X(06).
                   10 BI-TRL-COUNT      PIC 9(06).
                   10 FILLER            PIC X(10).

           FD BOARD-SUBJECT-MAP.
           01 BOARD-SUBJECT-MAP-REC.
               05 BX-SUBJECT-CODE   PIC X(04).
               05 BX-BOARD-CODE     PIC X(06).

           FD BOARD-REGISTRATION.
           COPY "brdreg.cpy".

           FD BOARD-RESULTS.
           COPY "brdres.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD VARIANCE-REPORT.
           01 VARIANCE-LINE         PIC X(90).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-IN-FS              PIC X(02).
           01 WS-MAP-FS             PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-RES-FS             PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-ASG-FS             PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-MARK-EOF           PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-EXAM-YEAR          PIC 9(04).
           01 WS-TRAILER-SEEN       PIC A(01) VALUE 'N'.

      *    The parm card settings, with their defaults.
           01 WS-CENTRE-CODE        PIC X(06) VALUE SPACES.
           01 WS-BOARD-CLASS-YEAR   PIC 9(02) VALUE 12.
           01 WS-VARIANCE-PCT       PIC 9(03) VALUE 10.
           COPY "parmtbl.cpy".
           COPY "grdtbl.cpy".

      *    The crosswalk, searched board code to school code.
           01 WS-MAP-TABLE.
               05 WS-MAP-ROW OCCURS 100 TIMES.
                   10 WS-MAP-SUBJECT    PIC X(04).
                   10 WS-MAP-BOARD      PIC X(06).
           01 WS-MAP-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-MAP-I              PIC 9(03).
           01 WS-MAP-FOUND          PIC A(01).

      *    Active teaching assignments for the board's class year.
           01 WS-ASSIGN-TABLE.
               05 WS-AS-ROW OCCURS 200 TIMES.
                   10 WS-AS-SUBJECT     PIC X(04).
                   10 WS-AS-STAFF-ID    PIC 9(04).
           01 WS-ASSIGN-COUNT       PIC 9(03) VALUE ZERO.
           01 WS-AS-I               PIC 9(03).
           01 WS-STAFF-ID           PIC 9(04).

      *    The school's final internal mark for the result in hand.
           01 WS-FINAL-MARK         PIC 9(03).
           01 WS-FINAL-TERM         PIC X(06).
           01 WS-MAX-MARKS          PIC 9(03).
           01 WS-VARIANCE           PIC S9(03).

      *    Variance totals by subject, and by teacher and subject.
           01 WS-SUBJECT-VAR-TABLE.
               05 WS-SV-ROW OCCURS 100 TIMES.
                   10 WS-SV-SUBJECT     PIC X(04).
                   10 WS-SV-RESULTS     PIC 9(05).
                   10 WS-SV-COMPARED    PIC 9(05).
                   10 WS-SV-SCHOOL-SUM  PIC 9(07).
                   10 WS-SV-BOARD-SUM   PIC 9(07).
                   10 WS-SV-BELOW       PIC 9(05).
                   10 WS-SV-ABOVE       PIC 9(05).
           01 WS-SV-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-SV-I               PIC 9(03).
           01 WS-TEACHER-VAR-TABLE.
               05 WS-TV-ROW OCCURS 200 TIMES.
                   10 WS-TV-STAFF-ID    PIC 9(04).
                   10 WS-TV-SUBJECT     PIC X(04).
                   10 WS-TV-COMPARED    PIC 9(05).
                   10 WS-TV-SCHOOL-SUM  PIC 9(07).
                   10 WS-TV-BOARD-SUM   PIC 9(07).
                   10 WS-TV-BELOW       PIC 9(05).
                   10 WS-TV-ABOVE       PIC 9(05).
           01 WS-TV-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-TV-I               PIC 9(03).
           01 WS-ROW-FOUND          PIC A(01).

           01 WS-DETAIL-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-LOADED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-RELOADED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-UNMATCHED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-NO-MARK-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-REASON             PIC X(45).

           01 WS-HEADING-1.
               05 FILLER PIC X(30)
                   VALUE 'BOARD RESULTS VARIANCE - EXAM '.
               05 H1-EXAM-YEAR      PIC 9(04).
               05 FILLER PIC X(10) VALUE '  CENTRE '.
               05 H1-CENTRE         PIC X(06).
               05 FILLER PIC X(20) VALUE '  TOLERANCE +/- '.
               05 H1-TOLERANCE      PIC ZZ9.

           01 WS-UNMATCHED-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UL-SCHOOL-REF     PIC X(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UL-BOARD-SUBJECT  PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 UL-REASON         PIC X(45).

           01 WS-SUBJECT-HEADING.
               05 FILLER PIC X(26) VALUE 'SUBJECT'.
               05 FILLER PIC X(16) VALUE 'RESULTS COMPARED'.
               05 FILLER PIC X(17) VALUE '  SCHOOL%  BOARD%'.
               05 FILLER PIC X(10) VALUE '  VARIANCE'.
               05 FILLER PIC X(14) VALUE '  BELOW  ABOVE'.

           01 WS-SUBJECT-LINE.
               05 SL-SUBJECT        PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SL-NAME           PIC X(20).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-RESULTS        PIC ZZZZ9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 SL-COMPARED       PIC ZZZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SL-SCHOOL-AVG     PIC ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-BOARD-AVG      PIC ZZ9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SL-VARIANCE       PIC +ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-BELOW          PIC ZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-ABOVE          PIC ZZZZ9.

           01 WS-TEACHER-HEADING.
               05 FILLER PIC X(30) VALUE 'TEACHER'.
               05 FILLER PIC X(16) VALUE 'SUBJ    COMPARED'.
               05 FILLER PIC X(17) VALUE '  SCHOOL%  BOARD%'.
               05 FILLER PIC X(10) VALUE '  VARIANCE'.
               05 FILLER PIC X(14) VALUE '  BELOW  ABOVE'.

           01 WS-TEACHER-LINE.
               05 TL-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 TL-STAFF-NAME     PIC X(25).
               05 TL-SUBJECT        PIC X(04).
               05 FILLER            PIC X(07) VALUE SPACES.
               05 TL-COMPARED       PIC ZZZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 TL-SCHOOL-AVG     PIC ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-BOARD-AVG      PIC ZZ9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 TL-VARIANCE       PIC +ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-BELOW          PIC ZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-ABOVE          PIC ZZZZ9.

           01 WS-AVG-SCHOOL         PIC 9(03)V99.
           01 WS-AVG-BOARD          PIC 9(03)V99.
           01 WS-AVG-VARIANCE       PIC S9(03)V99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BOARD-RESULTS-IMPORT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM READ-BOARD-PARMS.
           PERFORM LOAD-SUBJECT-MAP.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM LOAD-GRADE-SCALE.

           OPEN INPUT BOARD-RESULT-IN.
           IF WS-IN-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-RESULT-FILE. Status: "
                   WS-IN-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The header names the exam year everything is matched in;
      *    a file for some other centre is refused whole.
           READ BOARD-RESULT-IN
               AT END MOVE SPACES TO BOARD-RESULT-IN-REC
           END-READ.
           IF NOT BI-HEADER
               DISPLAY 'BOARD RESULT FILE HAS NO HEADER RECORD'
               CLOSE BOARD-RESULT-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CENTRE-CODE NOT EQUAL SPACES
               AND BI-HDR-CENTRE NOT EQUAL WS-CENTRE-CODE
               DISPLAY 'BOARD RESULT FILE IS FOR CENTRE '
                   BI-HDR-CENTRE ', NOT ' WS-CENTRE-CODE
               CLOSE BOARD-RESULT-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE BI-HDR-EXAM-YEAR TO WS-EXAM-YEAR.
           MOVE BI-HDR-CENTRE    TO WS-CENTRE-CODE.
           DISPLAY 'RESULTS FOR EXAM YEAR ' WS-EXAM-YEAR
               ' PUBLISHED ' BI-HDR-PUBLISHED.

           OPEN INPUT BOARD-REGISTRATION.
           IF WS-REG-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-REGISTRATION. Status: "
                   WS-REG-FS
               CLOSE BOARD-RESULT-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               CLOSE BOARD-RESULT-IN
               CLOSE BOARD-REGISTRATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE BOARD-RESULT-IN
               CLOSE BOARD-REGISTRATION
               CLOSE MARKS-POSTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BOARD-RESULTS.
           IF WS-RES-FS EQUAL '35'
               OPEN OUTPUT BOARD-RESULTS
               CLOSE BOARD-RESULTS
               OPEN I-O BOARD-RESULTS
           END-IF.
           IF WS-RES-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-RESULTS. Status: "
                   WS-RES-FS
               CLOSE BOARD-RESULT-IN
               CLOSE BOARD-REGISTRATION
               CLOSE MARKS-POSTED
               CLOSE SUBJECT-MAST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.

           MOVE WS-EXAM-YEAR    TO H1-EXAM-YEAR.
           MOVE WS-CENTRE-CODE  TO H1-CENTRE.
           MOVE WS-VARIANCE-PCT TO H1-TOLERANCE.
           MOVE WS-HEADING-1 TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'RESULTS NOT LOADED:' TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ BOARD-RESULT-IN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN BI-DETAIL
                               ADD 1 TO WS-DETAIL-COUNT
                               PERFORM LOAD-ONE-RESULT
                           WHEN BI-TRAILER
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               IF BI-TRL-COUNT NOT EQUAL
                                   WS-DETAIL-COUNT
                                   DISPLAY 'TRAILER COUNT '
                                       BI-TRL-COUNT ' BUT '
                                       WS-DETAIL-COUNT ' RESULTS READ'
                                   MOVE 4 TO RETURN-CODE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.

           IF WS-UNMATCHED-COUNT = ZERO
               MOVE '  (NONE)' TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.
           IF WS-TRAILER-SEEN = 'N'
               DISPLAY 'BOARD RESULT FILE HAS NO TRAILER - '
                   'IT MAY BE INCOMPLETE'
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM PRINT-SUBJECT-VARIANCE.
           PERFORM PRINT-TEACHER-VARIANCE.

           CLOSE BOARD-RESULT-IN.
           CLOSE BOARD-REGISTRATION.
           CLOSE MARKS-POSTED.
           CLOSE SUBJECT-MAST.
           CLOSE BOARD-RESULTS.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
           CLOSE VARIANCE-REPORT.

           DISPLAY 'RESULTS READ: '         WS-DETAIL-COUNT.
           DISPLAY 'LOADED: '               WS-LOADED-COUNT.
           DISPLAY 'RELOADED OVER PRIOR: '  WS-RELOADED-COUNT.
           DISPLAY 'NOT LOADED: '           WS-UNMATCHED-COUNT.
           DISPLAY 'NO INTERNAL MARK TO COMPARE: ' WS-NO-MARK-COUNT.
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-BOARD-PARMS.
           PERFORM LOAD-PARM-CARD.
           MOVE 'BOARD-CENTRE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:6) TO WS-CENTRE-CODE
           END-IF.
           MOVE 'BOARD-CLASS-YEAR' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-BOARD-CLASS-YEAR
           END-IF.
           MOVE 'BOARD-VAR-PCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-VARIANCE-PCT
           END-IF.

       LOAD-SUBJECT-MAP.
           OPEN INPUT BOARD-SUBJECT-MAP.
           IF WS-MAP-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-SUBJECT-MAP. Status: "
                   WS-MAP-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOARD-SUBJECT-MAP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-MAP-COUNT < 100
                           ADD 1 TO WS-MAP-COUNT
                           MOVE BX-SUBJECT-CODE
                               TO WS-MAP-SUBJECT(WS-MAP-COUNT)
                           MOVE BX-BOARD-CODE
                               TO WS-MAP-BOARD(WS-MAP-COUNT)
                       ELSE
                           DISPLAY 'CROSSWALK TABLE FULL - '
                               BX-SUBJECT-CODE ' IGNORED'
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           CLOSE BOARD-SUBJECT-MAP.

      * Without the assignment file every subject reports under no
      * teacher; the subject variance is unaffected.
       LOAD-ASSIGN-TABLE.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-ASG-FS NOT EQUAL '00'
               DISPLAY 'NO TEACHING-ASSIGNMENT - SUBJECTS NOT '
                   'TIED TO TEACHERS. STATUS: ' WS-ASG-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEACHING-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TA-ASSIGNED
                               AND TA-CLASS-YEAR = WS-BOARD-CLASS-YEAR
                               AND WS-ASSIGN-COUNT < 200
                               ADD 1 TO WS-ASSIGN-COUNT
                               MOVE TA-SUBJECT-CODE
                                   TO WS-AS-SUBJECT(WS-ASSIGN-COUNT)
                               MOVE TA-STAFF-ID
                                   TO WS-AS-STAFF-ID(WS-ASSIGN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE TEACHING-ASSIGNMENT
           END-IF.

       LOAD-ONE-RESULT.
           MOVE SPACES TO WS-REASON.
           IF BI-SCHOOL-REF IS NOT NUMERIC
               MOVE 'CANDIDATE REFERENCE NOT NUMERIC' TO WS-REASON
           ELSE
               MOVE WS-EXAM-YEAR  TO BR-EXAM-YEAR
               MOVE BI-SCHOOL-REF TO BR-STUDENT-ID
               READ BOARD-REGISTRATION
                   KEY IS BR-KEY
                   INVALID KEY
                       MOVE 'CANDIDATE NOT REGISTERED FROM HERE'
                           TO WS-REASON
               END-READ
           END-IF.
           IF WS-REASON = SPACES
               MOVE 'N' TO WS-MAP-FOUND
               PERFORM VARYING WS-MAP-I FROM 1 BY 1
                       UNTIL WS-MAP-I > WS-MAP-COUNT
                           OR WS-MAP-FOUND = 'Y'
                   IF WS-MAP-BOARD(WS-MAP-I) = BI-BOARD-SUBJECT
                       MOVE 'Y' TO WS-MAP-FOUND
                   END-IF
               END-PERFORM
               IF WS-MAP-FOUND = 'N'
                   MOVE 'BOARD SUBJECT NOT ON THE CROSSWALK'
                       TO WS-REASON
               ELSE
                   SUBTRACT 1 FROM WS-MAP-I
               END-IF
           END-IF.
           IF WS-REASON = SPACES
               IF BI-BOARD-MARK IS NOT NUMERIC
                   OR BI-BOARD-MARK > 100
                   MOVE 'BOARD MARK NOT A PERCENTAGE' TO WS-REASON
               END-IF
           END-IF.

           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE BI-SCHOOL-REF    TO UL-SCHOOL-REF
               MOVE BI-BOARD-SUBJECT TO UL-BOARD-SUBJECT
               MOVE WS-REASON        TO UL-REASON
               MOVE WS-UNMATCHED-LINE TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           ELSE
               PERFORM STORE-RESULT
           END-IF.

       STORE-RESULT.
           MOVE BI-SCHOOL-REF           TO BRS-STUDENT-ID.
           MOVE BI-BOARD-SUBJECT        TO BRS-BOARD-SUBJECT.
           MOVE WS-EXAM-YEAR            TO BRS-EXAM-YEAR.
           MOVE WS-MAP-SUBJECT(WS-MAP-I) TO BRS-SUBJECT-CODE.
           MOVE BI-BOARD-MARK           TO BRS-BOARD-MARK.
           MOVE BI-BOARD-GRADE          TO BRS-BOARD-GRADE.
           MOVE WS-TODAY                TO BRS-IMPORT-DATE.
           PERFORM FIND-FINAL-MARK.

           WRITE BOARD-RESULTS-REC
               INVALID KEY
                   REWRITE BOARD-RESULTS-REC
                       INVALID KEY
                           DISPLAY 'BOARD-RESULTS: Invalid Key '
                               BRS-KEY
                       NOT INVALID KEY
                           ADD 1 TO WS-RELOADED-COUNT
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

           PERFORM TALLY-VARIANCE.

      * The latest term's normal posted mark for the subject is the
      * school's final word on it; absent and exempt papers are
      * passed over.
       FIND-FINAL-MARK.
           MOVE SPACES TO WS-FINAL-TERM.
           MOVE ZERO   TO WS-FINAL-MARK.
           MOVE 'N' TO WS-MARK-EOF.
           MOVE BRS-STUDENT-ID   TO MP-STUDENT-ID.
           MOVE BRS-SUBJECT-CODE TO MP-SUBJECT-CODE.
           MOVE LOW-VALUES       TO MP-TERM-CODE.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-MARK-EOF
           END-START.
           PERFORM UNTIL WS-MARK-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-MARK-EOF
                   NOT AT END
                       IF MP-STUDENT-ID NOT EQUAL BRS-STUDENT-ID
                           OR MP-SUBJECT-CODE NOT EQUAL
                               BRS-SUBJECT-CODE
                           MOVE 'Y' TO WS-MARK-EOF
                       ELSE
                           IF MP-NORMAL-MARK
                               MOVE MP-TERM-CODE TO WS-FINAL-TERM
                               MOVE MP-MARK      TO WS-FINAL-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FINAL-TERM = SPACES
               MOVE 'N'    TO BRS-SCHOOL-FLAG
               MOVE SPACES TO BRS-SCHOOL-TERM
               MOVE ZERO   TO BRS-SCHOOL-PCT
               MOVE SPACES TO BRS-SCHOOL-GRADE
               ADD 1 TO WS-NO-MARK-COUNT
           ELSE
               MOVE 100 TO WS-MAX-MARKS
               MOVE BRS-SUBJECT-CODE TO SM-SUBJECT-CODE
               READ SUBJECT-MAST
                   KEY IS SM-SUBJECT-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-MAX-MARKS > ZERO
                           MOVE SM-MAX-MARKS TO WS-MAX-MARKS
                       END-IF
               END-READ
               MOVE 'Y'           TO BRS-SCHOOL-FLAG
               MOVE WS-FINAL-TERM TO BRS-SCHOOL-TERM
               COMPUTE BRS-SCHOOL-PCT ROUNDED =
                   WS-FINAL-MARK * 100 / WS-MAX-MARKS
               MOVE WS-BOARD-CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR
               MOVE BRS-SCHOOL-PCT      TO WS-GRD-LOOKUP-PCT
               MOVE WS-TODAY            TO WS-GRD-LOOKUP-DATE
               PERFORM LOOKUP-GRADE
               MOVE WS-GRD-LETTER       TO BRS-SCHOOL-GRADE
           END-IF.

       TALLY-VARIANCE.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-SV-I FROM 1 BY 1
                   UNTIL WS-SV-I > WS-SV-COUNT
                       OR WS-ROW-FOUND = 'Y'
               IF WS-SV-SUBJECT(WS-SV-I) = BRS-SUBJECT-CODE
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 'Y'
               SUBTRACT 1 FROM WS-SV-I
           ELSE
               IF WS-SV-COUNT < 100
                   ADD 1 TO WS-SV-COUNT
                   MOVE WS-SV-COUNT TO WS-SV-I
                   INITIALIZE WS-SV-ROW(WS-SV-I)
                   MOVE BRS-SUBJECT-CODE TO WS-SV-SUBJECT(WS-SV-I)
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   DISPLAY 'SUBJECT VARIANCE TABLE FULL - '
                       BRS-SUBJECT-CODE ' NOT REPORTED'
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 'Y'
               ADD 1 TO WS-SV-RESULTS(WS-SV-I)
               IF BRS-HAS-SCHOOL-MARK
                   COMPUTE WS-VARIANCE =
                       BRS-BOARD-MARK - BRS-SCHOOL-PCT
                   ADD 1 TO WS-SV-COMPARED(WS-SV-I)
                   ADD BRS-SCHOOL-PCT TO WS-SV-SCHOOL-SUM(WS-SV-I)
                   ADD BRS-BOARD-MARK TO WS-SV-BOARD-SUM(WS-SV-I)
                   IF WS-VARIANCE NOT > 0 - WS-VARIANCE-PCT
                       ADD 1 TO WS-SV-BELOW(WS-SV-I)
                   END-IF
                   IF WS-VARIANCE NOT < WS-VARIANCE-PCT
                       ADD 1 TO WS-SV-ABOVE(WS-SV-I)
                   END-IF
               END-IF
           END-IF.
           IF BRS-HAS-SCHOOL-MARK
               PERFORM TALLY-TEACHER-VARIANCE
           END-IF.

      * The subject's teacher is the first active assignment for it
      * in the board's class year; staff number zero collects the
      * subjects nobody is assigned to.
       TALLY-TEACHER-VARIANCE.
           MOVE ZERO TO WS-STAFF-ID.
           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-AS-I FROM 1 BY 1
                   UNTIL WS-AS-I > WS-ASSIGN-COUNT
                       OR WS-ROW-FOUND = 'Y'
               IF WS-AS-SUBJECT(WS-AS-I) = BRS-SUBJECT-CODE
                   MOVE WS-AS-STAFF-ID(WS-AS-I) TO WS-STAFF-ID
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-ROW-FOUND.
           PERFORM VARYING WS-TV-I FROM 1 BY 1
                   UNTIL WS-TV-I > WS-TV-COUNT
                       OR WS-ROW-FOUND = 'Y'
               IF WS-TV-STAFF-ID(WS-TV-I) = WS-STAFF-ID
                   AND WS-TV-SUBJECT(WS-TV-I) = BRS-SUBJECT-CODE
                   MOVE 'Y' TO WS-ROW-FOUND
               END-IF
           END-PERFORM.
           IF WS-ROW-FOUND = 'Y'
               SUBTRACT 1 FROM WS-TV-I
           ELSE
               IF WS-TV-COUNT < 200
                   ADD 1 TO WS-TV-COUNT
                   MOVE WS-TV-COUNT TO WS-TV-I
                   INITIALIZE WS-TV-ROW(WS-TV-I)
                   MOVE WS-STAFF-ID      TO WS-TV-STAFF-ID(WS-TV-I)
                   MOVE BRS-SUBJECT-CODE TO WS-TV-SUBJECT(WS-TV-I)
                   MOVE 'Y' TO WS-ROW-FOUND
               ELSE
                   DISPLAY 'TEACHER VARIANCE TABLE FULL - '
                       WS-STAFF-ID ' NOT REPORTED'
               END-IF
           END-IF.
           IF WS-ROW-FOUND = 'Y'
               ADD 1 TO WS-TV-COMPARED(WS-TV-I)
               ADD BRS-SCHOOL-PCT TO WS-TV-SCHOOL-SUM(WS-TV-I)
               ADD BRS-BOARD-MARK TO WS-TV-BOARD-SUM(WS-TV-I)
               IF WS-VARIANCE NOT > 0 - WS-VARIANCE-PCT
                   ADD 1 TO WS-TV-BELOW(WS-TV-I)
               END-IF
               IF WS-VARIANCE NOT < WS-VARIANCE-PCT
                   ADD 1 TO WS-TV-ABOVE(WS-TV-I)
               END-IF
           END-IF.

       PRINT-SUBJECT-VARIANCE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'VARIANCE BY SUBJECT (BOARD LESS SCHOOL):'
               TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-SUBJECT-HEADING TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           PERFORM VARYING WS-SV-I FROM 1 BY 1
                   UNTIL WS-SV-I > WS-SV-COUNT
               MOVE WS-SV-SUBJECT(WS-SV-I) TO SL-SUBJECT
               MOVE WS-SV-SUBJECT(WS-SV-I) TO SM-SUBJECT-CODE
               READ SUBJECT-MAST
                   KEY IS SM-SUBJECT-CODE
                   INVALID KEY MOVE 'UNKNOWN SUBJECT'
                       TO SM-SUBJECT-NAME
               END-READ
               MOVE SM-SUBJECT-NAME         TO SL-NAME
               MOVE WS-SV-RESULTS(WS-SV-I)  TO SL-RESULTS
               MOVE WS-SV-COMPARED(WS-SV-I) TO SL-COMPARED
               MOVE ZERO TO WS-AVG-SCHOOL WS-AVG-BOARD
                   WS-AVG-VARIANCE
               IF WS-SV-COMPARED(WS-SV-I) > ZERO
                   COMPUTE WS-AVG-SCHOOL ROUNDED =
                       WS-SV-SCHOOL-SUM(WS-SV-I)
                           / WS-SV-COMPARED(WS-SV-I)
                   COMPUTE WS-AVG-BOARD ROUNDED =
                       WS-SV-BOARD-SUM(WS-SV-I)
                           / WS-SV-COMPARED(WS-SV-I)
                   COMPUTE WS-AVG-VARIANCE =
                       WS-AVG-BOARD - WS-AVG-SCHOOL
               END-IF
               MOVE WS-AVG-SCHOOL          TO SL-SCHOOL-AVG
               MOVE WS-AVG-BOARD           TO SL-BOARD-AVG
               MOVE WS-AVG-VARIANCE        TO SL-VARIANCE
               MOVE WS-SV-BELOW(WS-SV-I)   TO SL-BELOW
               MOVE WS-SV-ABOVE(WS-SV-I)   TO SL-ABOVE
               MOVE WS-SUBJECT-LINE TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-PERFORM.

       PRINT-TEACHER-VARIANCE.
           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE 'VARIANCE BY TEACHER (BOARD LESS SCHOOL):'
               TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           MOVE WS-TEACHER-HEADING TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

           PERFORM VARYING WS-TV-I FROM 1 BY 1
                   UNTIL WS-TV-I > WS-TV-COUNT
               MOVE WS-TV-STAFF-ID(WS-TV-I) TO TL-STAFF-ID
               IF WS-TV-STAFF-ID(WS-TV-I) = ZERO
                   MOVE 'NO TEACHER ASSIGNED' TO TL-STAFF-NAME
               ELSE
                   MOVE 'NOT ON STAFF MASTER' TO TL-STAFF-NAME
                   IF WS-STAFF-OPEN = 'Y'
                       MOVE WS-TV-STAFF-ID(WS-TV-I) TO SF-STAFF-ID
                       READ STAFF-MAST
                           KEY IS SF-STAFF-ID
                           INVALID KEY CONTINUE
                           NOT INVALID KEY
                               MOVE SF-STAFF-NAME TO TL-STAFF-NAME
                       END-READ
                   END-IF
               END-IF
               MOVE WS-TV-SUBJECT(WS-TV-I)  TO TL-SUBJECT
               MOVE WS-TV-COMPARED(WS-TV-I) TO TL-COMPARED
               COMPUTE WS-AVG-SCHOOL ROUNDED =
                   WS-TV-SCHOOL-SUM(WS-TV-I) / WS-TV-COMPARED(WS-TV-I)
               COMPUTE WS-AVG-BOARD ROUNDED =
                   WS-TV-BOARD-SUM(WS-TV-I) / WS-TV-COMPARED(WS-TV-I)
               COMPUTE WS-AVG-VARIANCE = WS-AVG-BOARD - WS-AVG-SCHOOL
               MOVE WS-AVG-SCHOOL          TO TL-SCHOOL-AVG
               MOVE WS-AVG-BOARD           TO TL-BOARD-AVG
               MOVE WS-AVG-VARIANCE        TO TL-VARIANCE
               MOVE WS-TV-BELOW(WS-TV-I)   TO TL-BELOW
               MOVE WS-TV-ABOVE(WS-TV-I)   TO TL-ABOVE
               MOVE WS-TEACHER-LINE TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-PERFORM.

       COPY "grdlkp.cpy".

       COPY "parmrd.cpy".
