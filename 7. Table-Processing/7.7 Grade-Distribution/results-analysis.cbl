      * GRADE-DISTRIBUTION-REPORT answers how a subject went across
      * the whole school; the head also wants to know how 8A did
      * against 8B and how one teacher's classes did against
      * another's. This report analyses the current term's
      * MARKS-POSTED marks by subject, teacher and section: each
      * mark is placed in its student's CLASS-YEAR and SECTION-CODE
      * off STUDENT-MASTER, and the section is put under the
      * subject's teacher for that class-year on TEACHING-ASSIGNMENT
      * (the first assigned teacher, as CLASS-LIST-REPORT takes it).
      * Each section line shows the mean mark, pass rate against the
      * subject's catalog pass mark, distinction rate (DISTINCTION-
      * PCT parm, 75 per cent of the subject maximum if not given)
      * and the movement of the mean against the same students'
      * marks in the previous term - the latest term before the
      * current one frozen on TERM-RESULTS. A section whose mean is
      * more than SECTION-MARGIN parm marks (10 if not given) below
      * the subject mean is flagged BELOW. Each teacher's sections
      * are rolled up under them, and the subject mean heads each
      * subject. Absent and exempt marks are not marks at all and
      * stay out of every count and average, and so do papers
      * cancelled for malpractice. The analysis goes to
      * RESULTS-ANALYSIS.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESULTS-ANALYSIS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

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

               SELECT TERM-RESULTS ASSIGN TO 'TERM-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-RESULTS-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT ANALYSIS-RPT ASSIGN TO 'RESULTS-ANALYSIS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD TERM-RESULTS.
           COPY "trmres.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD ANALYSIS-RPT.
           01 ANALYSIS-RPT-LINE     PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-ASG-FS             PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-RESULTS-FS         PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-PREVIOUS-TERM      PIC X(06) VALUE SPACES.
           01 WS-DISTINCTION-PCT    PIC 9(03) VALUE 75.
           01 WS-SECTION-MARGIN     PIC 9(03) VALUE 10.
           01 WS-MARK-PCT           PIC 9(03)V99.
           01 WS-PASS-MARK          PIC 9(03).
           01 WS-SUBJECT-MAX        PIC 9(03).
           01 WS-SKIPPED-MARKS      PIC 9(05) VALUE ZERO.
           01 WS-BELOW-COUNT        PIC 9(04) VALUE ZERO.
           COPY "subjtbl.cpy".
           COPY "parmtbl.cpy".

           01 WS-ASSIGN-TABLE.
               05 WS-ASSIGN-ROW OCCURS 1000 TIMES.
                   10 WS-AS-SUBJECT     PIC X(04).
                   10 WS-AS-CLASS-YEAR  PIC 9(02).
                   10 WS-AS-STAFF-ID    PIC 9(04).
           01 WS-ASSIGN-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-ASSIGN-I           PIC 9(04).

      *    One row per subject, teacher and section, kept in that
      *    order as rows are added so the report prints straight
      *    off the table. The PREV- counters hold the same students'
      *    marks for the previous term.
           01 WS-GROUP-TABLE.
               05 WS-GROUP-ROW OCCURS 600 TIMES.
                   10 WS-GR-KEY.
                       15 WS-GR-SUBJECT     PIC X(04).
                       15 WS-GR-STAFF-ID    PIC 9(04).
                       15 WS-GR-CLASS-YEAR  PIC 9(02).
                       15 WS-GR-SECTION     PIC X(01).
                   10 WS-GR-COUNT       PIC 9(05).
                   10 WS-GR-SUM         PIC 9(08).
                   10 WS-GR-PASS        PIC 9(05).
                   10 WS-GR-DIST        PIC 9(05).
                   10 WS-GR-PREV-COUNT  PIC 9(05).
                   10 WS-GR-PREV-SUM    PIC 9(08).
           01 WS-GROUP-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-GROUP-I            PIC 9(03).
           01 WS-GROUP-J            PIC 9(03).
           01 WS-NEW-KEY.
               05 WS-NK-SUBJECT     PIC X(04).
               05 WS-NK-STAFF-ID    PIC 9(04).
               05 WS-NK-CLASS-YEAR  PIC 9(02).
               05 WS-NK-SECTION     PIC X(01).

      *    Control-break totals while printing.
           01 WS-SUBJ-COUNT         PIC 9(05).
           01 WS-SUBJ-SUM           PIC 9(08).
           01 WS-SUBJ-MEAN          PIC 9(03)V99.
           01 WS-TCH-COUNT          PIC 9(05).
           01 WS-TCH-SUM            PIC 9(08).
           01 WS-TCH-PASS           PIC 9(05).
           01 WS-TCH-DIST           PIC 9(05).
           01 WS-PRIOR-SUBJECT      PIC X(04).
           01 WS-PRIOR-STAFF        PIC 9(04).
           01 WS-MEAN               PIC 9(03)V99.
           01 WS-PREV-MEAN          PIC 9(03)V99.
           01 WS-MOVEMENT           PIC S9(03)V99.
           01 WS-RATE               PIC 9(03)V99.

           01 WS-SUBJECT-HEADING.
               05 FILLER            PIC X(09) VALUE 'SUBJECT: '.
               05 SH-SUBJECT        PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SH-NAME           PIC A(20).
               05 FILLER            PIC X(08) VALUE ' MARKS= '.
               05 SH-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(15) VALUE ' SUBJECT MEAN= '.
               05 SH-MEAN           PIC ZZ9.99.

           01 WS-COLUMN-HEADING.
               05 FILLER            PIC X(20)
                   VALUE '  TEACHER CLASS  MAR'.
               05 FILLER            PIC X(20)
                   VALUE 'KS    MEAN  PASS%  D'.
               05 FILLER            PIC X(20)
                   VALUE 'IST%  MOVEMENT      '.

           01 WS-SECTION-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 SL-CLASS-YEAR     PIC 9(02).
               05 SL-SECTION        PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-MEAN           PIC ZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SL-PASS           PIC ZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SL-DIST           PIC ZZ9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 SL-MOVEMENT       PIC X(07).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SL-FLAG           PIC X(05).
           01 WS-EDIT-MOVEMENT      PIC +ZZ9.99.

           01 WS-TEACHER-LINE.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 TL-STAFF-NAME     PIC A(15).
               05 FILLER            PIC X(06) VALUE ' ALL: '.
               05 TL-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-MEAN           PIC ZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 TL-PASS           PIC ZZ9.99.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 TL-DIST           PIC ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "RESULTS-ANALYSIS".

           PERFORM LOAD-PARM-CARD.
           MOVE 'DISTINCTION-PCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-DISTINCTION-PCT
           END-IF.
           MOVE 'SECTION-MARGIN' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-SECTION-MARGIN
           END-IF.
           DISPLAY 'DISTINCTION-PCT: ' WS-DISTINCTION-PCT.
           DISPLAY 'SECTION-MARGIN: '  WS-SECTION-MARGIN.

           PERFORM READ-TERM-CONTROL.
           PERFORM FIND-PREVIOUS-TERM.
           PERFORM LOAD-SUBJECT-TABLE.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM ACCUMULATE-MARKS.
           PERFORM PRINT-ANALYSIS.

           DISPLAY 'CURRENT TERM: '  WS-CURRENT-TERM.
           DISPLAY 'PREVIOUS TERM: ' WS-PREVIOUS-TERM.
           DISPLAY 'ABSENT/EXEMPT/CANCELLED LEFT OUT: '
               WS-SKIPPED-MARKS.
           DISPLAY 'SECTIONS FLAGGED BELOW: ' WS-BELOW-COUNT.
       STOP RUN.

       READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-CONTROL. Status: "
                   WS-TERM-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-CONTROL
               AT END
                   DISPLAY 'TERM-CONTROL IS EMPTY - NO CURRENT TERM'
                   CLOSE TERM-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
           END-READ.
           CLOSE TERM-CONTROL.

      * The previous term is the latest term code below the current
      * one that TERM-END-CLOSING has frozen. With no TERM-RESULTS
      * there is nothing to move against and the column prints N/A.
       FIND-PREVIOUS-TERM.
           OPEN INPUT TERM-RESULTS.
           IF WS-RESULTS-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TERM-RESULTS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TR-TERM-CODE < WS-CURRENT-TERM
                               AND (WS-PREVIOUS-TERM = SPACES
                                   OR TR-TERM-CODE > WS-PREVIOUS-TERM)
                               MOVE TR-TERM-CODE TO WS-PREVIOUS-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-RESULTS
           ELSE
               DISPLAY 'NO TERM-RESULTS - NO MOVEMENT SHOWN'
           END-IF.

       LOAD-ASSIGN-TABLE.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-ASG-FS NOT EQUAL '00'
               DISPLAY 'NO TEACHING-ASSIGNMENT - SECTIONS NOT '
                   'TIED TO TEACHERS. STATUS: ' WS-ASG-FS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEACHING-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TA-ASSIGNED
                               PERFORM ADD-ASSIGN-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHING-ASSIGNMENT
           END-IF.

       ADD-ASSIGN-ROW.
           IF WS-ASSIGN-COUNT < 1000
               ADD 1 TO WS-ASSIGN-COUNT
               MOVE TA-SUBJECT-CODE TO WS-AS-SUBJECT(WS-ASSIGN-COUNT)
               MOVE TA-CLASS-YEAR
                   TO WS-AS-CLASS-YEAR(WS-ASSIGN-COUNT)
               MOVE TA-STAFF-ID TO WS-AS-STAFF-ID(WS-ASSIGN-COUNT)
           ELSE
               DISPLAY 'ASSIGNMENT TABLE FULL - NOT LOADED: ' TA-KEY
           END-IF.

       ACCUMULATE-MARKS.
           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE MARKS-POSTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MP-TERM-CODE = WS-CURRENT-TERM
                           OR (MP-TERM-CODE = WS-PREVIOUS-TERM
                               AND WS-PREVIOUS-TERM NOT = SPACES)
                           PERFORM TALLY-ONE-MARK
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MARKS-POSTED.
           CLOSE STUDENT.

       TALLY-ONE-MARK.
           IF MP-ABSENT OR MP-EXEMPT OR MP-CANCELLED
               IF MP-TERM-CODE = WS-CURRENT-TERM
                   ADD 1 TO WS-SKIPPED-MARKS
               END-IF
           ELSE
               MOVE MP-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       DISPLAY 'NO STUDENT-MASTER RECORD - MARK '
                           'LEFT OUT: ' MP-KEY
                   NOT INVALID KEY
                       PERFORM FIND-GROUP-ROW
               END-READ
           END-IF.

      * The row for the mark's subject, its teacher for the
      * student's class-year, and the student's section; a new row
      * goes in at its sorted place.
       FIND-GROUP-ROW.
           MOVE MP-SUBJECT-CODE TO WS-NK-SUBJECT.
           MOVE CLASS-YEAR      TO WS-NK-CLASS-YEAR.
           MOVE SECTION-CODE    TO WS-NK-SECTION.
           MOVE ZERO            TO WS-NK-STAFF-ID.
           PERFORM VARYING WS-ASSIGN-I FROM 1 BY 1
               UNTIL WS-ASSIGN-I > WS-ASSIGN-COUNT
                  OR WS-NK-STAFF-ID NOT = ZERO
               IF WS-AS-SUBJECT(WS-ASSIGN-I) = MP-SUBJECT-CODE
                   AND WS-AS-CLASS-YEAR(WS-ASSIGN-I) = CLASS-YEAR
                   MOVE WS-AS-STAFF-ID(WS-ASSIGN-I) TO WS-NK-STAFF-ID
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-GROUP-I.
           PERFORM UNTIL WS-GROUP-I > WS-GROUP-COUNT
                  OR WS-GR-KEY(WS-GROUP-I) NOT < WS-NEW-KEY
               ADD 1 TO WS-GROUP-I
           END-PERFORM.
           IF WS-GROUP-I > WS-GROUP-COUNT
               OR WS-GR-KEY(WS-GROUP-I) NOT EQUAL WS-NEW-KEY
               IF WS-GROUP-COUNT >= 600
                   DISPLAY 'GROUP TABLE FULL - MARK LEFT OUT: '
                       MP-KEY
                   MOVE ZERO TO WS-GROUP-I
               ELSE
                   MOVE WS-GROUP-COUNT TO WS-GROUP-J
                   PERFORM UNTIL WS-GROUP-J < WS-GROUP-I
                       MOVE WS-GROUP-ROW(WS-GROUP-J)
                           TO WS-GROUP-ROW(WS-GROUP-J + 1)
                       SUBTRACT 1 FROM WS-GROUP-J
                   END-PERFORM
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-NEW-KEY TO WS-GR-KEY(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-COUNT(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-SUM(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-PASS(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-DIST(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-PREV-COUNT(WS-GROUP-I)
                   MOVE ZERO TO WS-GR-PREV-SUM(WS-GROUP-I)
               END-IF
           END-IF.

           IF WS-GROUP-I > ZERO
               PERFORM TALLY-INTO-GROUP
           END-IF.

       TALLY-INTO-GROUP.
           IF MP-TERM-CODE NOT = WS-CURRENT-TERM
               ADD 1       TO WS-GR-PREV-COUNT(WS-GROUP-I)
               ADD MP-MARK TO WS-GR-PREV-SUM(WS-GROUP-I)
           ELSE
               ADD 1       TO WS-GR-COUNT(WS-GROUP-I)
               ADD MP-MARK TO WS-GR-SUM(WS-GROUP-I)

               MOVE 40  TO WS-PASS-MARK
               MOVE 100 TO WS-SUBJECT-MAX
               SET SUBJ-I TO 1
               SEARCH WS-SUBJECT-ROW
                   AT END CONTINUE
                   WHEN WS-TBL-SUBJECT-CODE(SUBJ-I) = MP-SUBJECT-CODE
                       MOVE WS-TBL-PASS-MARK(SUBJ-I) TO WS-PASS-MARK
                       IF WS-TBL-MAX-MARKS(SUBJ-I) > ZERO
                           MOVE WS-TBL-MAX-MARKS(SUBJ-I)
                               TO WS-SUBJECT-MAX
                       END-IF
               END-SEARCH
               IF MP-MARK NOT < WS-PASS-MARK
                   ADD 1 TO WS-GR-PASS(WS-GROUP-I)
               END-IF
               COMPUTE WS-MARK-PCT ROUNDED =
                   (MP-MARK * 100) / WS-SUBJECT-MAX
               IF WS-MARK-PCT NOT < WS-DISTINCTION-PCT
                   ADD 1 TO WS-GR-DIST(WS-GROUP-I)
               END-IF
           END-IF.

      * Rows only carrying previous-term marks (a section with no
      * marks yet this term) print nothing.
       PRINT-ANALYSIS.
           OPEN OUTPUT ANALYSIS-RPT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening ANALYSIS-RPT. Status: "
                   WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.

           MOVE SPACES TO ANALYSIS-RPT-LINE.
           STRING 'RESULTS ANALYSIS BY TEACHER AND SECTION  TERM '
               WS-CURRENT-TERM '  PREVIOUS ' WS-PREVIOUS-TERM
               DELIMITED BY SIZE INTO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.

           MOVE HIGH-VALUES TO WS-PRIOR-SUBJECT.
           MOVE ZERO TO WS-PRIOR-STAFF.
           PERFORM VARYING WS-GROUP-I FROM 1 BY 1
               UNTIL WS-GROUP-I > WS-GROUP-COUNT
               IF WS-GR-COUNT(WS-GROUP-I) > ZERO
                   IF WS-GR-SUBJECT(WS-GROUP-I)
                       NOT EQUAL WS-PRIOR-SUBJECT
                       IF WS-PRIOR-SUBJECT NOT EQUAL HIGH-VALUES
                           PERFORM PRINT-TEACHER-TOTAL
                       END-IF
                       PERFORM PRINT-SUBJECT-HEADING
                   ELSE
                       IF WS-GR-STAFF-ID(WS-GROUP-I)
                           NOT EQUAL WS-PRIOR-STAFF
                           PERFORM PRINT-TEACHER-TOTAL
                           PERFORM START-TEACHER
                       END-IF
                   END-IF
                   PERFORM PRINT-SECTION-LINE
               END-IF
           END-PERFORM.
           IF WS-PRIOR-SUBJECT NOT EQUAL HIGH-VALUES
               PERFORM PRINT-TEACHER-TOTAL
           END-IF.

           CLOSE ANALYSIS-RPT.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.

      * The subject mean is over every section of the subject, so
      * the subject's rows are summed before the first one prints.
       PRINT-SUBJECT-HEADING.
           MOVE WS-GR-SUBJECT(WS-GROUP-I) TO WS-PRIOR-SUBJECT.
           MOVE ZERO TO WS-SUBJ-COUNT.
           MOVE ZERO TO WS-SUBJ-SUM.
           PERFORM VARYING WS-GROUP-J FROM WS-GROUP-I BY 1
               UNTIL WS-GROUP-J > WS-GROUP-COUNT
                  OR WS-GR-SUBJECT(WS-GROUP-J) NOT = WS-PRIOR-SUBJECT
               ADD WS-GR-COUNT(WS-GROUP-J) TO WS-SUBJ-COUNT
               ADD WS-GR-SUM(WS-GROUP-J)   TO WS-SUBJ-SUM
           END-PERFORM.
           COMPUTE WS-SUBJ-MEAN ROUNDED = WS-SUBJ-SUM / WS-SUBJ-COUNT.

           MOVE WS-PRIOR-SUBJECT TO SH-SUBJECT.
           MOVE 'UNKNOWN SUBJECT' TO SH-NAME.
           SET SUBJ-I TO 1.
           SEARCH WS-SUBJECT-ROW
               AT END CONTINUE
               WHEN WS-TBL-SUBJECT-CODE(SUBJ-I) = WS-PRIOR-SUBJECT
                   MOVE WS-TBL-SUBJECT-NAME(SUBJ-I) TO SH-NAME
           END-SEARCH.
           MOVE WS-SUBJ-COUNT TO SH-COUNT.
           MOVE WS-SUBJ-MEAN  TO SH-MEAN.
           MOVE SPACES TO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.
           MOVE WS-SUBJECT-HEADING TO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.
           MOVE WS-COLUMN-HEADING TO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.
           PERFORM START-TEACHER.

       START-TEACHER.
           MOVE WS-GR-STAFF-ID(WS-GROUP-I) TO WS-PRIOR-STAFF.
           MOVE ZERO TO WS-TCH-COUNT.
           MOVE ZERO TO WS-TCH-SUM.
           MOVE ZERO TO WS-TCH-PASS.
           MOVE ZERO TO WS-TCH-DIST.

       PRINT-SECTION-LINE.
           ADD WS-GR-COUNT(WS-GROUP-I) TO WS-TCH-COUNT.
           ADD WS-GR-SUM(WS-GROUP-I)   TO WS-TCH-SUM.
           ADD WS-GR-PASS(WS-GROUP-I)  TO WS-TCH-PASS.
           ADD WS-GR-DIST(WS-GROUP-I)  TO WS-TCH-DIST.

           MOVE WS-GR-STAFF-ID(WS-GROUP-I)   TO SL-STAFF-ID.
           MOVE WS-GR-CLASS-YEAR(WS-GROUP-I) TO SL-CLASS-YEAR.
           MOVE WS-GR-SECTION(WS-GROUP-I)    TO SL-SECTION.
           MOVE WS-GR-COUNT(WS-GROUP-I)      TO SL-COUNT.
           COMPUTE WS-MEAN ROUNDED =
               WS-GR-SUM(WS-GROUP-I) / WS-GR-COUNT(WS-GROUP-I).
           MOVE WS-MEAN TO SL-MEAN.
           COMPUTE WS-RATE ROUNDED =
               (WS-GR-PASS(WS-GROUP-I) * 100) / WS-GR-COUNT(WS-GROUP-I).
           MOVE WS-RATE TO SL-PASS.
           COMPUTE WS-RATE ROUNDED =
               (WS-GR-DIST(WS-GROUP-I) * 100) / WS-GR-COUNT(WS-GROUP-I).
           MOVE WS-RATE TO SL-DIST.

           IF WS-GR-PREV-COUNT(WS-GROUP-I) > ZERO
               COMPUTE WS-PREV-MEAN ROUNDED =
                   WS-GR-PREV-SUM(WS-GROUP-I)
                       / WS-GR-PREV-COUNT(WS-GROUP-I)
               COMPUTE WS-MOVEMENT = WS-MEAN - WS-PREV-MEAN
               MOVE WS-MOVEMENT TO WS-EDIT-MOVEMENT
               MOVE WS-EDIT-MOVEMENT TO SL-MOVEMENT
           ELSE
               MOVE '    N/A' TO SL-MOVEMENT
           END-IF.

           MOVE SPACES TO SL-FLAG.
           IF WS-MEAN + WS-SECTION-MARGIN < WS-SUBJ-MEAN
               MOVE 'BELOW' TO SL-FLAG
               ADD 1 TO WS-BELOW-COUNT
           END-IF.

           MOVE WS-SECTION-LINE TO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.

       PRINT-TEACHER-TOTAL.
           IF WS-PRIOR-STAFF = ZERO
               MOVE 'NOT ASSIGNED' TO TL-STAFF-NAME
           ELSE
               MOVE 'NOT ON MASTER' TO TL-STAFF-NAME
               IF WS-STAFF-OPEN = 'Y'
                   MOVE WS-PRIOR-STAFF TO SF-STAFF-ID
                   READ STAFF-MAST
                       KEY IS SF-STAFF-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SF-STAFF-NAME TO TL-STAFF-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE WS-TCH-COUNT TO TL-COUNT.
           COMPUTE WS-MEAN ROUNDED = WS-TCH-SUM / WS-TCH-COUNT.
           MOVE WS-MEAN TO TL-MEAN.
           COMPUTE WS-RATE ROUNDED = (WS-TCH-PASS * 100) / WS-TCH-COUNT.
           MOVE WS-RATE TO TL-PASS.
           COMPUTE WS-RATE ROUNDED = (WS-TCH-DIST * 100) / WS-TCH-COUNT.
           MOVE WS-RATE TO TL-DIST.
           MOVE WS-TEACHER-LINE TO ANALYSIS-RPT-LINE.
           WRITE ANALYSIS-RPT-LINE.

       COPY "subjval.cpy".
       COPY "parmrd.cpy".
