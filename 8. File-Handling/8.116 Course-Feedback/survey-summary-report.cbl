      * The course feedback summary for the current term, off the
      * counts SURVEY-RESPONSE-IMPORT leaves on SURVEY-TALLY. Each
      * tally row is credited to its subject and, through
      * TEACHING-ASSIGNMENT, to every teacher assigned the subject
      * for that class-year, then SURVEY-SUMMARY.txt prints one
      * block per teacher and one per subject: for each question
      * the number answering, how many gave each score from 1 to 5,
      * the mean score, the school's mean for the same question and
      * the difference between the two.
      *
      * A question with fewer answers than SURVEY-MIN-RESP on the
      * parm card (five by default) prints as suppressed, so that
      * nobody can read a small class's opinions back to the
      * students in it. The school means are over every answer on
      * file and are never suppressed.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SURVEY-SUMMARY-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SURVEY-TALLY ASSIGN TO 'SURVEY-TALLY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SV-KEY
                   FILE STATUS IS WS-TALLY-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ASSIGN-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-MAST-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT SURVEY-SUMMARY ASSIGN TO 'SURVEY-SUMMARY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SURVEY-TALLY.
           COPY "survtly.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD SURVEY-SUMMARY.
           01 SURVEY-SUMMARY-LINE   PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TALLY-FS           PIC X(02).
           01 WS-ASSIGN-FS          PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-SUBJ-MAST-FS       PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
      *    Whether the look-up files opened at all - the status fields
      *    change on every keyed read, so they cannot double as the
      *    open flags.
           01 WS-ASSIGN-OPEN        PIC A(01) VALUE 'N'.
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-SUBJ-OPEN          PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TEACHER-EOF        PIC A(01).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-MIN-RESPONSES      PIC 9(03) VALUE 5.
           COPY "parmtbl.cpy".

      *    Every answer on file this term, by question, for the
      *    school means.
           01 WS-SCHOOL-TABLE.
               05 WS-SCH-Q OCCURS 10 TIMES.
                   10 WS-SCH-RESPONSES  PIC 9(07).
                   10 WS-SCH-TOTAL      PIC 9(08).

      *    The score counts gathered per subject and per teacher; a
      *    row's WS-xx-QUESTIONS group has the same shape as
      *    WS-UNIT-QUESTIONS, so one paragraph prints either.
           01 WS-SUBJ-TABLE.
               05 WS-SUBJ-ROW OCCURS 100 TIMES.
                   10 WS-SB-CODE        PIC X(04).
                   10 WS-SB-QUESTIONS.
                       15 WS-SB-Q OCCURS 10 TIMES.
                           20 WS-SB-CNT PIC 9(05) OCCURS 5 TIMES.
           01 WS-SUBJ-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-SUBJ-IDX           PIC 9(03).

           01 WS-TCH-TABLE.
               05 WS-TCH-ROW OCCURS 100 TIMES.
                   10 WS-TC-STAFF-ID    PIC 9(04).
                   10 WS-TC-QUESTIONS.
                       15 WS-TC-Q OCCURS 10 TIMES.
                           20 WS-TC-CNT PIC 9(05) OCCURS 5 TIMES.
           01 WS-TCH-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-TCH-IDX            PIC 9(03).

           01 WS-UNIT-QUESTIONS.
               05 WS-UN-Q OCCURS 10 TIMES.
                   10 WS-UN-CNT         PIC 9(05) OCCURS 5 TIMES.

           01 WS-Q                  PIC 9(02).
           01 WS-S                  PIC 9(01).
           01 WS-Q-RESPONSES        PIC 9(07).
           01 WS-Q-TOTAL            PIC 9(08).
           01 WS-Q-MEAN             PIC 9V99.
           01 WS-SCHOOL-MEAN        PIC 9V99.
           01 WS-MEAN-DIFF          PIC S9V99.
           01 WS-TALLY-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-UNASSIGNED-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-CREDITED           PIC A(01).

           01 WS-SCORE-HEADING.
               05 FILLER            PIC X(15) VALUE SPACES.
               05 FILLER            PIC X(30)
                   VALUE '     1     2     3     4     5'.

           01 WS-QUESTION-LINE.
               05 FILLER            PIC X(04) VALUE '   Q'.
               05 QL-QUESTION       PIC 9(02).
               05 FILLER            PIC X(04) VALUE '  N='.
               05 QL-RESPONSES      PIC ZZZZ9.
               05 QL-COUNT          PIC ZZZZZ9 OCCURS 5 TIMES.
               05 FILLER            PIC X(07) VALUE '  MEAN '.
               05 QL-MEAN           PIC 9.99.
               05 FILLER            PIC X(09) VALUE '  SCHOOL '.
               05 QL-SCHOOL-MEAN    PIC 9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QL-DIFF           PIC +9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SURVEY-SUMMARY-REPORT".

           PERFORM LOAD-PARM-CARD.
           MOVE 'SURVEY-MIN-RESP' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 1000
               MOVE WS-PARM-NUMERIC TO WS-MIN-RESPONSES
           END-IF.
           DISPLAY 'MINIMUM RESPONSES IN EFFECT: ' WS-MIN-RESPONSES.

           PERFORM READ-TERM-CONTROL.

           OPEN INPUT SURVEY-TALLY.
           IF WS-TALLY-FS NOT EQUAL '00'
               DISPLAY "Error opening SURVEY-TALLY. Status: "
                   WS-TALLY-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-ASSIGN-FS EQUAL '00'
               MOVE 'Y' TO WS-ASSIGN-OPEN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-MAST-FS EQUAL '00'
               MOVE 'Y' TO WS-SUBJ-OPEN
           END-IF.
           OPEN OUTPUT SURVEY-SUMMARY.

           INITIALIZE WS-SCHOOL-TABLE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SURVEY-TALLY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SV-TERM-CODE = WS-CURRENT-TERM
                           AND SV-QUESTION > ZERO
                           AND SV-QUESTION NOT > 10
                           PERFORM GATHER-ONE-TALLY
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-SCHOOL-MEANS.
           PERFORM PRINT-TEACHER-BLOCKS.
           PERFORM PRINT-SUBJECT-BLOCKS.

           CLOSE SURVEY-TALLY.
           IF WS-ASSIGN-OPEN = 'Y'
               CLOSE TEACHING-ASSIGNMENT
           END-IF.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
           IF WS-SUBJ-OPEN = 'Y'
               CLOSE SUBJECT-MAST
           END-IF.
           CLOSE SURVEY-SUMMARY.

           DISPLAY 'TALLY ROWS SUMMARISED: ' WS-TALLY-COUNT.
           DISPLAY 'ROWS WITH NO ASSIGNED TEACHER: '
               WS-UNASSIGNED-COUNT.
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

      * One tally row into the school totals, its subject's row and
      * each assigned teacher's row. The file is in key order, so a
      * subject's rows arrive together and only the last subject row
      * need be checked before opening a new one.
       GATHER-ONE-TALLY.
           ADD 1 TO WS-TALLY-COUNT.
           ADD SV-RESPONSES   TO WS-SCH-RESPONSES (SV-QUESTION).
           ADD SV-SCORE-TOTAL TO WS-SCH-TOTAL (SV-QUESTION).

           IF WS-SUBJ-COUNT = ZERO
               OR WS-SB-CODE (WS-SUBJ-COUNT) NOT = SV-SUBJECT-CODE
               IF WS-SUBJ-COUNT < 100
                   ADD 1 TO WS-SUBJ-COUNT
                   MOVE SV-SUBJECT-CODE TO WS-SB-CODE (WS-SUBJ-COUNT)
                   INITIALIZE WS-SB-QUESTIONS (WS-SUBJ-COUNT)
               ELSE
                   DISPLAY 'SUBJECT TABLE FULL - DROPPED: '
                       SV-SUBJECT-CODE
               END-IF
           END-IF.
           IF WS-SB-CODE (WS-SUBJ-COUNT) = SV-SUBJECT-CODE
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
                   ADD SV-SCORE-COUNT (WS-S)
                       TO WS-SB-CNT (WS-SUBJ-COUNT SV-QUESTION WS-S)
               END-PERFORM
           END-IF.

           MOVE 'N' TO WS-CREDITED.
           IF WS-ASSIGN-OPEN = 'Y'
               MOVE 'N' TO WS-TEACHER-EOF
               MOVE SV-SUBJECT-CODE TO TA-SUBJECT-CODE
               START TEACHING-ASSIGNMENT KEY NOT < TA-SUBJECT-CODE
                   INVALID KEY MOVE 'Y' TO WS-TEACHER-EOF
               END-START
               PERFORM UNTIL WS-TEACHER-EOF = 'Y'
                   READ TEACHING-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-TEACHER-EOF
                       NOT AT END PERFORM CREDIT-ONE-TEACHER
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-CREDITED = 'N'
               ADD 1 TO WS-UNASSIGNED-COUNT
           END-IF.

       CREDIT-ONE-TEACHER.
           IF TA-SUBJECT-CODE NOT EQUAL SV-SUBJECT-CODE
               MOVE 'Y' TO WS-TEACHER-EOF
           ELSE
               IF TA-ASSIGNED AND TA-CLASS-YEAR = SV-CLASS-YEAR
                   MOVE 'Y' TO WS-CREDITED
                   PERFORM FIND-TEACHER-ROW
                   IF WS-TCH-IDX > ZERO
                       PERFORM VARYING WS-S FROM 1 BY 1
                               UNTIL WS-S > 5
                           ADD SV-SCORE-COUNT (WS-S)
                               TO WS-TC-CNT (WS-TCH-IDX
                                   SV-QUESTION WS-S)
                       END-PERFORM
                   END-IF
               END-IF
           END-IF.

      * WS-TCH-IDX comes back on the teacher's row, opened if this is
      * the first of their tallies, or zero if the table is full.
       FIND-TEACHER-ROW.
           MOVE ZERO TO WS-TCH-IDX.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
                   OR WS-TC-STAFF-ID (WS-TCH-IDX) = TA-STAFF-ID
               CONTINUE
           END-PERFORM.
           IF WS-TCH-IDX > WS-TCH-COUNT
               IF WS-TCH-COUNT < 100
                   ADD 1 TO WS-TCH-COUNT
                   MOVE WS-TCH-COUNT TO WS-TCH-IDX
                   MOVE TA-STAFF-ID TO WS-TC-STAFF-ID (WS-TCH-IDX)
                   INITIALIZE WS-TC-QUESTIONS (WS-TCH-IDX)
               ELSE
                   DISPLAY 'TEACHER TABLE FULL - DROPPED: '
                       TA-STAFF-ID
                   MOVE ZERO TO WS-TCH-IDX
               END-IF
           END-IF.

       PRINT-SCHOOL-MEANS.
           MOVE SPACES TO SURVEY-SUMMARY-LINE.
           STRING 'COURSE FEEDBACK SUMMARY - TERM ' WS-CURRENT-TERM
               '   MINIMUM RESPONSES ' WS-MIN-RESPONSES
               DELIMITED BY SIZE INTO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           MOVE SPACES TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           MOVE 'SCHOOL MEAN BY QUESTION' TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 10
               IF WS-SCH-RESPONSES (WS-Q) > ZERO
                   PERFORM COMPUTE-SCHOOL-MEAN
                   MOVE WS-SCHOOL-MEAN TO QL-SCHOOL-MEAN
                   MOVE WS-SCH-RESPONSES (WS-Q) TO WS-Q-RESPONSES
                   MOVE SPACES TO SURVEY-SUMMARY-LINE
                   STRING '   Q' WS-Q '  N=' WS-Q-RESPONSES
                       '  MEAN ' QL-SCHOOL-MEAN
                       DELIMITED BY SIZE INTO SURVEY-SUMMARY-LINE
                   WRITE SURVEY-SUMMARY-LINE
               END-IF
           END-PERFORM.

       COMPUTE-SCHOOL-MEAN.
           MOVE ZERO TO WS-SCHOOL-MEAN.
           IF WS-SCH-RESPONSES (WS-Q) > ZERO
               COMPUTE WS-SCHOOL-MEAN ROUNDED =
                   WS-SCH-TOTAL (WS-Q) / WS-SCH-RESPONSES (WS-Q)
           END-IF.

       PRINT-TEACHER-BLOCKS.
           MOVE SPACES TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           MOVE 'BY TEACHER' TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           IF WS-TCH-COUNT = ZERO
               MOVE '   NO TEACHING ASSIGNMENTS MATCH THE SURVEY'
                   TO SURVEY-SUMMARY-LINE
               WRITE SURVEY-SUMMARY-LINE
           END-IF.
           PERFORM VARYING WS-TCH-IDX FROM 1 BY 1
                   UNTIL WS-TCH-IDX > WS-TCH-COUNT
               MOVE WS-TC-STAFF-ID (WS-TCH-IDX) TO SF-STAFF-ID
               MOVE 'NOT ON STAFF MASTER' TO SF-STAFF-NAME
               IF WS-STAFF-OPEN = 'Y'
                   READ STAFF-MAST
                       KEY IS SF-STAFF-ID
                       INVALID KEY MOVE 'NOT ON STAFF MASTER'
                           TO SF-STAFF-NAME
                   END-READ
               END-IF
               MOVE SPACES TO SURVEY-SUMMARY-LINE
               WRITE SURVEY-SUMMARY-LINE
               STRING 'TEACHER: ' WS-TC-STAFF-ID (WS-TCH-IDX)
                   '  ' SF-STAFF-NAME
                   DELIMITED BY SIZE INTO SURVEY-SUMMARY-LINE
               WRITE SURVEY-SUMMARY-LINE
               MOVE WS-TC-QUESTIONS (WS-TCH-IDX)
                   TO WS-UNIT-QUESTIONS
               PERFORM PRINT-UNIT-QUESTIONS
           END-PERFORM.

       PRINT-SUBJECT-BLOCKS.
           MOVE SPACES TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           MOVE 'BY SUBJECT' TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > WS-SUBJ-COUNT
               MOVE WS-SB-CODE (WS-SUBJ-IDX) TO SM-SUBJECT-CODE
               MOVE SPACES TO SM-SUBJECT-NAME
               IF WS-SUBJ-OPEN = 'Y'
                   READ SUBJECT-MAST
                       KEY IS SM-SUBJECT-CODE
                       INVALID KEY MOVE 'NOT IN CATALOG'
                           TO SM-SUBJECT-NAME
                   END-READ
               END-IF
               MOVE SPACES TO SURVEY-SUMMARY-LINE
               WRITE SURVEY-SUMMARY-LINE
               STRING 'SUBJECT: ' WS-SB-CODE (WS-SUBJ-IDX)
                   '  ' SM-SUBJECT-NAME
                   DELIMITED BY SIZE INTO SURVEY-SUMMARY-LINE
               WRITE SURVEY-SUMMARY-LINE
               MOVE WS-SB-QUESTIONS (WS-SUBJ-IDX)
                   TO WS-UNIT-QUESTIONS
               PERFORM PRINT-UNIT-QUESTIONS
           END-PERFORM.

      * The question lines for whichever teacher or subject is in
      * WS-UNIT-QUESTIONS. A question under the minimum prints
      * suppressed - neither its count nor its scores appear.
       PRINT-UNIT-QUESTIONS.
           MOVE WS-SCORE-HEADING TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.
           PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 10
               MOVE ZERO TO WS-Q-RESPONSES
               MOVE ZERO TO WS-Q-TOTAL
               PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
                   ADD WS-UN-CNT (WS-Q WS-S) TO WS-Q-RESPONSES
                   COMPUTE WS-Q-TOTAL = WS-Q-TOTAL
                       + WS-UN-CNT (WS-Q WS-S) * WS-S
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-Q-RESPONSES = ZERO
                       CONTINUE
                   WHEN WS-Q-RESPONSES < WS-MIN-RESPONSES
                       MOVE SPACES TO SURVEY-SUMMARY-LINE
                       STRING '   Q' WS-Q
                           '  SUPPRESSED - FEWER THAN '
                           WS-MIN-RESPONSES ' RESPONSES'
                           DELIMITED BY SIZE INTO SURVEY-SUMMARY-LINE
                       WRITE SURVEY-SUMMARY-LINE
                   WHEN OTHER
                       PERFORM PRINT-QUESTION-LINE
               END-EVALUATE
           END-PERFORM.

       PRINT-QUESTION-LINE.
           COMPUTE WS-Q-MEAN ROUNDED = WS-Q-TOTAL / WS-Q-RESPONSES.
           PERFORM COMPUTE-SCHOOL-MEAN.
           COMPUTE WS-MEAN-DIFF = WS-Q-MEAN - WS-SCHOOL-MEAN.
           MOVE WS-Q           TO QL-QUESTION.
           MOVE WS-Q-RESPONSES TO QL-RESPONSES.
           PERFORM VARYING WS-S FROM 1 BY 1 UNTIL WS-S > 5
               MOVE WS-UN-CNT (WS-Q WS-S) TO QL-COUNT (WS-S)
           END-PERFORM.
           MOVE WS-Q-MEAN      TO QL-MEAN.
           MOVE WS-SCHOOL-MEAN TO QL-SCHOOL-MEAN.
           MOVE WS-MEAN-DIFF   TO QL-DIFF.
           MOVE WS-QUESTION-LINE TO SURVEY-SUMMARY-LINE.
           WRITE SURVEY-SUMMARY-LINE.

       COPY "parmrd.cpy".
