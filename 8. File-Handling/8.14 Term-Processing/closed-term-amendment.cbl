      * TERM-END-CLOSING freezes a term onto TERM-RESULTS, but a
      * re-evaluation posted late or a supplementary correction can
      * still change that term's MARKS-POSTED afterwards - and the
      * frozen percentage, GPA and class rank, and every report
      * card, transcript and certificate printed from them, then
      * quietly disagree with the marks. This is the one controlled
      * way to amend a closed term:
      *   - the operator signs on against OPERATOR-MASTER and must
      *     hold at least the TERM-AMEND-LEVEL permission (full
      *     update by default), and must key a reason;
      *   - the term must be closed - on TERM-RESULTS and no longer
      *     the current term on TERM-CONTROL;
      *   - the operator keys the student numbers whose marks were
      *     changed - the students the re-evaluation, retake or
      *     malpractice outcome touched - and only those frozen
      *     records are recomputed from their posted marks the way
      *     the live figures are: percentage from the marks over a
      *     hundred a paper, GPA the paper's GRADE-SCALE points for
      *     the frozen class-year under the scale in force on the
      *     freeze date, credit-weighted off SUBJECT-MASTER as
      *     GPA-ATTENDANCE-BATCH weighs them, exempt papers left out
      *     of both. A record whose figures now differ is
      *     rewritten. Every other student's record keeps the
      *     percentage, marks and GPA it was frozen with - the
      *     master's keyed marks over total marks - so an amendment
      *     never moves a figure nobody changed;
      *   - the whole cohort frozen for the term is re-ranked from
      *     those percentages, standard competition ranking as in
      *     CLASS-RANK-BATCH, and TR-CLASS-RANK rewritten;
      *   - every student whose figures or rank moved gets a line
      *     on TERM-AMENDMENT-REGISTER - old and new percentage,
      *     GPA and rank, the operator and the reason;
      *   - REISSUE-LIST names what was already handed out on the
      *     old figures: each transcript on CERT-ISSUE-REGISTER
      *     issued to an amended student since the term was frozen,
      *     and each archived run on REPORT-REPOSITORY since the
      *     term began (ACADEMIC-CALENDAR) that prints the student's
      *     number.
      * An amended student with no posted marks for the term is left
      * as frozen, and a keyed number with no frozen record for the
      * term is reported and ignored. Where the marks are too many
      * for the three-digit frozen mark total, the total is left and
      * only the percentage and GPA move.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CLOSED-TERM-AMENDMENT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-RESULTS ASSIGN TO 'TERM-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-RESULTS-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-MAST-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT CERT-REGISTER
                   ASSIGN TO 'CERT-ISSUE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREG-FS.

               SELECT REPORT-REPOSITORY
                   ASSIGN TO 'REPORT-REPOSITORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPO-FS.

               SELECT AMENDMENT-REGISTER
                   ASSIGN TO 'TERM-AMENDMENT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AMD-FS.

               SELECT REISSUE-LIST ASSIGN TO 'REISSUE-LIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

      *    The amended term is graded under the scale in force on
      *    the day it was frozen, as TRANSCRIPT-PRINT letters it.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT RANK-WORK ASSIGN TO 'AMNDSORT'.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TERM-RESULTS.
           COPY "trmres.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD CERT-REGISTER.
           COPY "certreg.cpy".

           FD REPORT-REPOSITORY.
           COPY "rptrepo.cpy".

           FD AMENDMENT-REGISTER.
           01 AMENDMENT-REC.
               05 AMD-DATE          PIC 9(08).
               05 FILLER            PIC X(01).
               05 AMD-TIME          PIC 9(06).
               05 FILLER            PIC X(01).
               05 AMD-OPERATOR-ID   PIC X(08).
               05 FILLER            PIC X(01).
               05 AMD-TERM-CODE     PIC X(06).
               05 FILLER            PIC X(01).
               05 AMD-STUDENT-ID    PIC 9(05).
               05 FILLER            PIC X(05).
               05 AMD-OLD-PCT       PIC ZZ9.
               05 FILLER            PIC X(01).
               05 AMD-NEW-PCT       PIC ZZ9.
               05 FILLER            PIC X(05).
               05 AMD-OLD-GPA       PIC 9.99.
               05 FILLER            PIC X(01).
               05 AMD-NEW-GPA       PIC 9.99.
               05 FILLER            PIC X(06).
               05 AMD-OLD-RANK      PIC ZZZ9.
               05 FILLER            PIC X(01).
               05 AMD-NEW-RANK      PIC ZZZ9.
               05 FILLER            PIC X(01).
               05 AMD-REASON        PIC X(40).

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD REISSUE-LIST.
           01 REISSUE-LINE          PIC X(100).

           SD RANK-WORK.
           01 RANK-WORK-REC.
               05 RK-PERCENTAGE     PIC 9(03).
               05 RK-STUDENT-ID     PIC 9(05).
               05 RK-OLD-PCT        PIC 9(03).
               05 RK-OLD-GPA        PIC 9V99.
               05 RK-NEW-GPA        PIC 9V99.
               05 RK-OLD-RANK       PIC 9(04).
               05 RK-RESULT-MOVED   PIC A(01).
               05 RK-FROZEN-DATE    PIC 9(08).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RESULTS-FS         PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-SUBJ-MAST-FS       PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-OPER-FS            PIC X(02).
           01 WS-CREG-FS            PIC X(02).
           01 WS-REPO-FS            PIC X(02).
           01 WS-AMD-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-MARK-EOF           PIC A(01).
           01 WS-SUBJ-OPEN          PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-NOW                PIC 9(06).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-AMEND-TERM         PIC X(06) VALUE SPACES.
           01 WS-TERM-START         PIC 9(08) VALUE ZERO.
           01 WS-EARLIEST-FROZEN    PIC 9(08) VALUE ZERO.
           01 WS-REASON             PIC X(40) VALUE SPACES.
      *    TERM-AMEND-LEVEL on the parm card is the lowest operator
      *    permission level that may amend a closed term.
           01 WS-AMEND-LEVEL        PIC 9(01) VALUE 3.
           01 WS-SIGNON-ID          PIC X(08).
           01 WS-SIGNON-PASSWORD    PIC X(08).
           01 WS-AMEND-OK           PIC A(01) VALUE 'N'.

      *    One student's posted marks for the term.
           01 WS-MARK-SUM           PIC 9(05).
           01 WS-MARK-PAPERS        PIC 9(03).
           01 WS-MARK-POSSIBLE      PIC 9(05).
           01 WS-WEIGHTED-POINTS    PIC 9(05)V99.
           01 WS-WEIGHTED-CREDITS   PIC 9(04).
           01 WS-MARK-CREDITS       PIC 9(02).
           01 WS-NEW-PCT            PIC 9(03).
           01 WS-NEW-GPA            PIC 9V99.

      *    The student numbers keyed as amended. A hundred is far
      *    more than one hearing or re-evaluation sitting touches.
           01 WS-TARGET-COUNT       PIC 9(03) VALUE ZERO.
           01 WS-TARGET-TABLE.
               05 WS-TGT-ENTRY OCCURS 100 TIMES.
                   10 WS-TGT-STUDENT     PIC 9(05).
                   10 WS-TGT-FOUND       PIC A(01).
           01 WS-TGT-I              PIC 9(03).
           01 WS-TGT-HIT            PIC A(01).
           01 WS-ENTRY-ID           PIC 9(05).
           01 WS-ENTRY-DONE         PIC A(01) VALUE 'N'.
           01 WS-NOT-FROZEN-COUNT   PIC 9(03) VALUE ZERO.

      *    Ranking, as CLASS-RANK-BATCH does it.
           01 WS-POSITION           PIC 9(04) VALUE ZERO.
           01 WS-CURRENT-RANK       PIC 9(04) VALUE ZERO.
           01 WS-PRIOR-PERCENTAGE   PIC 9(03) VALUE ZERO.

      *    The students whose figures or rank moved, held for the
      *    reissue sweep, with the last archived run each was found
      *    in so a run is listed once per student.
           01 WS-AMENDED-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-AMENDED-TABLE.
               05 WS-AMD-ENTRY OCCURS 500 TIMES.
                   10 WS-AMD-STUDENT     PIC 9(05).
                   10 WS-AMD-FROZEN      PIC 9(08).
                   10 WS-AMD-LAST-REPORT PIC X(18).
                   10 WS-AMD-LAST-RUN    PIC 9(08).
           01 WS-AMD-I              PIC 9(03).
           01 WS-ID-TEXT            PIC 9(05).
           01 WS-ID-HITS            PIC 9(03).

           01 WS-COHORT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-NO-MARKS-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-RECOMPUTED-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-RERANKED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-TABLE-FULL-COUNT   PIC 9(06) VALUE ZERO.
           01 WS-REISSUE-COUNT      PIC 9(06) VALUE ZERO.
           COPY "parmtbl.cpy".

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CLOSED-TERM-AMENDMENT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'TERM-AMEND-LEVEL' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 4
               MOVE WS-PARM-NUMERIC TO WS-AMEND-LEVEL
           END-IF.

           PERFORM CHECK-AMEND-AUTHORITY.
           IF WS-AMEND-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-TERM-CONTROL.
           DISPLAY 'ENTER CLOSED TERM CODE TO AMEND: '.
           ACCEPT WS-AMEND-TERM.
           IF WS-AMEND-TERM = SPACES
               OR WS-AMEND-TERM = WS-CURRENT-TERM
               DISPLAY 'TERM ' WS-AMEND-TERM ' IS NOT A CLOSED TERM '
                   '- NOTHING AMENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'ENTER REASON FOR THE AMENDMENT: '.
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY 'NO REASON GIVEN - NOTHING AMENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ACCEPT-AMENDED-STUDENTS.
           IF WS-TARGET-COUNT = ZERO
               DISPLAY 'NO STUDENTS KEYED - NOTHING AMENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-GRADE-SCALE.
           PERFORM FIND-TERM-START.
           PERFORM OPEN-AMENDMENT-FILES.

      *    Recompute on the way into the sort, rank on the way out:
      *    the cohort comes back best percentage first.
           SORT RANK-WORK ON DESCENDING KEY RK-PERCENTAGE
               INPUT PROCEDURE IS RECOMPUTE-TERM-COHORT
               OUTPUT PROCEDURE IS RERANK-TERM-COHORT.

           CLOSE TERM-RESULTS.
           CLOSE MARKS-POSTED.
           IF WS-SUBJ-OPEN = 'Y'
               CLOSE SUBJECT-MAST
           END-IF.
           CLOSE AMENDMENT-REGISTER.

           IF WS-COHORT-COUNT = ZERO
               DISPLAY 'NO TERM-RESULTS FROZEN FOR TERM '
                   WS-AMEND-TERM
               CLOSE REISSUE-LIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING WS-TGT-I FROM 1 BY 1
               UNTIL WS-TGT-I > WS-TARGET-COUNT
               IF WS-TGT-FOUND(WS-TGT-I) = 'N'
                   ADD 1 TO WS-NOT-FROZEN-COUNT
                   DISPLAY 'NOT FROZEN FOR TERM ' WS-AMEND-TERM
                       ' - IGNORED: ' WS-TGT-STUDENT(WS-TGT-I)
               END-IF
           END-PERFORM.

           IF WS-TERM-START = ZERO
               MOVE WS-EARLIEST-FROZEN TO WS-TERM-START
           END-IF.
           PERFORM LIST-CERTIFICATES-TO-REISSUE.
           PERFORM LIST-REPORTS-TO-REISSUE.
           CLOSE REISSUE-LIST.

           DISPLAY 'TERM AMENDED: '            WS-AMEND-TERM.
           DISPLAY 'COHORT RECORDS: '          WS-COHORT-COUNT.
           DISPLAY 'STUDENTS KEYED: '          WS-TARGET-COUNT.
           DISPLAY 'RESULTS RECOMPUTED: '      WS-RECOMPUTED-COUNT.
           DISPLAY 'RANKS CHANGED: '           WS-RERANKED-COUNT.
           DISPLAY 'NO POSTED MARKS - LEFT: '  WS-NO-MARKS-COUNT.
           DISPLAY 'DOCUMENTS TO REISSUE: '    WS-REISSUE-COUNT.
           IF WS-TABLE-FULL-COUNT > ZERO
               DISPLAY 'AMENDED STUDENTS NOT SWEPT FOR REISSUE: '
                   WS-TABLE-FULL-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NOT-FROZEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, as OPERATOR-MENU does it.
       CHECK-AMEND-AUTHORITY.
           MOVE 'N' TO WS-AMEND-OK.
           OPEN INPUT OPERATOR-MAST.
           IF WS-OPER-FS NOT EQUAL '00'
               DISPLAY 'OPERATOR-MASTER NOT AVAILABLE. STATUS: '
                   WS-OPER-FS
           ELSE
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT WS-SIGNON-ID
               DISPLAY 'ENTER PASSWORD: '
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
               READ OPERATOR-MAST
                   KEY IS OP-OPERATOR-ID
                   INVALID KEY DISPLAY 'OPERATOR NOT ON FILE'
                   NOT INVALID KEY
                       IF OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       ELSE
                           IF OP-PERM-LEVEL < WS-AMEND-LEVEL
                               DISPLAY 'NOT AUTHORIZED - LEVEL '
                                   WS-AMEND-LEVEL
                                   ' REQUIRED TO AMEND A CLOSED TERM'
                           ELSE
                               MOVE 'Y' TO WS-AMEND-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

      * The students whose marks were changed, keyed one at a time;
      * zero ends the list. A number keyed twice is taken once.
       ACCEPT-AMENDED-STUDENTS.
           PERFORM UNTIL WS-ENTRY-DONE = 'Y'
               DISPLAY 'ENTER AMENDED STUDENT ID (ZERO TO END): '
               ACCEPT WS-ENTRY-ID
               IF WS-ENTRY-ID = ZERO
                   MOVE 'Y' TO WS-ENTRY-DONE
               ELSE
                   PERFORM NOTE-AMENDED-STUDENT
               END-IF
           END-PERFORM.

       NOTE-AMENDED-STUDENT.
           PERFORM FIND-TARGET.
           EVALUATE TRUE
               WHEN WS-TGT-HIT = 'Y'
                   DISPLAY 'ALREADY KEYED: ' WS-ENTRY-ID
               WHEN WS-TARGET-COUNT >= 100
                   DISPLAY 'LIST FULL - RUN THE REST SEPARATELY: '
                       WS-ENTRY-ID
               WHEN OTHER
                   ADD 1 TO WS-TARGET-COUNT
                   MOVE WS-ENTRY-ID
                       TO WS-TGT-STUDENT(WS-TARGET-COUNT)
                   MOVE 'N' TO WS-TGT-FOUND(WS-TARGET-COUNT)
           END-EVALUATE.

      * Whether WS-ENTRY-ID is on the keyed list; WS-TGT-I is left
      * on its row when it is.
       FIND-TARGET.
           MOVE 'N' TO WS-TGT-HIT.
           PERFORM VARYING WS-TGT-I FROM 1 BY 1
               UNTIL WS-TGT-I > WS-TARGET-COUNT OR WS-TGT-HIT = 'Y'
               IF WS-TGT-STUDENT(WS-TGT-I) = WS-ENTRY-ID
                   MOVE 'Y' TO WS-TGT-HIT
               END-IF
           END-PERFORM.
           IF WS-TGT-HIT = 'Y'
               SUBTRACT 1 FROM WS-TGT-I
           END-IF.

       READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-CONTROL. Status: "
                   WS-TERM-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-CONTROL
               AT END MOVE SPACES TO WS-CURRENT-TERM
               NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
           END-READ.
           CLOSE TERM-CONTROL.
           DISPLAY 'CURRENT TERM: ' WS-CURRENT-TERM.

      * The first day of the term, for the archived-report sweep; a
      * term not on the calendar falls back to its close date.
       FIND-TERM-START.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS EQUAL '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AC-TERM-CODE = WS-AMEND-TERM
                               AND AC-TERM-DATES
                               MOVE AC-DATE-1 TO WS-TERM-START
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
               MOVE 'N' TO WS-EOF
           END-IF.

       OPEN-AMENDMENT-FILES.
           OPEN I-O TERM-RESULTS.
           IF WS-RESULTS-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-RESULTS. Status: "
                   WS-RESULTS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               CLOSE TERM-RESULTS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-MAST-FS EQUAL '00'
               MOVE 'Y' TO WS-SUBJ-OPEN
           ELSE
               DISPLAY 'SUBJECT-MASTER NOT AVAILABLE - EVERY MARK '
                   'WEIGHS ONE CREDIT. STATUS: ' WS-SUBJ-MAST-FS
           END-IF.

           OPEN EXTEND AMENDMENT-REGISTER.
           IF WS-AMD-FS EQUAL '35'
               OPEN OUTPUT AMENDMENT-REGISTER
           END-IF.
           IF WS-AMD-FS NOT EQUAL '00'
               DISPLAY "Error opening AMENDMENT-REGISTER. Status: "
                   WS-AMD-FS
               CLOSE TERM-RESULTS
               CLOSE MARKS-POSTED
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT REISSUE-LIST.
           MOVE SPACES TO REISSUE-LINE.
           STRING 'DOCUMENTS TO REISSUE - TERM ' WS-AMEND-TERM
               ' AMENDED ' WS-TODAY ' BY ' WS-SIGNON-ID
               DELIMITED BY SIZE INTO REISSUE-LINE.
           WRITE REISSUE-LINE.

      * Every record frozen for the term goes into the ranking; only
      * the keyed students are recomputed, and those whose posted
      * marks now say otherwise are rewritten on the way. Everyone
      * else ranks on the percentage they were frozen with.
       RECOMPUTE-TERM-COHORT.
           MOVE LOW-VALUES TO TR-KEY.
           START TERM-RESULTS KEY NOT < TR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-RESULTS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TR-TERM-CODE = WS-AMEND-TERM
                           PERFORM RECOMPUTE-ONE-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RECOMPUTE-ONE-RESULT.
           ADD 1 TO WS-COHORT-COUNT.
           IF WS-EARLIEST-FROZEN = ZERO
               OR TR-FROZEN-DATE < WS-EARLIEST-FROZEN
               MOVE TR-FROZEN-DATE TO WS-EARLIEST-FROZEN
           END-IF.
           MOVE TR-STUDENT-ID  TO RK-STUDENT-ID.
           MOVE TR-PERCENTAGE  TO RK-OLD-PCT.
           MOVE TR-GPA         TO RK-OLD-GPA.
           MOVE TR-CLASS-RANK  TO RK-OLD-RANK.
           MOVE TR-FROZEN-DATE TO RK-FROZEN-DATE.
           MOVE 'N'            TO RK-RESULT-MOVED.

           MOVE TR-STUDENT-ID TO WS-ENTRY-ID.
           PERFORM FIND-TARGET.
           IF WS-TGT-HIT = 'Y'
               MOVE 'Y' TO WS-TGT-FOUND(WS-TGT-I)
               PERFORM RECOMPUTE-AMENDED-RESULT
           END-IF.
           MOVE TR-PERCENTAGE TO RK-PERCENTAGE.
           MOVE TR-GPA        TO RK-NEW-GPA.
           RELEASE RANK-WORK-REC.

       RECOMPUTE-AMENDED-RESULT.
           PERFORM SUM-TERM-MARKS.
           IF WS-MARK-PAPERS = ZERO
               ADD 1 TO WS-NO-MARKS-COUNT
           ELSE
               COMPUTE WS-NEW-PCT ROUNDED =
                   (WS-MARK-SUM / WS-MARK-POSSIBLE) * 100
               DIVIDE WS-WEIGHTED-POINTS BY WS-WEIGHTED-CREDITS
                   GIVING WS-NEW-GPA ROUNDED
               IF WS-NEW-PCT NOT = TR-PERCENTAGE
                   OR WS-NEW-GPA NOT = TR-GPA
                   MOVE WS-NEW-PCT TO TR-PERCENTAGE
                   MOVE WS-NEW-GPA TO TR-GPA
                   IF WS-MARK-POSSIBLE < 1000
                       MOVE WS-MARK-SUM      TO TR-MARKS
                       MOVE WS-MARK-POSSIBLE TO TR-TOTAL-MARKS
                   END-IF
                   REWRITE TERM-RESULTS-FILE
                       INVALID KEY
                           DISPLAY 'AMEND: Invalid Key ' TR-KEY
                       NOT INVALID KEY
                           MOVE 'Y' TO RK-RESULT-MOVED
                           ADD 1 TO WS-RECOMPUTED-COUNT
                   END-REWRITE
               END-IF
           END-IF.

      * The student's marks for the term off MARKS-POSTED, keyed
      * student first, so one START walks all their subjects.
       SUM-TERM-MARKS.
           MOVE ZERO TO WS-MARK-SUM.
           MOVE ZERO TO WS-MARK-PAPERS.
           MOVE ZERO TO WS-MARK-POSSIBLE.
           MOVE ZERO TO WS-WEIGHTED-POINTS.
           MOVE ZERO TO WS-WEIGHTED-CREDITS.
           MOVE 'N' TO WS-MARK-EOF.
           MOVE TR-STUDENT-ID TO MP-STUDENT-ID.
           MOVE LOW-VALUES    TO MP-SUBJECT-CODE.
           MOVE LOW-VALUES    TO MP-TERM-CODE.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-MARK-EOF
           END-START.
           PERFORM UNTIL WS-MARK-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-MARK-EOF
                   NOT AT END
                       IF MP-STUDENT-ID NOT = TR-STUDENT-ID
                           MOVE 'Y' TO WS-MARK-EOF
                       ELSE
                           IF MP-TERM-CODE = WS-AMEND-TERM
                               AND NOT MP-EXEMPT
                               PERFORM ADD-ONE-POSTED-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * An unlisted or zero-credit subject weighs one credit, as in
      * the GPA batch, and the paper's grade points come off the
      * scale the term was frozen under.
       ADD-ONE-POSTED-MARK.
           ADD MP-MARK TO WS-MARK-SUM.
           ADD 1 TO WS-MARK-PAPERS.
           ADD 100 TO WS-MARK-POSSIBLE.
           MOVE 1 TO WS-MARK-CREDITS.
           IF WS-SUBJ-OPEN = 'Y'
               MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE
               READ SUBJECT-MAST
                   KEY IS SM-SUBJECT-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SM-CREDIT-HOURS > ZERO
                           MOVE SM-CREDIT-HOURS TO WS-MARK-CREDITS
                       END-IF
               END-READ
           END-IF.
           MOVE TR-CLASS-YEAR  TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE MP-MARK        TO WS-GRD-LOOKUP-PCT.
           MOVE TR-FROZEN-DATE TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-WEIGHTED-POINTS =
               WS-WEIGHTED-POINTS + WS-GRD-POINTS * WS-MARK-CREDITS.
           ADD WS-MARK-CREDITS TO WS-WEIGHTED-CREDITS.

       RERANK-TERM-COHORT.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN RANK-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM RERANK-ONE-STUDENT
               END-RETURN
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      * Standard competition ranking: tied percentages share a rank
      * and the next distinct percentage takes the position number.
       RERANK-ONE-STUDENT.
           ADD 1 TO WS-POSITION.
           IF WS-POSITION = 1
               OR RK-PERCENTAGE NOT EQUAL WS-PRIOR-PERCENTAGE
               MOVE WS-POSITION TO WS-CURRENT-RANK
           END-IF.
           MOVE RK-PERCENTAGE TO WS-PRIOR-PERCENTAGE.

           IF WS-CURRENT-RANK NOT = RK-OLD-RANK
               MOVE RK-STUDENT-ID TO TR-STUDENT-ID
               MOVE WS-AMEND-TERM TO TR-TERM-CODE
               READ TERM-RESULTS
                   KEY IS TR-KEY
                   INVALID KEY
                       DISPLAY 'RANK: NOT ON TERM-RESULTS '
                           RK-STUDENT-ID
               END-READ
               IF WS-RESULTS-FS EQUAL '00'
                   MOVE WS-CURRENT-RANK TO TR-CLASS-RANK
                   REWRITE TERM-RESULTS-FILE
                   IF WS-RESULTS-FS EQUAL '00'
                       ADD 1 TO WS-RERANKED-COUNT
                   ELSE
                       DISPLAY 'RANK: REWRITE FAILED ' RK-STUDENT-ID
                           ' STATUS ' WS-RESULTS-FS
                   END-IF
               END-IF
           END-IF.

           IF RK-RESULT-MOVED = 'Y'
               OR WS-CURRENT-RANK NOT = RK-OLD-RANK
               PERFORM REGISTER-AMENDMENT
           END-IF.

       REGISTER-AMENDMENT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
           MOVE SPACES TO AMENDMENT-REC.
           MOVE WS-TODAY        TO AMD-DATE.
           MOVE WS-NOW          TO AMD-TIME.
           MOVE WS-SIGNON-ID    TO AMD-OPERATOR-ID.
           MOVE WS-AMEND-TERM   TO AMD-TERM-CODE.
           MOVE RK-STUDENT-ID   TO AMD-STUDENT-ID.
           MOVE RK-OLD-PCT      TO AMD-OLD-PCT.
           MOVE RK-PERCENTAGE   TO AMD-NEW-PCT.
           MOVE RK-OLD-GPA      TO AMD-OLD-GPA.
           MOVE RK-NEW-GPA      TO AMD-NEW-GPA.
           MOVE RK-OLD-RANK     TO AMD-OLD-RANK.
           MOVE WS-CURRENT-RANK TO AMD-NEW-RANK.
           MOVE WS-REASON       TO AMD-REASON.
           WRITE AMENDMENT-REC.

           IF WS-AMENDED-COUNT < 500
               ADD 1 TO WS-AMENDED-COUNT
               MOVE RK-STUDENT-ID  TO WS-AMD-STUDENT(WS-AMENDED-COUNT)
               MOVE RK-FROZEN-DATE TO WS-AMD-FROZEN(WS-AMENDED-COUNT)
               MOVE SPACES TO WS-AMD-LAST-REPORT(WS-AMENDED-COUNT)
               MOVE ZERO   TO WS-AMD-LAST-RUN(WS-AMENDED-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-FULL-COUNT
               DISPLAY 'AMENDED STUDENT NOT SWEPT FOR REISSUE: '
                   RK-STUDENT-ID
           END-IF.

      * A transcript carries every closed term, so one issued to an
      * amended student since their term was frozen is out of date.
       LIST-CERTIFICATES-TO-REISSUE.
           OPEN INPUT CERT-REGISTER.
           IF WS-CREG-FS NOT EQUAL '00'
               DISPLAY 'CERT-ISSUE-REGISTER NOT AVAILABLE - NO '
                   'CERTIFICATES LISTED. STATUS: ' WS-CREG-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CERT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM CHECK-ONE-CERTIFICATE
                   END-READ
               END-PERFORM
               CLOSE CERT-REGISTER
               MOVE 'N' TO WS-EOF
           END-IF.

       CHECK-ONE-CERTIFICATE.
           IF CI-CERT-TYPE = 'TRNSCRPT'
               PERFORM VARYING WS-AMD-I FROM 1 BY 1
                   UNTIL WS-AMD-I > WS-AMENDED-COUNT
                   IF CI-STUDENT-ID = WS-AMD-STUDENT(WS-AMD-I)
                       AND CI-ISSUE-DATE NOT < WS-AMD-FROZEN(WS-AMD-I)
                       ADD 1 TO WS-REISSUE-COUNT
                       MOVE SPACES TO REISSUE-LINE
                       STRING 'CERTIFICATE SERIAL ' CI-SERIAL
                           ' ' CI-CERT-TYPE
                           ' ISSUED ' CI-ISSUE-DATE
                           ' STUDENT ' CI-STUDENT-ID
                           DELIMITED BY SIZE INTO REISSUE-LINE
                       WRITE REISSUE-LINE
                   END-IF
               END-PERFORM
           END-IF.

      * Any archived run since the term began that prints an amended
      * student's number was printed off the old figures.
       LIST-REPORTS-TO-REISSUE.
           OPEN INPUT REPORT-REPOSITORY.
           IF WS-REPO-FS NOT EQUAL '00'
               DISPLAY 'REPORT-REPOSITORY NOT AVAILABLE - NO '
                   'REPORTS LISTED. STATUS: ' WS-REPO-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REPORT-REPOSITORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RR-RUN-DATE NOT < WS-TERM-START
                               PERFORM CHECK-ONE-REPORT-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-REPOSITORY
               MOVE 'N' TO WS-EOF
           END-IF.

       CHECK-ONE-REPORT-LINE.
           PERFORM VARYING WS-AMD-I FROM 1 BY 1
               UNTIL WS-AMD-I > WS-AMENDED-COUNT
               IF RR-REPORT-NAME NOT = WS-AMD-LAST-REPORT(WS-AMD-I)
                   OR RR-RUN-DATE NOT = WS-AMD-LAST-RUN(WS-AMD-I)
                   MOVE WS-AMD-STUDENT(WS-AMD-I) TO WS-ID-TEXT
                   MOVE ZERO TO WS-ID-HITS
                   INSPECT RR-LINE-TEXT TALLYING WS-ID-HITS
                       FOR ALL WS-ID-TEXT
                   IF WS-ID-HITS > ZERO
                       MOVE RR-REPORT-NAME
                           TO WS-AMD-LAST-REPORT(WS-AMD-I)
                       MOVE RR-RUN-DATE
                           TO WS-AMD-LAST-RUN(WS-AMD-I)
                       ADD 1 TO WS-REISSUE-COUNT
                       MOVE SPACES TO REISSUE-LINE
                       STRING 'ARCHIVED REPORT ' RR-REPORT-NAME
                           ' RUN ' RR-RUN-DATE
                           ' STUDENT ' WS-AMD-STUDENT(WS-AMD-I)
                           DELIMITED BY SIZE INTO REISSUE-LINE
                       WRITE REISSUE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       COPY "parmrd.cpy".

       COPY "grdlkp.cpy".
