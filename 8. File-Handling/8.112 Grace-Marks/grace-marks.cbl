      * The examination committee allows a few grace marks to lift a
      * student from just below a subject's SM-PASS-MARK to a pass,
      * within caps, and used to apply them by hand after
      * MARKS-MODERATION with nothing to show for it. This batch
      * applies the committee's rules to the current term's
      * MARKS-POSTED instead. The rules are a keyword card of their
      * own, GRACE-RULES.txt, in the parm card's layout:
      *
      *     MAX-PER-SUBJECT  most grace one paper may have (5) - a
      *                      mark further below the pass mark than
      *                      this is not borderline
      *     MAX-PER-TERM     most grace one student may have in the
      *                      term, all papers together (10)
      *     MAX-SUBJECTS     most papers one student may have graced
      *                      in the term (2)
      *
      * A student's borderline papers are graced smallest shortfall
      * first, each just up to its pass mark, until a cap would be
      * broken; grace already on file from an earlier run counts
      * against the caps, so a rerun never grants twice. The grace
      * goes into MP-MARK - the mark of record every later program
      * reads - and is kept in MP-GRACE-MARK as well, so the earned
      * mark survives. Absent and exempt papers are never graced.
      *
      * Every award, and every borderline paper refused with the cap
      * that stopped it, goes on GRACE-REGISTER.txt for the
      * committee. Students who were graced then have their GPA
      * re-averaged the way MARKS-MODERATION re-averages a scaled
      * student - the GPA batch's own arithmetic, GRADE-SCALE
      * points credit-weighted, exempt papers out of the divisor -
      * so the master agrees with the marks.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRACE-MARKS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

      *    Each paper's grade points come off the scale in force on
      *    the run date for the student's class-year, as the GPA
      *    batch takes them.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

      *    The committee's rules, read with the parm card's own
      *    paragraphs.
               SELECT PARM-CARD ASSIGN TO 'GRACE-RULES.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT GRACE-REGISTER ASSIGN TO 'GRACE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD GRACE-REGISTER.
           01 GRACE-REGISTER-LINE   PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           COPY "parmtbl.cpy".

           01 WS-MAX-PER-SUBJECT    PIC 9(02) VALUE 5.
           01 WS-MAX-PER-TERM       PIC 9(03) VALUE 10.
           01 WS-MAX-SUBJECTS       PIC 9(02) VALUE 2.

      *    One student's current-term papers, gathered at the
      *    control break. Thirty is more papers than any class-year
      *    sits in a term.
           01 WS-BREAK-STUDENT-ID   PIC 9(05) VALUE ZERO.
           01 WS-HAVE-BREAK         PIC A(01) VALUE 'N'.
           01 WS-PAPER-TABLE.
               05 WS-PAPER-ROW OCCURS 30 TIMES.
                   10 WS-PP-SUBJECT     PIC X(04).
                   10 WS-PP-MARK        PIC 9(03).
                   10 WS-PP-PASS        PIC 9(03).
                   10 WS-PP-SHORT       PIC 9(03).
                   10 WS-PP-DONE        PIC A(01).
           01 WS-PAPER-COUNT        PIC 9(02) VALUE ZERO.
           01 WS-PP-I               PIC 9(02).
           01 WS-PP-BEST            PIC 9(02).
           01 WS-TERM-GRACE         PIC 9(03).
           01 WS-TERM-PAPERS        PIC 9(02).
           01 WS-REFUSE-REASON      PIC X(24).

      *    Grace decided in the reading pass and applied in the
      *    update pass, in MARKS-POSTED key order.
           01 WS-AWARD-TABLE.
               05 WS-AWARD-ROW OCCURS 2000 TIMES.
                   10 WS-AW-STUDENT-ID  PIC 9(05).
                   10 WS-AW-SUBJECT     PIC X(04).
                   10 WS-AW-MARK        PIC 9(03).
                   10 WS-AW-GRACE       PIC 9(02).
           01 WS-AWARD-COUNT        PIC 9(04) VALUE ZERO.
           01 WS-AW-I               PIC 9(04).

           01 WS-READ-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-BORDERLINE-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-APPLIED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-REFUSED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-GRACE-TOTAL        PIC 9(06) VALUE ZERO.

      *    Control-break accumulators for the recompute pass - the
      *    same per-student re-averaging the moderation applies.
           01 WS-BREAK-POINTS       PIC 9(05)V99 VALUE ZERO.
           01 WS-BREAK-CREDITS      PIC 9(04) VALUE ZERO.
           01 WS-BREAK-AFFECTED     PIC A(01) VALUE 'N'.
           01 WS-BREAK-ON-MASTER    PIC A(01) VALUE 'N'.
           01 WS-MARK-CREDITS       PIC 9(02).
           01 WS-TODAY              PIC 9(08).
           01 WS-RECOMPUTED-COUNT   PIC 9(06) VALUE ZERO.

           01 WS-REGISTER-DETAIL.
               05 GD-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 GD-SUBJECT        PIC X(04).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 GD-EARNED         PIC ZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 GD-PASS           PIC ZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 GD-GRACE          PIC Z9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 GD-NEW-MARK       PIC ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 GD-NOTE           PIC X(24).
           COPY "runflds.cpy".
           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GRACE-MARKS".
           MOVE 'GRACE-MARKS' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM READ-TERM-CONTROL.
           PERFORM LOAD-GRACE-RULES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-GRADE-SCALE.

           OPEN OUTPUT GRACE-REGISTER.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening GRACE-REGISTER. Status: "
                   WS-RPT-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM WRITE-REGISTER-HEADING.

           PERFORM FIND-BORDERLINE-MARKS.
           PERFORM APPLY-AWARDS.
           PERFORM WRITE-REGISTER-TOTALS.
           CLOSE GRACE-REGISTER.

           IF WS-APPLIED-COUNT = ZERO
               DISPLAY 'NO GRACE AWARDED - NO GPAS TO RECOMPUTE'
           ELSE
               PERFORM RECOMPUTE-GRACED-STUDENTS
           END-IF.

           DISPLAY 'MARKS READ:              ' WS-READ-COUNT.
           DISPLAY 'BORDERLINE PAPERS:       ' WS-BORDERLINE-COUNT.
           DISPLAY 'GRACE AWARDED:           ' WS-APPLIED-COUNT.
           DISPLAY 'GRACE REFUSED AT A CAP:  ' WS-REFUSED-COUNT.
           DISPLAY 'STUDENT GPAS RECOMPUTED: ' WS-RECOMPUTED-COUNT.
           MOVE WS-READ-COUNT    TO RUN-READ-COUNT.
           MOVE WS-APPLIED-COUNT TO RUN-WRITE-COUNT.
           MOVE WS-REFUSED-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-CONTROL. Status: "
                   WS-TERM-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           READ TERM-CONTROL
               AT END
                   DISPLAY 'TERM-CONTROL IS EMPTY - NO CURRENT TERM'
                   CLOSE TERM-CONTROL
                   MOVE 'ERROR' TO RUN-STATUS
                   PERFORM RUN-LOG-END
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
           END-READ.
           CLOSE TERM-CONTROL.

      * A rule missing from the card keeps its default; the rules in
      * force are echoed and printed at the head of the register.
       LOAD-GRACE-RULES.
           PERFORM LOAD-PARM-CARD.
           MOVE 'MAX-PER-SUBJECT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 100
               MOVE WS-PARM-NUMERIC TO WS-MAX-PER-SUBJECT
           END-IF.
           MOVE 'MAX-PER-TERM' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 1000
               MOVE WS-PARM-NUMERIC TO WS-MAX-PER-TERM
           END-IF.
           MOVE 'MAX-SUBJECTS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 100
               MOVE WS-PARM-NUMERIC TO WS-MAX-SUBJECTS
           END-IF.
           DISPLAY 'GRACE RULES: ' WS-MAX-PER-SUBJECT ' PER PAPER, '
               WS-MAX-PER-TERM ' PER TERM, ' WS-MAX-SUBJECTS
               ' PAPERS'.

       WRITE-REGISTER-HEADING.
           MOVE SPACES TO GRACE-REGISTER-LINE.
           STRING 'GRACE MARKS REGISTER  TERM ' WS-CURRENT-TERM
               DELIMITED BY SIZE INTO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.
           MOVE SPACES TO GRACE-REGISTER-LINE.
           STRING 'RULES: UP TO ' WS-MAX-PER-SUBJECT ' A PAPER, '
               WS-MAX-PER-TERM ' A STUDENT, ' WS-MAX-SUBJECTS
               ' PAPERS A STUDENT'
               DELIMITED BY SIZE INTO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.
           MOVE SPACES TO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.
           MOVE 'ID     SUBJ  EARNED  PASS  GRACE  MARK  NOTE'
               TO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.

      * Reading pass: every current-term paper, student by student
      * in key order, decided at each student's break.
       FIND-BORDERLINE-MARKS.
           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               CLOSE GRACE-REGISTER
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE MARKS-POSTED
               CLOSE GRACE-REGISTER
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM GATHER-ONE-PAPER
               END-READ
           END-PERFORM.
           IF WS-HAVE-BREAK = 'Y'
               PERFORM DECIDE-STUDENT-GRACE
           END-IF.

           CLOSE MARKS-POSTED.
           CLOSE SUBJECT-MAST.

       GATHER-ONE-PAPER.
           ADD 1 TO WS-READ-COUNT.
           IF WS-HAVE-BREAK = 'Y'
               AND MP-STUDENT-ID NOT EQUAL WS-BREAK-STUDENT-ID
               PERFORM DECIDE-STUDENT-GRACE
           END-IF.
           IF WS-HAVE-BREAK = 'N'
               MOVE MP-STUDENT-ID TO WS-BREAK-STUDENT-ID
               MOVE 'Y' TO WS-HAVE-BREAK
               MOVE ZERO TO WS-PAPER-COUNT
               MOVE ZERO TO WS-TERM-GRACE
               MOVE ZERO TO WS-TERM-PAPERS
           END-IF.

           IF MP-TERM-CODE = WS-CURRENT-TERM AND MP-NORMAL-MARK
               IF MP-GRACE-MARK > ZERO
                   ADD MP-GRACE-MARK TO WS-TERM-GRACE
                   ADD 1 TO WS-TERM-PAPERS
               ELSE
                   PERFORM NOTE-IF-BORDERLINE
               END-IF
           END-IF.

      * Below the pass mark by no more than the per-paper cap is
      * borderline; a subject with no pass mark set has none.
       NOTE-IF-BORDERLINE.
           MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY MOVE ZERO TO SM-PASS-MARK
           END-READ.
           IF SM-PASS-MARK > MP-MARK
               AND SM-PASS-MARK - MP-MARK NOT > WS-MAX-PER-SUBJECT
               IF WS-PAPER-COUNT < 30
                   ADD 1 TO WS-PAPER-COUNT
                   ADD 1 TO WS-BORDERLINE-COUNT
                   MOVE MP-SUBJECT-CODE
                       TO WS-PP-SUBJECT(WS-PAPER-COUNT)
                   MOVE MP-MARK      TO WS-PP-MARK(WS-PAPER-COUNT)
                   MOVE SM-PASS-MARK TO WS-PP-PASS(WS-PAPER-COUNT)
                   COMPUTE WS-PP-SHORT(WS-PAPER-COUNT) =
                       SM-PASS-MARK - MP-MARK
                   MOVE 'N' TO WS-PP-DONE(WS-PAPER-COUNT)
               ELSE
                   DISPLAY 'PAPER TABLE FULL - NOT CONSIDERED: '
                       MP-KEY
               END-IF
           END-IF.

      * Smallest shortfall first: each pick is graced if both caps
      * still allow it, otherwise refused with the cap it broke.
       DECIDE-STUDENT-GRACE.
           PERFORM WS-PAPER-COUNT TIMES
               MOVE ZERO TO WS-PP-BEST
               PERFORM VARYING WS-PP-I FROM 1 BY 1
                       UNTIL WS-PP-I > WS-PAPER-COUNT
                   IF WS-PP-DONE(WS-PP-I) = 'N'
                       IF WS-PP-BEST = ZERO
                           MOVE WS-PP-I TO WS-PP-BEST
                       ELSE
                           IF WS-PP-SHORT(WS-PP-I)
                               < WS-PP-SHORT(WS-PP-BEST)
                               MOVE WS-PP-I TO WS-PP-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'Y' TO WS-PP-DONE(WS-PP-BEST)
               PERFORM DECIDE-ONE-PAPER
           END-PERFORM.
           MOVE 'N' TO WS-HAVE-BREAK.

       DECIDE-ONE-PAPER.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
               WHEN WS-TERM-PAPERS NOT < WS-MAX-SUBJECTS
                   MOVE 'REFUSED - PAPERS CAP' TO WS-REFUSE-REASON
               WHEN WS-TERM-GRACE + WS-PP-SHORT(WS-PP-BEST)
                       > WS-MAX-PER-TERM
                   MOVE 'REFUSED - TERM CAP' TO WS-REFUSE-REASON
               WHEN WS-AWARD-COUNT NOT < 2000
                   MOVE 'REFUSED - TABLE FULL' TO WS-REFUSE-REASON
           END-EVALUATE.

           IF WS-REFUSE-REASON = SPACES
               ADD WS-PP-SHORT(WS-PP-BEST) TO WS-TERM-GRACE
               ADD 1 TO WS-TERM-PAPERS
               ADD 1 TO WS-AWARD-COUNT
               MOVE WS-BREAK-STUDENT-ID
                   TO WS-AW-STUDENT-ID(WS-AWARD-COUNT)
               MOVE WS-PP-SUBJECT(WS-PP-BEST)
                   TO WS-AW-SUBJECT(WS-AWARD-COUNT)
               MOVE WS-PP-MARK(WS-PP-BEST)
                   TO WS-AW-MARK(WS-AWARD-COUNT)
               MOVE WS-PP-SHORT(WS-PP-BEST)
                   TO WS-AW-GRACE(WS-AWARD-COUNT)
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-BREAK-STUDENT-ID      TO GD-STUDENT-ID
               MOVE WS-PP-SUBJECT(WS-PP-BEST) TO GD-SUBJECT
               MOVE WS-PP-MARK(WS-PP-BEST)    TO GD-EARNED
               MOVE WS-PP-PASS(WS-PP-BEST)    TO GD-PASS
               MOVE ZERO                      TO GD-GRACE
               MOVE WS-PP-MARK(WS-PP-BEST)    TO GD-NEW-MARK
               MOVE WS-REFUSE-REASON          TO GD-NOTE
               MOVE WS-REGISTER-DETAIL TO GRACE-REGISTER-LINE
               WRITE GRACE-REGISTER-LINE
           END-IF.

      * Update pass: each award is re-read by key and applied only if
      * the paper still carries the mark it was decided on.
       APPLY-AWARDS.
           IF WS-AWARD-COUNT > ZERO
               OPEN I-O MARKS-POSTED
               IF WS-POSTED-FS NOT EQUAL '00'
                   DISPLAY "Error reopening MARKS-POSTED. Status: "
                       WS-POSTED-FS
                   CLOSE GRACE-REGISTER
                   MOVE 'ERROR' TO RUN-STATUS
                   PERFORM RUN-LOG-END
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM VARYING WS-AW-I FROM 1 BY 1
                       UNTIL WS-AW-I > WS-AWARD-COUNT
                   PERFORM APPLY-ONE-AWARD
               END-PERFORM
               CLOSE MARKS-POSTED
           END-IF.

       APPLY-ONE-AWARD.
           MOVE WS-AW-STUDENT-ID(WS-AW-I) TO MP-STUDENT-ID.
           MOVE WS-AW-SUBJECT(WS-AW-I)    TO MP-SUBJECT-CODE.
           MOVE WS-CURRENT-TERM           TO MP-TERM-CODE.
           READ MARKS-POSTED
               KEY IS MP-KEY
               INVALID KEY
                   DISPLAY 'GRACE: MARK GONE FROM FILE ' MP-KEY
           END-READ.
           IF WS-POSTED-FS EQUAL '00'
               AND MP-MARK = WS-AW-MARK(WS-AW-I)
               AND MP-GRACE-MARK = ZERO
               ADD WS-AW-GRACE(WS-AW-I) TO MP-MARK
               MOVE WS-AW-GRACE(WS-AW-I) TO MP-GRACE-MARK
               REWRITE MARKS-POSTED-FILE
                   INVALID KEY DISPLAY 'GRACE: Invalid Key ' MP-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-APPLIED-COUNT
                       ADD MP-GRACE-MARK TO WS-GRACE-TOTAL
                       MOVE 'AWARDED' TO GD-NOTE
                       PERFORM WRITE-AWARD-LINE
               END-REWRITE
           END-IF.

       WRITE-AWARD-LINE.
           MOVE MP-STUDENT-ID        TO GD-STUDENT-ID.
           MOVE MP-SUBJECT-CODE      TO GD-SUBJECT.
           MOVE WS-AW-MARK(WS-AW-I)  TO GD-EARNED.
           COMPUTE GD-PASS = WS-AW-MARK(WS-AW-I) + MP-GRACE-MARK.
           MOVE MP-GRACE-MARK        TO GD-GRACE.
           MOVE MP-MARK              TO GD-NEW-MARK.
           MOVE WS-REGISTER-DETAIL TO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.
           MOVE SPACES TO GRACE-REGISTER-LINE.
           STRING 'BORDERLINE ' WS-BORDERLINE-COUNT
               '  AWARDED ' WS-APPLIED-COUNT
               '  REFUSED ' WS-REFUSED-COUNT
               '  GRACE MARKS ' WS-GRACE-TOTAL
               DELIMITED BY SIZE INTO GRACE-REGISTER-LINE.
           WRITE GRACE-REGISTER-LINE.

      * Recompute pass: student-major in key order, a student's
      * current-term marks are re-averaged at the break when one of
      * them was graced tonight. The award table is in the same key
      * order, so one pointer walks it alongside. A graced student's
      * master record is read when the break opens, for the
      * class-year whose scale letters the papers, and stays in the
      * record area for the REWRITE at the break.
       RECOMPUTE-GRACED-STUDENTS.
           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error reopening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE MARKS-POSTED
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE MARKS-POSTED
               CLOSE STUDENT
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1   TO WS-AW-I.
           MOVE 'N' TO WS-HAVE-BREAK.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TAKE-ONE-POSTED-MARK
               END-READ
           END-PERFORM.
           IF WS-HAVE-BREAK = 'Y'
               PERFORM CLOSE-STUDENT-BREAK
           END-IF.

           CLOSE MARKS-POSTED.
           CLOSE STUDENT.
           CLOSE SUBJECT-MAST.

       TAKE-ONE-POSTED-MARK.
           IF WS-HAVE-BREAK = 'Y'
               AND MP-STUDENT-ID NOT EQUAL WS-BREAK-STUDENT-ID
               PERFORM CLOSE-STUDENT-BREAK
           END-IF.

           IF WS-HAVE-BREAK = 'N'
               MOVE MP-STUDENT-ID TO WS-BREAK-STUDENT-ID
               MOVE 'Y' TO WS-HAVE-BREAK
               MOVE ZERO TO WS-BREAK-POINTS
               MOVE ZERO TO WS-BREAK-CREDITS
               MOVE 'N' TO WS-BREAK-AFFECTED
               MOVE 'N' TO WS-BREAK-ON-MASTER
               PERFORM UNTIL WS-AW-I > WS-AWARD-COUNT
                   OR WS-AW-STUDENT-ID(WS-AW-I) NOT < MP-STUDENT-ID
                   ADD 1 TO WS-AW-I
               END-PERFORM
               IF WS-AW-I NOT > WS-AWARD-COUNT
                   IF WS-AW-STUDENT-ID(WS-AW-I) = MP-STUDENT-ID
                       MOVE 'Y' TO WS-BREAK-AFFECTED
                       PERFORM READ-GRACED-STUDENT
                   END-IF
               END-IF
           END-IF.

           IF MP-TERM-CODE = WS-CURRENT-TERM
               AND NOT MP-EXEMPT
               AND WS-BREAK-ON-MASTER = 'Y'
               PERFORM WEIGH-ONE-POSTED-MARK
           END-IF.

       READ-GRACED-STUDENT.
           MOVE WS-BREAK-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'GRACE: ID NOT ON MASTER '
                       WS-BREAK-STUDENT-ID
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BREAK-ON-MASTER
           END-READ.

      * The subject's credit hours off the catalog, an unlisted or
      * zero-credit subject weighing one, times the paper's grade
      * points off the scale - the GPA batch's own weighting.
       WEIGH-ONE-POSTED-MARK.
           MOVE 1 TO WS-MARK-CREDITS.
           MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF SM-CREDIT-HOURS > ZERO
                       MOVE SM-CREDIT-HOURS TO WS-MARK-CREDITS
                   END-IF
           END-READ.
           MOVE CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE MP-MARK    TO WS-GRD-LOOKUP-PCT.
           MOVE WS-TODAY   TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-BREAK-POINTS =
               WS-BREAK-POINTS + WS-GRD-POINTS * WS-MARK-CREDITS.
           ADD WS-MARK-CREDITS TO WS-BREAK-CREDITS.

       CLOSE-STUDENT-BREAK.
           IF WS-BREAK-ON-MASTER = 'Y' AND WS-BREAK-CREDITS > ZERO
               DIVIDE WS-BREAK-POINTS BY WS-BREAK-CREDITS
                   GIVING GPA ROUNDED
               REWRITE STUDENT-FILE
               IF WS-FS EQUAL '00'
                   ADD 1 TO WS-RECOMPUTED-COUNT
               ELSE
                   DISPLAY 'GRACE: REWRITE FAILED '
                       WS-BREAK-STUDENT-ID ' STATUS ' WS-FS
               END-IF
           END-IF.
           MOVE 'N' TO WS-HAVE-BREAK.

       COPY "parmrd.cpy".
       COPY "runwrt.cpy".
       COPY "grdlkp.cpy".
