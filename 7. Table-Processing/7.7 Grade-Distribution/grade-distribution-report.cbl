      * the way subjtbl.cpy's lookup table is), takes each subject's
      * pass mark from the SUBJECT-MASTER catalog rather than a
      * compiled-in threshold, and prints one statistics block per
      * subject for the current term. The histogram counts letter
      * grades off the GRADE-SCALE file for each student's class-year,
      * so it always shows the bands the board has actually set.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADE-DISTRIBUTION-REPORT.
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.
           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           01 DISTRIBUTION-RPT-LINE  PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-RUN-DATE           PIC 9(08).

           COPY "subjtbl.cpy".
           COPY "grdtbl.cpy".

           01 WS-STATS-TABLE.
               05 WS-STATS-ROW OCCURS 50 TIMES INDEXED BY ST-I.
                   10 WS-STAT-HIGH      PIC 9(03).
                   10 WS-STAT-LOW       PIC 9(03).
                   10 WS-STAT-PASS      PIC 9(05).
                   10 WS-STAT-LETTER-COUNT PIC 9(02).
                   10 WS-STAT-LETTER-ROW OCCURS 8 TIMES.
                       15 WS-STAT-LETTER     PIC X(02).
                       15 WS-STAT-LETTER-N   PIC 9(05).
           01 WS-STATS-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-STAT-FOUND         PIC A(01).
           01 WS-FOUND-INDEX        PIC 9(03).
           01 WS-PASS-RATE          PIC 9(03)V99.
           01 WS-PASS-MARK          PIC 9(03).
           01 WS-PRINT-I            PIC 9(03).
           01 WS-LETTER-I           PIC 9(02).
           01 WS-LETTER-FOUND       PIC A(01).
           01 WS-SUBJECT-MAX        PIC 9(03).
           01 WS-CLASS-YEAR         PIC 9(02).
           01 WS-LINE-PTR           PIC 9(03).
           01 WS-EDIT-LETTER-N      PIC ZZZ9.

           01 WS-STATS-LINE-1.
               05 FILLER            PIC X(09) VALUE 'SUBJECT: '.
               05 SL2-PASS-RATE     PIC ZZ9.99.
               05 FILLER            PIC X(01) VALUE '%'.

           01 WS-STATS-LINE-3       PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM READ-TERM-CONTROL.
           PERFORM LOAD-SUBJECT-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-GRADE-SCALE.
           PERFORM ACCUMULATE-STATISTICS.
           PERFORM PRINT-STATISTICS.
       STOP RUN.
               STOP RUN
           END-IF.

      *    Without the master every mark is lettered on the
      *    school-wide scale.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY 'STUDENT-MASTER NOT AVAILABLE - SCHOOL-WIDE '
                   'SCALE USED. STATUS: ' WS-FS
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
           END-PERFORM.

           CLOSE MARKS-POSTED.
           IF WS-FS EQUAL '00'
               CLOSE STUDENT
           END-IF.

       TALLY-ONE-MARK.
           MOVE 'N' TO WS-STAT-FOUND.
                   MOVE ZERO TO WS-STAT-HIGH(ST-I)
                   MOVE 999  TO WS-STAT-LOW(ST-I)
                   MOVE ZERO TO WS-STAT-PASS(ST-I)
                   MOVE ZERO TO WS-STAT-LETTER-COUNT(ST-I)
                   PERFORM TALLY-INTO-ROW
               END-IF
           ELSE
               ADD 1 TO WS-STAT-PASS(ST-I)
           END-IF.

           PERFORM TALLY-LETTER-GRADE.

      * The mark is lettered as a percentage of the subject's maximum
      * on the student's class-year scale in force today, and counted
      * against that letter in the subject's row; a subject keeps the
      * first eight letters it meets.
       TALLY-LETTER-GRADE.
           MOVE 100 TO WS-SUBJECT-MAX.
           SET SUBJ-I TO 1.
           SEARCH WS-SUBJECT-ROW
               AT END CONTINUE
               WHEN WS-TBL-SUBJECT-CODE(SUBJ-I) = MP-SUBJECT-CODE
                   IF WS-TBL-MAX-MARKS(SUBJ-I) > ZERO
                       MOVE WS-TBL-MAX-MARKS(SUBJ-I) TO WS-SUBJECT-MAX
                   END-IF
           END-SEARCH.

           MOVE ZERO TO WS-CLASS-YEAR.
           IF WS-FS EQUAL '00'
               MOVE MP-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE CLASS-YEAR TO WS-CLASS-YEAR
               END-READ
           END-IF.

           COMPUTE WS-GRD-LOOKUP-PCT ROUNDED =
               (MP-MARK * 100) / WS-SUBJECT-MAX.
           MOVE WS-CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE WS-RUN-DATE   TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.

           MOVE 'N' TO WS-LETTER-FOUND.
           PERFORM VARYING WS-LETTER-I FROM 1 BY 1
               UNTIL WS-LETTER-I > WS-STAT-LETTER-COUNT(ST-I)
                   OR WS-LETTER-FOUND = 'Y'
               IF WS-STAT-LETTER(ST-I, WS-LETTER-I) = WS-GRD-LETTER
                   ADD 1 TO WS-STAT-LETTER-N(ST-I, WS-LETTER-I)
                   MOVE 'Y' TO WS-LETTER-FOUND
               END-IF
           END-PERFORM.

           IF WS-LETTER-FOUND = 'N'
               IF WS-STAT-LETTER-COUNT(ST-I) >= 8
                   DISPLAY 'LETTER TABLE FULL - GRADE NOT COUNTED: '
                       MP-SUBJECT-CODE ' ' WS-GRD-LETTER
               ELSE
                   ADD 1 TO WS-STAT-LETTER-COUNT(ST-I)
                   MOVE WS-STAT-LETTER-COUNT(ST-I) TO WS-LETTER-I
                   MOVE WS-GRD-LETTER
                       TO WS-STAT-LETTER(ST-I, WS-LETTER-I)
                   MOVE 1 TO WS-STAT-LETTER-N(ST-I, WS-LETTER-I)
               END-IF
           END-IF.

      * The subject's own pass mark comes off the catalog table; a
      * subject missing from the catalog falls back to the system
           MOVE WS-STATS-LINE-2 TO DISTRIBUTION-RPT-LINE.
           WRITE DISTRIBUTION-RPT-LINE.

           MOVE SPACES TO WS-STATS-LINE-3.
           MOVE '  GRADES:' TO WS-STATS-LINE-3.
           MOVE 10 TO WS-LINE-PTR.
           PERFORM VARYING WS-LETTER-I FROM 1 BY 1
               UNTIL WS-LETTER-I > WS-STAT-LETTER-COUNT(ST-I)
               MOVE WS-STAT-LETTER-N(ST-I, WS-LETTER-I)
                   TO WS-EDIT-LETTER-N
               STRING ' ' WS-STAT-LETTER(ST-I, WS-LETTER-I) '='
                   WS-EDIT-LETTER-N
                   DELIMITED BY SIZE
                   INTO WS-STATS-LINE-3
                   WITH POINTER WS-LINE-PTR
               END-STRING
           END-PERFORM.
           MOVE WS-STATS-LINE-3 TO DISTRIBUTION-RPT-LINE.
           WRITE DISTRIBUTION-RPT-LINE.

       COPY "subjval.cpy".
       COPY "grdlkp.cpy".
