      * The weekly missing-work run. WORK-SUBMISSION is read in key
      * order, so each student's record of work arrives as a block;
      * every piece marked missing whose due date falls in the last
      * MISSWORK-DAYS days (7 when absent from the parm card) is
      * listed under the section it was set to, for the section's
      * teachers to chase. Missing pieces are also counted over the
      * longer MISSWORK-WINDOW (28 days); a student with a new
      * missing piece this week and MISSWORK-LIMIT (3) or more
      * in the window is repeatedly missing work, and is written to
      * MISSING-WORK-NOTICE.txt for LETTER-ENGINE to letter the
      * guardian, with the notice appended to the notification
      * history the way ATTENDANCE-WARNING does. Work on a
      * cancelled assignment never counts.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MISSING-WORK-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WORK-SUBMISSION ASSIGN TO 'WORK-SUBMISSION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS WK-KEY
                   FILE STATUS IS WS-WORK-FS.

               SELECT ASSIGNMENT-MASTER ASSIGN TO 'ASSIGNMENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AG-KEY
                   FILE STATUS IS WS-ASSIGN-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT MISSING-LIST ASSIGN TO 'MISSING-WORK-LIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT NOTICE-OUT
                   ASSIGN TO 'MISSING-WORK-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-FS.

               SELECT NOTIFY-HISTORY ASSIGN TO 'NOTIFY-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT MISS-WORK ASSIGN TO 'MISSSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD WORK-SUBMISSION.
           COPY "worksub.cpy".

           FD ASSIGNMENT-MASTER.
           COPY "asgnmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD MISSING-LIST.
           01 MISSING-LIST-LINE     PIC X(90).

      *    One guardian letter to raise: LETTER-ENGINE selects these
      *    with code 'H' and merges MN-DETAIL at the &WORK marker.
           FD NOTICE-OUT.
           01 MISSING-NOTICE-REC.
               05 MN-STUDENT-ID     PIC 9(05).
               05 MN-LETTER-CODE    PIC X(01).
               05 MN-DETAIL         PIC X(60).

           FD NOTIFY-HISTORY.
           01 NOTIFY-HISTORY-REC.
               05 NH-STUDENT-ID    PIC 9(05).
               05 NH-NOTIFY-DATE   PIC 9(08).
               05 NH-ATTEND-PCT    PIC 999V99.
               05 NH-NOTICE-TYPE   PIC X(08).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

      *    One missing piece for the week's list, under the section
      *    the work was set to.
           SD MISS-WORK.
           01 MISS-WORK-REC.
               05 SW-CLASS-YEAR     PIC 9(02).
               05 SW-SECTION-CODE   PIC X(01).
               05 SW-STUDENT-ID     PIC 9(05).
               05 SW-SUBJECT-CODE   PIC X(04).
               05 SW-DUE-DATE       PIC 9(08).
               05 SW-STUDENT-NAME   PIC A(25).
               05 SW-TITLE          PIC X(30).
               05 SW-WINDOW-COUNT   PIC 9(03).
               05 SW-LETTERED       PIC X(01).

           WORKING-STORAGE SECTION.
           01 WS-WORK-FS            PIC X(02).
           01 WS-ASSIGN-FS          PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-NOTICE-FS          PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-DUE-INT            PIC 9(08).
           01 WS-AGE-DAYS           PIC S9(08).

      *    The parm card settings, with their defaults.
           01 WS-LIST-DAYS          PIC 9(03) VALUE 7.
           01 WS-WINDOW-DAYS        PIC 9(03) VALUE 28.
           01 WS-MISSED-LIMIT       PIC 9(03) VALUE 3.
           COPY "parmtbl.cpy".

      *    The control-break holders: the student being gathered,
      *    their count over the window, and this week's pieces held
      *    until the count is known.
           01 WS-PRIOR-STUDENT      PIC 9(05) VALUE ZERO.
           01 WS-HAVE-STUDENT       PIC A(01) VALUE 'N'.
           01 WS-WINDOW-COUNT       PIC 9(03).
           01 WS-WEEK-TABLE.
               05 WS-WEEK-ROW OCCURS 50 TIMES.
                   10 WS-WK-CLASS-YEAR  PIC 9(02).
                   10 WS-WK-SECTION     PIC X(01).
                   10 WS-WK-SUBJECT     PIC X(04).
                   10 WS-WK-DUE-DATE    PIC 9(08).
                   10 WS-WK-TITLE       PIC X(30).
           01 WS-WEEK-COUNT         PIC 9(02).
           01 WS-WEEK-I             PIC 9(02).
           01 WS-LETTERED           PIC X(01).

           01 WS-LISTED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-NOTICE-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-COUNT-TEXT         PIC ZZ9.
           01 WS-DAYS-TEXT          PIC ZZ9.

      *    The list's section break.
           01 WS-FIRST-SECTION      PIC A(01) VALUE 'Y'.
           01 WS-PRIOR-YEAR         PIC 9(02).
           01 WS-PRIOR-SECTION      PIC X(01).
           01 WS-SECTION-COUNT      PIC 9(04).

           01 WS-SECTION-HEADING.
               05 FILLER PIC X(06) VALUE 'CLASS '.
               05 SH-CLASS-YEAR     PIC 9(02).
               05 FILLER PIC X(09) VALUE ' SECTION '.
               05 SH-SECTION        PIC X(01).

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(07) VALUE 'STUDENT'.
               05 FILLER PIC X(27) VALUE SPACES.
               05 FILLER PIC X(06) VALUE 'SUBJ'.
               05 FILLER PIC X(10) VALUE 'DUE'.
               05 FILLER PIC X(32) VALUE 'WORK'.
               05 FILLER PIC X(08) VALUE 'MISSED'.

           01 WS-MISSING-LINE.
               05 ML-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-SUBJECT-CODE   PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-DUE-DATE       PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-TITLE          PIC X(30).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-WINDOW-COUNT   PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 ML-LETTERED       PIC X(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MISSING-WORK-RUN".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM LOAD-PARM-CARD.
           MOVE 'MISSWORK-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-LIST-DAYS
           END-IF.
           MOVE 'MISSWORK-WINDOW' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-WINDOW-DAYS
           END-IF.
           MOVE 'MISSWORK-LIMIT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-MISSED-LIMIT
           END-IF.
           DISPLAY 'LISTING ' WS-LIST-DAYS ' DAYS, LETTERING AT '
               WS-MISSED-LIMIT ' IN ' WS-WINDOW-DAYS ' DAYS'.

           OPEN INPUT WORK-SUBMISSION.
           IF WS-WORK-FS NOT EQUAL '00'
               DISPLAY "Error opening WORK-SUBMISSION. Status: "
                   WS-WORK-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ASSIGNMENT-MASTER.
           IF WS-ASSIGN-FS NOT EQUAL '00'
               DISPLAY "Error opening ASSIGNMENT-MASTER. Status: "
                   WS-ASSIGN-FS
               CLOSE WORK-SUBMISSION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE WORK-SUBMISSION
               CLOSE ASSIGNMENT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MISSING-LIST.
           OPEN OUTPUT NOTICE-OUT.
      *    The history is append-only, like the audit trail, so the
      *    proof a notice went out is never overwritten.
           OPEN EXTEND NOTIFY-HISTORY.
           IF WS-HIST-FS EQUAL '35'
               OPEN OUTPUT NOTIFY-HISTORY
           END-IF.

           MOVE SPACES TO MISSING-LIST-LINE.
           STRING 'MISSING WORK BY SECTION AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.

           SORT MISS-WORK
               ON ASCENDING KEY SW-CLASS-YEAR
               ON ASCENDING KEY SW-SECTION-CODE
               ON ASCENDING KEY SW-STUDENT-ID
               ON ASCENDING KEY SW-SUBJECT-CODE
               ON ASCENDING KEY SW-DUE-DATE
               INPUT PROCEDURE IS GATHER-MISSING-WORK
               OUTPUT PROCEDURE IS PRINT-MISSING-LIST.

           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO MISSING-LIST-LINE
               WRITE MISSING-LIST-LINE
               MOVE '  (NO MISSING WORK)' TO MISSING-LIST-LINE
               WRITE MISSING-LIST-LINE
           END-IF.

           CLOSE WORK-SUBMISSION.
           CLOSE ASSIGNMENT-MASTER.
           CLOSE STUDENT.
           CLOSE MISSING-LIST.
           CLOSE NOTICE-OUT.
           CLOSE NOTIFY-HISTORY.

           DISPLAY 'MISSING PIECES LISTED: ' WS-LISTED-COUNT.
           DISPLAY 'GUARDIAN NOTICES RAISED: ' WS-NOTICE-COUNT.
       STOP RUN.

       GATHER-MISSING-WORK.
           PERFORM UNTIL WS-EOF = 'Y'
               READ WORK-SUBMISSION NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM GATHER-ONE-SUBMISSION
               END-READ
           END-PERFORM.

           IF WS-HAVE-STUDENT = 'Y'
               PERFORM JUDGE-ONE-STUDENT
           END-IF.

       GATHER-ONE-SUBMISSION.
           IF WS-HAVE-STUDENT = 'Y'
               AND WK-STUDENT-ID NOT EQUAL WS-PRIOR-STUDENT
               PERFORM JUDGE-ONE-STUDENT
           END-IF.

           IF WS-HAVE-STUDENT = 'N'
               MOVE WK-STUDENT-ID TO WS-PRIOR-STUDENT
               MOVE 'Y'  TO WS-HAVE-STUDENT
               MOVE ZERO TO WS-WINDOW-COUNT
               MOVE ZERO TO WS-WEEK-COUNT
           END-IF.

           IF WK-MISSING
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WK-DUE-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DUE-INT
               IF WS-AGE-DAYS NOT < ZERO
                   AND WS-AGE-DAYS < WS-WINDOW-DAYS
                   PERFORM COUNT-ONE-MISSING
               END-IF
           END-IF.

      * A piece of work that has since been cancelled drops out;
      * one no longer on the master still counts, under no title.
       COUNT-ONE-MISSING.
           MOVE WK-ASSIGN-KEY TO AG-KEY.
           READ ASSIGNMENT-MASTER
               KEY IS AG-KEY
               INVALID KEY
                   MOVE 'S' TO AG-STATUS
                   MOVE '(NOT ON ASSIGNMENT MASTER)' TO AG-TITLE
           END-READ.
           IF AG-SET
               ADD 1 TO WS-WINDOW-COUNT
               IF WS-AGE-DAYS < WS-LIST-DAYS
                   IF WS-WEEK-COUNT < 50
                       ADD 1 TO WS-WEEK-COUNT
                       MOVE WK-CLASS-YEAR
                           TO WS-WK-CLASS-YEAR(WS-WEEK-COUNT)
                       MOVE WK-SECTION-CODE
                           TO WS-WK-SECTION(WS-WEEK-COUNT)
                       MOVE WK-SUBJECT-CODE
                           TO WS-WK-SUBJECT(WS-WEEK-COUNT)
                       MOVE WK-DUE-DATE
                           TO WS-WK-DUE-DATE(WS-WEEK-COUNT)
                       MOVE AG-TITLE
                           TO WS-WK-TITLE(WS-WEEK-COUNT)
                   ELSE
                       DISPLAY 'WEEK TABLE FULL - STUDENT '
                           WK-STUDENT-ID ' LISTED IN PART'
                   END-IF
               END-IF
           END-IF.

      * Only a student still on the roll is listed or lettered. The
      * letter goes when this week brought a new missing piece and
      * the window's count has reached the limit, so a student is
      * not lettered again for old work alone.
       JUDGE-ONE-STUDENT.
           MOVE 'N' TO WS-HAVE-STUDENT.
           IF WS-WEEK-COUNT > ZERO
               MOVE WS-PRIOR-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY MOVE 'W' TO STUDENT-STATUS
               END-READ
               IF STUDENT-ACTIVE
                   MOVE 'N' TO WS-LETTERED
                   IF WS-WINDOW-COUNT NOT < WS-MISSED-LIMIT
                       PERFORM RAISE-NOTICE
                   END-IF
                   PERFORM VARYING WS-WEEK-I FROM 1 BY 1
                           UNTIL WS-WEEK-I > WS-WEEK-COUNT
                       PERFORM RELEASE-ONE-PIECE
                   END-PERFORM
               END-IF
           END-IF.

       RELEASE-ONE-PIECE.
           MOVE WS-WK-CLASS-YEAR(WS-WEEK-I) TO SW-CLASS-YEAR.
           MOVE WS-WK-SECTION(WS-WEEK-I)    TO SW-SECTION-CODE.
           MOVE WS-PRIOR-STUDENT            TO SW-STUDENT-ID.
           MOVE WS-WK-SUBJECT(WS-WEEK-I)    TO SW-SUBJECT-CODE.
           MOVE WS-WK-DUE-DATE(WS-WEEK-I)   TO SW-DUE-DATE.
           MOVE STUDENT-NAME                TO SW-STUDENT-NAME.
           MOVE WS-WK-TITLE(WS-WEEK-I)      TO SW-TITLE.
           MOVE WS-WINDOW-COUNT             TO SW-WINDOW-COUNT.
           MOVE WS-LETTERED                 TO SW-LETTERED.
           RELEASE MISS-WORK-REC.

       RAISE-NOTICE.
           MOVE 'Y' TO WS-LETTERED.
           ADD 1 TO WS-NOTICE-COUNT.
           MOVE WS-WINDOW-COUNT TO WS-COUNT-TEXT.
           MOVE WS-WINDOW-DAYS  TO WS-DAYS-TEXT.
           MOVE SPACES TO MISSING-NOTICE-REC.
           MOVE WS-PRIOR-STUDENT TO MN-STUDENT-ID.
           MOVE 'H'              TO MN-LETTER-CODE.
           STRING FUNCTION TRIM(WS-COUNT-TEXT)
               ' PIECES OF WORK NOT HANDED IN OVER THE LAST '
               FUNCTION TRIM(WS-DAYS-TEXT) ' DAYS'
               DELIMITED BY SIZE INTO MN-DETAIL.
           WRITE MISSING-NOTICE-REC.

           MOVE WS-PRIOR-STUDENT TO NH-STUDENT-ID.
           MOVE WS-TODAY         TO NH-NOTIFY-DATE.
           MOVE ZERO             TO NH-ATTEND-PCT.
           MOVE 'MISSWORK'       TO NH-NOTICE-TYPE.
           WRITE NOTIFY-HISTORY-REC.

       PRINT-MISSING-LIST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN MISS-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-ONE-PIECE
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-SECTION = 'N'
               PERFORM CLOSE-SECTION
           END-IF.

       PRINT-ONE-PIECE.
           IF WS-FIRST-SECTION = 'Y'
               MOVE 'N' TO WS-FIRST-SECTION
               PERFORM OPEN-SECTION
           END-IF.
           IF SW-CLASS-YEAR NOT EQUAL WS-PRIOR-YEAR
               OR SW-SECTION-CODE NOT EQUAL WS-PRIOR-SECTION
               PERFORM CLOSE-SECTION
               PERFORM OPEN-SECTION
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE SW-STUDENT-ID   TO ML-STUDENT-ID.
           MOVE SW-STUDENT-NAME TO ML-STUDENT-NAME.
           MOVE SW-SUBJECT-CODE TO ML-SUBJECT-CODE.
           MOVE SW-DUE-DATE     TO ML-DUE-DATE.
           MOVE SW-TITLE        TO ML-TITLE.
           MOVE SW-WINDOW-COUNT TO ML-WINDOW-COUNT.
           IF SW-LETTERED = 'Y'
               MOVE 'LTR' TO ML-LETTERED
           ELSE
               MOVE SPACES TO ML-LETTERED
           END-IF.
           MOVE WS-MISSING-LINE TO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.

       OPEN-SECTION.
           MOVE SW-CLASS-YEAR   TO WS-PRIOR-YEAR.
           MOVE SW-SECTION-CODE TO WS-PRIOR-SECTION.
           MOVE ZERO TO WS-SECTION-COUNT.
           MOVE SW-CLASS-YEAR   TO SH-CLASS-YEAR.
           MOVE SW-SECTION-CODE TO SH-SECTION.
           MOVE SPACES TO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.
           MOVE WS-SECTION-HEADING TO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.
           MOVE WS-COLUMN-HEADING TO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.

       CLOSE-SECTION.
           MOVE SPACES TO MISSING-LIST-LINE.
           STRING '  PIECES MISSING IN SECTION: ' WS-SECTION-COUNT
               DELIMITED BY SIZE INTO MISSING-LIST-LINE.
           WRITE MISSING-LIST-LINE.

       COPY "parmrd.cpy".
