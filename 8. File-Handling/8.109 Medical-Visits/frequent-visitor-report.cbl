      * The pastoral team's list of students seen in the medical room
      * more often than a passing cold explains. MEDICAL-VISIT is
      * read in key order, so each student's visits arrive as a
      * block; visits in the last VISIT-WINDOW days (30 when absent
      * from the parm card) are counted, and an active student with
      * VISIT-LIMIT (3) or more is listed under their class year,
      * busiest first, with how many of the visits ended in being
      * sent home, the complaint seen most often and the date of
      * the latest visit. A pattern of Monday headaches is for the
      * pastoral team to read; the report only gathers it.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FREQUENT-VISITOR-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEDICAL-VISIT ASSIGN TO 'MEDICAL-VISIT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS MV-KEY
                   FILE STATUS IS WS-VISIT-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT VISITOR-REPORT
                   ASSIGN TO 'FREQUENT-VISITORS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT VISITOR-WORK ASSIGN TO 'VISITSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD MEDICAL-VISIT.
           COPY "medvisit.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD VISITOR-REPORT.
           01 VISITOR-REPORT-LINE   PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

      *    One frequent visitor for the list.
           SD VISITOR-WORK.
           01 VISITOR-WORK-REC.
               05 SV-CLASS-YEAR     PIC 9(02).
               05 SV-VISIT-COUNT    PIC 9(03).
               05 SV-STUDENT-ID     PIC 9(05).
               05 SV-STUDENT-NAME   PIC A(25).
               05 SV-HOME-COUNT     PIC 9(03).
               05 SV-TOP-COMPLAINT  PIC X(04).
               05 SV-LAST-VISIT     PIC 9(08).

           WORKING-STORAGE SECTION.
           01 WS-VISIT-FS           PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-AGE-DAYS           PIC S9(08).

      *    The parm card settings, with their defaults.
           01 WS-WINDOW-DAYS        PIC 9(03) VALUE 30.
           01 WS-VISIT-LIMIT        PIC 9(03) VALUE 3.
           COPY "parmtbl.cpy".

      *    The control-break holders for the student being gathered.
           01 WS-PRIOR-STUDENT      PIC 9(05) VALUE ZERO.
           01 WS-HAVE-STUDENT       PIC A(01) VALUE 'N'.
           01 WS-VISIT-COUNT        PIC 9(03).
           01 WS-HOME-COUNT         PIC 9(03).
           01 WS-LAST-VISIT         PIC 9(08).
      *    One counter per complaint code, in medvisit.cpy's order.
           01 WS-COMPLAINT-CODES    PIC X(32)
               VALUE 'HEADSTOMFEVRINJRRESPSKINMENSOTHR'.
           01 WS-COMPLAINT-LIST REDEFINES WS-COMPLAINT-CODES.
               05 WS-CODE-NAME OCCURS 8 TIMES PIC X(04).
           01 WS-COMPLAINT-TALLY.
               05 WS-CODE-COUNT OCCURS 8 TIMES PIC 9(03).
           01 WS-CODE-I             PIC 9(01).
           01 WS-TOP-I              PIC 9(01).

           01 WS-LISTED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-FIRST-YEAR         PIC A(01) VALUE 'Y'.
           01 WS-PRIOR-YEAR         PIC 9(02).

           01 WS-YEAR-HEADING.
               05 FILLER PIC X(11) VALUE 'CLASS YEAR '.
               05 YH-CLASS-YEAR     PIC 9(02).

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(08) VALUE 'STUDENT'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(08) VALUE 'VISITS'.
               05 FILLER PIC X(11) VALUE 'SENT HOME'.
               05 FILLER PIC X(10) VALUE 'MOST OFTEN'.
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(11) VALUE 'LAST VISIT'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(04) VALUE SPACES.
               05 DL-VISIT-COUNT    PIC ZZ9.
               05 FILLER            PIC X(08) VALUE SPACES.
               05 DL-HOME-COUNT     PIC ZZ9.
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-TOP-COMPLAINT  PIC X(04).
               05 FILLER            PIC X(08) VALUE SPACES.
               05 DL-LAST-VISIT     PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FREQUENT-VISITOR-REPORT".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           PERFORM LOAD-PARM-CARD.
           MOVE 'VISIT-WINDOW' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-WINDOW-DAYS
           END-IF.
           MOVE 'VISIT-LIMIT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-VISIT-LIMIT
           END-IF.
           DISPLAY 'LISTING ' WS-VISIT-LIMIT ' OR MORE VISITS IN '
               WS-WINDOW-DAYS ' DAYS'.

           OPEN INPUT MEDICAL-VISIT.
           IF WS-VISIT-FS NOT EQUAL '00'
               DISPLAY "Error opening MEDICAL-VISIT. Status: "
                   WS-VISIT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE MEDICAL-VISIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT VISITOR-REPORT.
           MOVE SPACES TO VISITOR-REPORT-LINE.
           STRING 'FREQUENT MEDICAL ROOM VISITORS AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO VISITOR-REPORT-LINE.
           WRITE VISITOR-REPORT-LINE.

           SORT VISITOR-WORK
               ON ASCENDING KEY SV-CLASS-YEAR
               ON DESCENDING KEY SV-VISIT-COUNT
               ON ASCENDING KEY SV-STUDENT-ID
               INPUT PROCEDURE IS GATHER-VISITS
               OUTPUT PROCEDURE IS PRINT-VISITOR-LIST.

           IF WS-LISTED-COUNT = ZERO
               MOVE SPACES TO VISITOR-REPORT-LINE
               WRITE VISITOR-REPORT-LINE
               MOVE '  (NO FREQUENT VISITORS)' TO VISITOR-REPORT-LINE
               WRITE VISITOR-REPORT-LINE
           END-IF.

           CLOSE MEDICAL-VISIT.
           CLOSE STUDENT.
           CLOSE VISITOR-REPORT.

           DISPLAY 'FREQUENT VISITORS LISTED: ' WS-LISTED-COUNT.
       STOP RUN.

       GATHER-VISITS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEDICAL-VISIT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM GATHER-ONE-VISIT
               END-READ
           END-PERFORM.

           IF WS-HAVE-STUDENT = 'Y'
               PERFORM JUDGE-ONE-STUDENT
           END-IF.

       GATHER-ONE-VISIT.
           IF WS-HAVE-STUDENT = 'Y'
               AND MV-STUDENT-ID NOT EQUAL WS-PRIOR-STUDENT
               PERFORM JUDGE-ONE-STUDENT
           END-IF.

           IF WS-HAVE-STUDENT = 'N'
               MOVE MV-STUDENT-ID TO WS-PRIOR-STUDENT
               MOVE 'Y'  TO WS-HAVE-STUDENT
               MOVE ZERO TO WS-VISIT-COUNT
               MOVE ZERO TO WS-HOME-COUNT
               MOVE ZERO TO WS-LAST-VISIT
               MOVE ZERO TO WS-COMPLAINT-TALLY
           END-IF.

           COMPUTE WS-AGE-DAYS = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(MV-VISIT-DATE).
           IF WS-AGE-DAYS NOT < ZERO
               AND WS-AGE-DAYS < WS-WINDOW-DAYS
               PERFORM COUNT-ONE-VISIT
           END-IF.

      * Visits arrive in date order within the student, so the last
      * one counted is the latest.
       COUNT-ONE-VISIT.
           ADD 1 TO WS-VISIT-COUNT.
           IF MV-WAS-SENT-HOME
               ADD 1 TO WS-HOME-COUNT
           END-IF.
           MOVE MV-VISIT-DATE TO WS-LAST-VISIT.
           PERFORM VARYING WS-CODE-I FROM 1 BY 1
                   UNTIL WS-CODE-I > 7
                       OR WS-CODE-NAME(WS-CODE-I) = MV-COMPLAINT-CODE
               CONTINUE
           END-PERFORM.
           ADD 1 TO WS-CODE-COUNT(WS-CODE-I).

      * Equal counts go to the code listed first.
       JUDGE-ONE-STUDENT.
           MOVE 'N' TO WS-HAVE-STUDENT.
           IF WS-VISIT-COUNT NOT < WS-VISIT-LIMIT
               MOVE WS-PRIOR-STUDENT TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE
                           PERFORM RELEASE-ONE-VISITOR
                       END-IF
               END-READ
           END-IF.

       RELEASE-ONE-VISITOR.
           MOVE 1 TO WS-TOP-I.
           PERFORM VARYING WS-CODE-I FROM 2 BY 1
                   UNTIL WS-CODE-I > 8
               IF WS-CODE-COUNT(WS-CODE-I) > WS-CODE-COUNT(WS-TOP-I)
                   MOVE WS-CODE-I TO WS-TOP-I
               END-IF
           END-PERFORM.
           MOVE CLASS-YEAR       TO SV-CLASS-YEAR.
           MOVE WS-VISIT-COUNT   TO SV-VISIT-COUNT.
           MOVE WS-PRIOR-STUDENT TO SV-STUDENT-ID.
           MOVE STUDENT-NAME     TO SV-STUDENT-NAME.
           MOVE WS-HOME-COUNT    TO SV-HOME-COUNT.
           MOVE WS-CODE-NAME(WS-TOP-I) TO SV-TOP-COMPLAINT.
           MOVE WS-LAST-VISIT    TO SV-LAST-VISIT.
           RELEASE VISITOR-WORK-REC.

       PRINT-VISITOR-LIST.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN VISITOR-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-ONE-VISITOR
               END-RETURN
           END-PERFORM.

       PRINT-ONE-VISITOR.
           IF WS-FIRST-YEAR = 'Y'
               OR SV-CLASS-YEAR NOT EQUAL WS-PRIOR-YEAR
               MOVE 'N' TO WS-FIRST-YEAR
               MOVE SV-CLASS-YEAR TO WS-PRIOR-YEAR
               MOVE SPACES TO VISITOR-REPORT-LINE
               WRITE VISITOR-REPORT-LINE
               MOVE SV-CLASS-YEAR TO YH-CLASS-YEAR
               MOVE WS-YEAR-HEADING TO VISITOR-REPORT-LINE
               WRITE VISITOR-REPORT-LINE
               MOVE WS-COLUMN-HEADING TO VISITOR-REPORT-LINE
               WRITE VISITOR-REPORT-LINE
           END-IF.
           MOVE SV-STUDENT-ID    TO DL-STUDENT-ID.
           MOVE SV-STUDENT-NAME  TO DL-STUDENT-NAME.
           MOVE SV-VISIT-COUNT   TO DL-VISIT-COUNT.
           MOVE SV-HOME-COUNT    TO DL-HOME-COUNT.
           MOVE SV-TOP-COMPLAINT TO DL-TOP-COMPLAINT.
           MOVE SV-LAST-VISIT    TO DL-LAST-VISIT.
           MOVE WS-DETAIL-LINE TO VISITOR-REPORT-LINE.
           WRITE VISITOR-REPORT-LINE.
           ADD 1 TO WS-LISTED-COUNT.

       COPY "parmrd.cpy".
