      * Before a final-year student graduates, the registrar used to
      * tick through their marks by hand. This batch does the audit
      * against GRAD-REQUIREMENT (gradreq.cpy): every active student
      * whose programme and class-year have a requirements header
      * there is a candidate - a programme with no rows of its own
      * falls back to the general programme's. For each candidate
      * the postings on MARKS-POSTED are totalled - a paper counts
      * as passed at or above the subject's SM-PASS-MARK on
      * SUBJECT-MASTER and earns its SM-CREDIT-HOURS (zero counting
      * as one, the GPA batch's rule), an exempt paper satisfies a
      * compulsory subject but earns nothing - and the cumulative
      * GPA is the mean of the frozen TERM-RESULTS terms, as the
      * transcript prints it. A readmitted student keeps their
      * student ID, so terms sat before they withdrew are counted
      * with the rest; one whose STUDENT-HISTORY archive record is
      * still on file was never cleanly readmitted and is held back
      * until the registrar sorts it out.
      *
      * Each candidate is listed on GRADUATION-AUDIT.txt as cleared,
      * with the honours the requirement's GPA bands give, or as
      * deficient with every missing requirement named. The cleared
      * students are written to STATUS-TRANS.txt as graduation
      * transactions carrying the honours, so once the registrar has
      * reviewed the list STATUS-CHANGE-TRANSACTION marks them
      * STUDENT-GRADUATED and awards the classification.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADUATION-AUDIT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT GRAD-REQUIREMENT ASSIGN TO 'GRAD-REQUIREMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GR-KEY
                   FILE STATUS IS WS-REQ-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT TERM-RESULTS ASSIGN TO 'TERM-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-RESULTS-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT STUDENT-HISTORY ASSIGN TO 'STUDENT-HISTORY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HIST-STUDENT-ID
                   FILE STATUS IS WS-HIST-FS.

               SELECT AUDIT-REPORT ASSIGN TO 'GRADUATION-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT STATUS-TRANS ASSIGN TO 'STATUS-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD GRAD-REQUIREMENT.
           COPY "gradreq.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD TERM-RESULTS.
           COPY "trmres.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD STUDENT-HISTORY.
           COPY "studhist.cpy".

           FD AUDIT-REPORT.
           01 AUDIT-REPORT-LINE     PIC X(80).

      *    The layout STATUS-CHANGE-TRANSACTION reads.
           FD STATUS-TRANS.
           01 STATUS-TRANS-REC.
               05 ST-STUDENT-ID    PIC 9(05).
               05 ST-NEW-STATUS    PIC X(01).
               05 ST-HONOURS       PIC X(01).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-REQ-FS             PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-RESULTS-FS         PIC X(02).
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-HIST-FS            PIC X(02).
      *    Whether the archive opened at all - the status field
      *    itself changes on every keyed read, so it cannot double
      *    as the open flag.
           01 WS-HIST-OPEN          PIC A(01) VALUE 'N'.
           01 WS-RPT-FS             PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SLICE-EOF          PIC A(01).

      *    Every programme and final class-year on GRAD-REQUIREMENT
      *    with its compulsory subjects, loaded once. Twenty
      *    programme-years of twenty compulsory subjects each is
      *    more than the school offers.
           01 WS-REQ-TABLE.
               05 WS-REQ-ROW OCCURS 20 TIMES.
                   10 WS-RQ-PROGRAMME     PIC X(04).
                   10 WS-RQ-CLASS-YEAR    PIC 9(02).
                   10 WS-RQ-HAS-HEADER    PIC A(01).
                   10 WS-RQ-MIN-CREDITS   PIC 9(03).
                   10 WS-RQ-MIN-GPA       PIC 9V99.
                   10 WS-RQ-FIRST-GPA     PIC 9V99.
                   10 WS-RQ-SECOND-GPA    PIC 9V99.
                   10 WS-RQ-SUBJ-COUNT    PIC 9(02).
                   10 WS-RQ-SUBJECT OCCURS 20 TIMES PIC X(04).
           01 WS-REQ-COUNT          PIC 9(02) VALUE ZERO.
           01 WS-RQ-I               PIC 9(02).
           01 WS-RQ-FOUND           PIC 9(02).
           01 WS-SB-I               PIC 9(02).

      *    The candidate in hand: which compulsory subjects have
      *    been met, and the totals.
           01 WS-MET-TABLE.
               05 WS-MET-FLAG OCCURS 20 TIMES PIC A(01).
           01 WS-CREDITS-EARNED     PIC 9(04).
           01 WS-PAPER-CREDITS      PIC 9(02).
           01 WS-PAPER-PASSED       PIC A(01).
           01 WS-TERM-COUNT         PIC 9(03).
           01 WS-GPA-TOTAL          PIC 9(05)V99.
           01 WS-CUM-GPA            PIC 9V99.
           01 WS-DEFICIENT          PIC A(01).
           01 WS-ARCHIVE-FOUND      PIC A(01).
           01 WS-HONOURS            PIC X(01).
           01 WS-HONOURS-WORDS      PIC X(20).
           01 WS-DISPLAY-GPA        PIC 9.99.
           01 WS-DISPLAY-MIN-GPA    PIC 9.99.

           01 WS-CANDIDATE-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-DEFICIENT-COUNT    PIC 9(05) VALUE ZERO.

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GRADUATION-AUDIT".
           MOVE 'GRADUATION-AUDIT' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-REQUIREMENTS.
           IF WS-REQ-COUNT = ZERO
               DISPLAY 'NO GRADUATION REQUIREMENTS ON FILE - '
                   'NOTHING TO AUDIT'
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM OPEN-AUDIT-FILES.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       IF STUDENT-ACTIVE
                           PERFORM FIND-STUDENT-REQUIREMENT
                           IF WS-RQ-FOUND > ZERO
                               PERFORM AUDIT-ONE-CANDIDATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING 'CANDIDATES ' WS-CANDIDATE-COUNT
               '  CLEARED ' WS-CLEARED-COUNT
               '  DEFICIENT ' WS-DEFICIENT-COUNT
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

           CLOSE STUDENT.
           CLOSE MARKS-POSTED.
           CLOSE TERM-RESULTS.
           CLOSE SUBJECT-MAST.
           IF WS-HIST-OPEN = 'Y'
               CLOSE STUDENT-HISTORY
           END-IF.
           CLOSE AUDIT-REPORT.
           CLOSE STATUS-TRANS.

           DISPLAY 'CANDIDATES AUDITED: ' WS-CANDIDATE-COUNT.
           DISPLAY 'CLEARED:            ' WS-CLEARED-COUNT.
           DISPLAY 'DEFICIENT:          ' WS-DEFICIENT-COUNT.
           DISPLAY 'REVIEW GRADUATION-AUDIT.txt, THEN RUN '
               'STATUS-CHANGE-TRANSACTION'.
           PERFORM RUN-LOG-END.
       STOP RUN.

       ABANDON-RUN.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERROR' TO RUN-STATUS.
           PERFORM RUN-LOG-END.
           STOP RUN.

      * The file is in key order, so a programme-year's header row
      * (space subject) arrives ahead of its compulsory subjects; a
      * subject row with no header still makes a row, and a
      * programme-year with no header is never audited.
       LOAD-REQUIREMENTS.
           OPEN INPUT GRAD-REQUIREMENT.
           IF WS-REQ-FS NOT EQUAL '00'
               DISPLAY "Error opening GRAD-REQUIREMENT. Status: "
                   WS-REQ-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GRAD-REQUIREMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM NOTE-ONE-REQUIREMENT
                   END-READ
               END-PERFORM
               CLOSE GRAD-REQUIREMENT
               MOVE 'N' TO WS-EOF
           END-IF.

       NOTE-ONE-REQUIREMENT.
           MOVE ZERO TO WS-RQ-FOUND.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
               UNTIL WS-RQ-I > WS-REQ-COUNT OR WS-RQ-FOUND > ZERO
               IF WS-RQ-PROGRAMME(WS-RQ-I) = GR-PROGRAMME
                   AND WS-RQ-CLASS-YEAR(WS-RQ-I) = GR-CLASS-YEAR
                   MOVE WS-RQ-I TO WS-RQ-FOUND
               END-IF
           END-PERFORM.
           IF WS-RQ-FOUND = ZERO
               IF WS-REQ-COUNT >= 20
                   DISPLAY 'REQUIREMENT TABLE FULL - DROPPED: '
                       GR-PROGRAMME ' ' GR-CLASS-YEAR
               ELSE
                   ADD 1 TO WS-REQ-COUNT
                   MOVE WS-REQ-COUNT TO WS-RQ-FOUND
                   MOVE GR-PROGRAMME  TO WS-RQ-PROGRAMME(WS-RQ-FOUND)
                   MOVE GR-CLASS-YEAR TO WS-RQ-CLASS-YEAR(WS-RQ-FOUND)
                   MOVE 'N'  TO WS-RQ-HAS-HEADER(WS-RQ-FOUND)
                   MOVE ZERO TO WS-RQ-MIN-CREDITS(WS-RQ-FOUND)
                   MOVE ZERO TO WS-RQ-MIN-GPA(WS-RQ-FOUND)
                   MOVE ZERO TO WS-RQ-FIRST-GPA(WS-RQ-FOUND)
                   MOVE ZERO TO WS-RQ-SECOND-GPA(WS-RQ-FOUND)
                   MOVE ZERO TO WS-RQ-SUBJ-COUNT(WS-RQ-FOUND)
               END-IF
           END-IF.
           IF WS-RQ-FOUND > ZERO
               IF GR-SUBJECT-CODE = SPACES
                   MOVE 'Y' TO WS-RQ-HAS-HEADER(WS-RQ-FOUND)
                   MOVE GR-MIN-CREDITS
                       TO WS-RQ-MIN-CREDITS(WS-RQ-FOUND)
                   MOVE GR-MIN-CUM-GPA
                       TO WS-RQ-MIN-GPA(WS-RQ-FOUND)
                   MOVE GR-FIRST-CLASS-GPA
                       TO WS-RQ-FIRST-GPA(WS-RQ-FOUND)
                   MOVE GR-SECOND-CLASS-GPA
                       TO WS-RQ-SECOND-GPA(WS-RQ-FOUND)
               ELSE
                   IF WS-RQ-SUBJ-COUNT(WS-RQ-FOUND) >= 20
                       DISPLAY 'COMPULSORY LIST FULL - DROPPED: '
                           GR-PROGRAMME ' ' GR-CLASS-YEAR ' '
                           GR-SUBJECT-CODE
                   ELSE
                       ADD 1 TO WS-RQ-SUBJ-COUNT(WS-RQ-FOUND)
                       MOVE GR-SUBJECT-CODE TO WS-RQ-SUBJECT
                           (WS-RQ-FOUND, WS-RQ-SUBJ-COUNT(WS-RQ-FOUND))
                   END-IF
               END-IF
           END-IF.

       OPEN-AUDIT-FILES.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               CLOSE STUDENT
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT TERM-RESULTS.
           IF WS-RESULTS-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-RESULTS. Status: "
                   WS-RESULTS-FS
               CLOSE STUDENT
               CLOSE MARKS-POSTED
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE STUDENT
               CLOSE MARKS-POSTED
               CLOSE TERM-RESULTS
               PERFORM ABANDON-RUN
           END-IF.
      *    No archive at all just means nobody was ever archived.
           OPEN INPUT STUDENT-HISTORY.
           IF WS-HIST-FS EQUAL '00'
               MOVE 'Y' TO WS-HIST-OPEN
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           OPEN OUTPUT STATUS-TRANS.
           IF WS-RPT-FS NOT EQUAL '00' OR WS-TRANS-FS NOT EQUAL '00'
               DISPLAY "Error opening audit outputs. Status: "
                   WS-RPT-FS " " WS-TRANS-FS
               CLOSE STUDENT
               CLOSE MARKS-POSTED
               CLOSE TERM-RESULTS
               CLOSE SUBJECT-MAST
               PERFORM ABANDON-RUN
           END-IF.

      * The student's own programme first, then the general
      * programme for the same class-year. Only a row with a header
      * makes the student a candidate.
       FIND-STUDENT-REQUIREMENT.
           MOVE ZERO TO WS-RQ-FOUND.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
               UNTIL WS-RQ-I > WS-REQ-COUNT OR WS-RQ-FOUND > ZERO
               IF WS-RQ-PROGRAMME(WS-RQ-I) = STUDENT-PROGRAMME
                   AND WS-RQ-CLASS-YEAR(WS-RQ-I) = CLASS-YEAR
                   AND WS-RQ-HAS-HEADER(WS-RQ-I) = 'Y'
                   MOVE WS-RQ-I TO WS-RQ-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
               UNTIL WS-RQ-I > WS-REQ-COUNT OR WS-RQ-FOUND > ZERO
               IF WS-RQ-PROGRAMME(WS-RQ-I) = SPACES
                   AND WS-RQ-CLASS-YEAR(WS-RQ-I) = CLASS-YEAR
                   AND WS-RQ-HAS-HEADER(WS-RQ-I) = 'Y'
                   MOVE WS-RQ-I TO WS-RQ-FOUND
               END-IF
           END-PERFORM.

       AUDIT-ONE-CANDIDATE.
           ADD 1 TO WS-CANDIDATE-COUNT.
           MOVE 'N' TO WS-DEFICIENT.
           PERFORM TOTAL-PASSED-PAPERS.
           PERFORM TOTAL-TERM-RESULTS.
           PERFORM CHECK-ARCHIVE.

           IF WS-CREDITS-EARNED < WS-RQ-MIN-CREDITS(WS-RQ-FOUND)
               MOVE 'Y' TO WS-DEFICIENT
           END-IF.
           IF WS-TERM-COUNT = ZERO
               OR WS-CUM-GPA < WS-RQ-MIN-GPA(WS-RQ-FOUND)
               MOVE 'Y' TO WS-DEFICIENT
           END-IF.
           PERFORM VARYING WS-SB-I FROM 1 BY 1
               UNTIL WS-SB-I > WS-RQ-SUBJ-COUNT(WS-RQ-FOUND)
               IF WS-MET-FLAG(WS-SB-I) = 'N'
                   MOVE 'Y' TO WS-DEFICIENT
               END-IF
           END-PERFORM.
           IF WS-ARCHIVE-FOUND = 'Y'
               MOVE 'Y' TO WS-DEFICIENT
           END-IF.

           IF WS-DEFICIENT = 'Y'
               ADD 1 TO WS-DEFICIENT-COUNT
               PERFORM REPORT-DEFICIENT
           ELSE
               ADD 1 TO WS-CLEARED-COUNT
               PERFORM REPORT-CLEARED
           END-IF.

      * Every posting under the student ID, every term: credits for
      * each paper passed, and the compulsory subjects ticked off.
       TOTAL-PASSED-PAPERS.
           MOVE ZERO TO WS-CREDITS-EARNED.
           PERFORM VARYING WS-SB-I FROM 1 BY 1 UNTIL WS-SB-I > 20
               MOVE 'N' TO WS-MET-FLAG(WS-SB-I)
           END-PERFORM.
           MOVE 'N' TO WS-SLICE-EOF.
           MOVE STUDENT-ID TO MP-STUDENT-ID.
           MOVE LOW-VALUES TO MP-SUBJECT-CODE.
           MOVE LOW-VALUES TO MP-TERM-CODE.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
           END-START.
           PERFORM UNTIL WS-SLICE-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-SLICE-EOF
                   NOT AT END
                       IF MP-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-SLICE-EOF
                       ELSE
                           PERFORM TAKE-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

       TAKE-ONE-POSTING.
           MOVE 'N' TO WS-PAPER-PASSED.
           MOVE ZERO TO WS-PAPER-CREDITS.
           MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY
                   DISPLAY 'SUBJECT NOT ON CATALOG: ' MP-SUBJECT-CODE
                       ' STUDENT ' STUDENT-ID
               NOT INVALID KEY
                   IF MP-NORMAL-MARK AND MP-MARK NOT < SM-PASS-MARK
                       MOVE 'Y' TO WS-PAPER-PASSED
                       MOVE SM-CREDIT-HOURS TO WS-PAPER-CREDITS
                       IF WS-PAPER-CREDITS = ZERO
                           MOVE 1 TO WS-PAPER-CREDITS
                       END-IF
                   END-IF
           END-READ.
           ADD WS-PAPER-CREDITS TO WS-CREDITS-EARNED.
           IF WS-PAPER-PASSED = 'Y' OR MP-EXEMPT
               PERFORM VARYING WS-SB-I FROM 1 BY 1
                   UNTIL WS-SB-I > WS-RQ-SUBJ-COUNT(WS-RQ-FOUND)
                   IF WS-RQ-SUBJECT(WS-RQ-FOUND, WS-SB-I)
                       = MP-SUBJECT-CODE
                       MOVE 'Y' TO WS-MET-FLAG(WS-SB-I)
                   END-IF
               END-PERFORM
           END-IF.

      * The mean of the frozen term GPAs, the figure the transcript
      * prints as cumulative.
       TOTAL-TERM-RESULTS.
           MOVE ZERO TO WS-TERM-COUNT.
           MOVE ZERO TO WS-GPA-TOTAL.
           MOVE ZERO TO WS-CUM-GPA.
           MOVE 'N' TO WS-SLICE-EOF.
           MOVE STUDENT-ID TO TR-STUDENT-ID.
           MOVE LOW-VALUES TO TR-TERM-CODE.
           START TERM-RESULTS KEY NOT < TR-KEY
               INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
           END-START.
           PERFORM UNTIL WS-SLICE-EOF = 'Y'
               READ TERM-RESULTS NEXT RECORD
                   AT END MOVE 'Y' TO WS-SLICE-EOF
                   NOT AT END
                       IF TR-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-SLICE-EOF
                       ELSE
                           ADD 1 TO WS-TERM-COUNT
                           ADD TR-GPA TO WS-GPA-TOTAL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TERM-COUNT > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-GPA-TOTAL / WS-TERM-COUNT
           END-IF.

       CHECK-ARCHIVE.
           MOVE 'N' TO WS-ARCHIVE-FOUND.
           IF WS-HIST-OPEN = 'Y'
               MOVE STUDENT-ID TO HIST-STUDENT-ID
               READ STUDENT-HISTORY
                   KEY IS HIST-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-ARCHIVE-FOUND
               END-READ
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING 'GRADUATION AUDIT - RUN '
               RUN-START-STAMP(1:8)
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING 'ID    NAME                      PROG YR CRED '
               'GPA  RESULT'
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.
           MOVE ALL '-' TO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

       WRITE-CANDIDATE-LINE.
           MOVE WS-CUM-GPA TO WS-DISPLAY-GPA.
           MOVE SPACES TO AUDIT-REPORT-LINE.
           STRING STUDENT-ID ' ' STUDENT-NAME ' '
               STUDENT-PROGRAMME ' ' CLASS-YEAR ' '
               WS-CREDITS-EARNED ' ' WS-DISPLAY-GPA ' '
               WS-HONOURS-WORDS
               DELIMITED BY SIZE INTO AUDIT-REPORT-LINE.
           WRITE AUDIT-REPORT-LINE.

      * Honours off the requirement's bands, and the graduation
      * transaction STATUS-CHANGE-TRANSACTION will apply.
       REPORT-CLEARED.
           EVALUATE TRUE
               WHEN WS-CUM-GPA NOT < WS-RQ-FIRST-GPA(WS-RQ-FOUND)
                   MOVE 'F' TO WS-HONOURS
                   MOVE 'CLEARED - FIRST' TO WS-HONOURS-WORDS
               WHEN WS-CUM-GPA NOT < WS-RQ-SECOND-GPA(WS-RQ-FOUND)
                   MOVE 'S' TO WS-HONOURS
                   MOVE 'CLEARED - SECOND' TO WS-HONOURS-WORDS
               WHEN OTHER
                   MOVE 'P' TO WS-HONOURS
                   MOVE 'CLEARED - PASS' TO WS-HONOURS-WORDS
           END-EVALUATE.
           PERFORM WRITE-CANDIDATE-LINE.

           MOVE STUDENT-ID TO ST-STUDENT-ID.
           MOVE 'G'        TO ST-NEW-STATUS.
           MOVE WS-HONOURS TO ST-HONOURS.
           WRITE STATUS-TRANS-REC.
           ADD 1 TO RUN-WRITE-COUNT.

      * One line per missing requirement under the candidate.
       REPORT-DEFICIENT.
           MOVE 'DEFICIENT' TO WS-HONOURS-WORDS.
           PERFORM WRITE-CANDIDATE-LINE.

           IF WS-CREDITS-EARNED < WS-RQ-MIN-CREDITS(WS-RQ-FOUND)
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING '      CREDITS ' WS-CREDITS-EARNED
                   ' - ' WS-RQ-MIN-CREDITS(WS-RQ-FOUND)
                   ' REQUIRED'
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.
           IF WS-TERM-COUNT = ZERO
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING '      NO FROZEN TERM RESULTS - NO CUMULATIVE '
                   'GPA'
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           ELSE
               IF WS-CUM-GPA < WS-RQ-MIN-GPA(WS-RQ-FOUND)
                   MOVE WS-RQ-MIN-GPA(WS-RQ-FOUND)
                       TO WS-DISPLAY-MIN-GPA
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING '      CUMULATIVE GPA ' WS-DISPLAY-GPA
                       ' - ' WS-DISPLAY-MIN-GPA ' REQUIRED'
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
           END-IF.
           PERFORM VARYING WS-SB-I FROM 1 BY 1
               UNTIL WS-SB-I > WS-RQ-SUBJ-COUNT(WS-RQ-FOUND)
               IF WS-MET-FLAG(WS-SB-I) = 'N'
                   MOVE SPACES TO AUDIT-REPORT-LINE
                   STRING '      COMPULSORY SUBJECT NOT PASSED: '
                       WS-RQ-SUBJECT(WS-RQ-FOUND, WS-SB-I)
                       DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
                   WRITE AUDIT-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-ARCHIVE-FOUND = 'Y'
               MOVE SPACES TO AUDIT-REPORT-LINE
               STRING '      STILL ON STUDENT-HISTORY - '
                   'READMISSION NOT COMPLETED'
                   DELIMITED BY SIZE INTO AUDIT-REPORT-LINE
               WRITE AUDIT-REPORT-LINE
           END-IF.

       COPY "runwrt.cpy".
