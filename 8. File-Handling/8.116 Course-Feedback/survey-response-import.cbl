      * The end-of-term course feedback survey comes back on optical
      * forms that a volunteer used to tally into a spreadsheet. This
      * import reads the scanner's file the way OMR-MARKS-IMPORT reads
      * the board's - 'D' details, one per form, carrying the student,
      * the subject and the ten answers (1 to 5, zero left blank),
      * closed by a 'T' trailer count - and runs the same two passes:
      * the first only balances the detail count to the trailer, and
      * nothing is tallied from a file that doesn't balance.
      *
      * The second pass checks each form's participation - the
      * student must be on ENROLLMENT for the subject and still
      * enrolled, and may hand in one form per subject - then adds
      * its answers into SURVEY-TALLY (survtly.cpy) under the
      * subject, the student's class-year and section, and the
      * question. The student number goes no further than the check:
      * the tally holds counts only, and the exceptions list names
      * the form's line in the file, not the student. A scan file is
      * imported once; a second run would count its forms again.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SURVEY-RESPONSE-IMPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SURVEY-SCAN ASSIGN TO 'SURVEY-SCAN.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCAN-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ENROLL-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT SURVEY-TALLY ASSIGN TO 'SURVEY-TALLY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SV-KEY
                   FILE STATUS IS WS-TALLY-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT SURVEY-EXCEPTIONS
                   ASSIGN TO 'SURVEY-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SURVEY-SCAN.
      * The scanner's line: type byte, then the detail or trailer
      * view of the same columns.
           01 SURVEY-SCAN-REC.
               05 SS-TYPE          PIC X(01).
                   88 SS-DETAIL        VALUE 'D'.
                   88 SS-TRAILER       VALUE 'T'.
               05 SS-BODY          PIC X(19).
               05 SS-DETAIL-VIEW REDEFINES SS-BODY.
                   10 SD-STUDENT-ID    PIC 9(05).
                   10 SD-SUBJECT-CODE  PIC X(04).
                   10 SD-ANSWER        PIC 9(01) OCCURS 10 TIMES.
               05 SS-TRAILER-VIEW REDEFINES SS-BODY.
                   10 ST-RECORD-COUNT  PIC 9(06).
                   10 FILLER           PIC X(13).

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD SURVEY-TALLY.
           COPY "survtly.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD SURVEY-EXCEPTIONS.
           01 SURVEY-EXCEPTION-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SCAN-FS            PIC X(02).
           01 WS-ENROLL-FS          PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-TALLY-FS           PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-DETAIL-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-TRAILER-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-TRAILER-SEEN       PIC A(01) VALUE 'N'.
           01 WS-LINE-NO            PIC 9(06) VALUE ZERO.
           01 WS-FORM-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-ANSWER-COUNT       PIC 9(07) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-REJECT-REASON      PIC X(30).
           01 WS-Q                  PIC 9(02).
           01 WS-ANSWERED           PIC 9(02).
           01 WS-CLASS-YEAR         PIC 9(02).
           01 WS-SECTION-CODE       PIC X(01).

      *    Each student-and-subject pair already taken from this file,
      *    so a form scanned twice counts once. The pairs live only
      *    for the run and go nowhere.
           01 WS-SEEN-TABLE.
               05 WS-SEEN-ROW OCCURS 3000 TIMES.
                   10 WS-SEEN-STUDENT   PIC 9(05).
                   10 WS-SEEN-SUBJECT   PIC X(04).
           01 WS-SEEN-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-SEEN-IDX           PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SURVEY-RESPONSE-IMPORT".

           PERFORM READ-TERM-CONTROL.

      *    Pass one: nothing but the balance test. A file whose
      *    trailer doesn't prove out is not tallied at all.
           PERFORM BALANCE-THE-FILE.
           IF WS-TRAILER-SEEN = 'N'
               DISPLAY 'NO TRAILER ON SCAN FILE - NOTHING TALLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-DETAIL-COUNT NOT = WS-TRAILER-COUNT
               DISPLAY 'SCAN FILE OUT OF BALANCE: DETAILS '
                   WS-DETAIL-COUNT ' TRAILER ' WS-TRAILER-COUNT
                   ' - NOTHING TALLIED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM IMPORT-THE-FILE.

           DISPLAY 'SURVEY FORMS TALLIED: '   WS-FORM-COUNT.
           DISPLAY 'ANSWERS TALLIED: '        WS-ANSWER-COUNT.
           DISPLAY 'SURVEY FORMS REJECTED: '  WS-REJECT-COUNT.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
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

       BALANCE-THE-FILE.
           OPEN INPUT SURVEY-SCAN.
           IF WS-SCAN-FS NOT EQUAL '00'
               DISPLAY "Error opening SURVEY-SCAN. Status: "
                   WS-SCAN-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SURVEY-SCAN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       EVALUATE TRUE
                           WHEN SS-DETAIL
                               ADD 1 TO WS-DETAIL-COUNT
                           WHEN SS-TRAILER
                               MOVE 'Y' TO WS-TRAILER-SEEN
                               MOVE ST-RECORD-COUNT
                                   TO WS-TRAILER-COUNT
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE SURVEY-SCAN.
           MOVE 'N' TO WS-EOF.

      * Pass two: the balanced file is read again and each form
      * checked against the roster before its answers are counted.
       IMPORT-THE-FILE.
           OPEN INPUT SURVEY-SCAN.
           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-FS NOT EQUAL '00'
               DISPLAY "Error opening ENROLLMENT. Status: "
                   WS-ENROLL-FS
               CLOSE SURVEY-SCAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE SURVEY-SCAN
               CLOSE ENROLLMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O SURVEY-TALLY.
           IF WS-TALLY-FS EQUAL '35'
               OPEN OUTPUT SURVEY-TALLY
               CLOSE SURVEY-TALLY
               OPEN I-O SURVEY-TALLY
           END-IF.
           IF WS-TALLY-FS NOT EQUAL '00'
               DISPLAY "Error opening SURVEY-TALLY. Status: "
                   WS-TALLY-FS
               CLOSE SURVEY-SCAN
               CLOSE ENROLLMENT
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT SURVEY-EXCEPTIONS.

           PERFORM UNTIL WS-EOF = 'Y'
               READ SURVEY-SCAN
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       IF SS-DETAIL
                           PERFORM IMPORT-ONE-FORM
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE SURVEY-SCAN.
           CLOSE ENROLLMENT.
           CLOSE STUDENT.
           CLOSE SURVEY-TALLY.
           CLOSE SURVEY-EXCEPTIONS.

       IMPORT-ONE-FORM.
           MOVE SPACES TO WS-REJECT-REASON.

           MOVE SD-STUDENT-ID   TO EN-STUDENT-ID.
           MOVE SD-SUBJECT-CODE TO EN-SUBJECT-CODE.
           READ ENROLLMENT
               KEY IS EN-KEY
               INVALID KEY
                   MOVE 'STUDENT NOT ENROLLED'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF NOT EN-ENROLLED
                       MOVE 'ENROLLMENT DROPPED'
                           TO WS-REJECT-REASON
                   END-IF
           END-READ.

           IF WS-REJECT-REASON = SPACES
               MOVE SD-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       MOVE 'STUDENT NOT ON MASTER'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE CLASS-YEAR   TO WS-CLASS-YEAR
                       MOVE SECTION-CODE TO WS-SECTION-CODE
               END-READ
           END-IF.

           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                   IF WS-SEEN-STUDENT (WS-SEEN-IDX) = SD-STUDENT-ID
                       AND WS-SEEN-SUBJECT (WS-SEEN-IDX)
                           = SD-SUBJECT-CODE
                       MOVE 'SECOND FORM FOR SUBJECT'
                           TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-ANSWERED
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 10
                   IF SD-ANSWER (WS-Q) NOT NUMERIC
                       OR SD-ANSWER (WS-Q) > 5
                       MOVE 'SPOILED ANSWER MARK'
                           TO WS-REJECT-REASON
                   ELSE
                       IF SD-ANSWER (WS-Q) > ZERO
                           ADD 1 TO WS-ANSWERED
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-REJECT-REASON = SPACES AND WS-ANSWERED = ZERO
                   MOVE 'FORM LEFT BLANK' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF WS-SEEN-COUNT < 3000
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE SD-STUDENT-ID
                       TO WS-SEEN-STUDENT (WS-SEEN-COUNT)
                   MOVE SD-SUBJECT-CODE
                       TO WS-SEEN-SUBJECT (WS-SEEN-COUNT)
               END-IF
               PERFORM VARYING WS-Q FROM 1 BY 1 UNTIL WS-Q > 10
                   IF SD-ANSWER (WS-Q) > ZERO
                       PERFORM TALLY-ONE-ANSWER
                   END-IF
               END-PERFORM
               ADD 1 TO WS-FORM-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO SURVEY-EXCEPTION-LINE
               STRING 'REJECTED LINE=' WS-LINE-NO
                   ' SUBJECT=' SD-SUBJECT-CODE
                   ' REASON=' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO SURVEY-EXCEPTION-LINE
               WRITE SURVEY-EXCEPTION-LINE
           END-IF.

      * One answer into its tally row - the row is made on the first
      * answer the subject, section and question ever get this term.
       TALLY-ONE-ANSWER.
           MOVE WS-CURRENT-TERM TO SV-TERM-CODE.
           MOVE SD-SUBJECT-CODE TO SV-SUBJECT-CODE.
           MOVE WS-CLASS-YEAR   TO SV-CLASS-YEAR.
           MOVE WS-SECTION-CODE TO SV-SECTION-CODE.
           MOVE WS-Q            TO SV-QUESTION.
           READ SURVEY-TALLY
               KEY IS SV-KEY
               INVALID KEY
                   MOVE ZERO TO SV-SCORE-COUNT (1)
                                SV-SCORE-COUNT (2)
                                SV-SCORE-COUNT (3)
                                SV-SCORE-COUNT (4)
                                SV-SCORE-COUNT (5)
                   MOVE ZERO TO SV-RESPONSES
                   MOVE ZERO TO SV-SCORE-TOTAL
                   ADD 1 TO SV-SCORE-COUNT (SD-ANSWER (WS-Q))
                   ADD 1 TO SV-RESPONSES
                   ADD SD-ANSWER (WS-Q) TO SV-SCORE-TOTAL
                   WRITE SURVEY-TALLY-FILE
                       INVALID KEY
                           DISPLAY 'TALLY: Invalid Key ' SV-KEY
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO SV-SCORE-COUNT (SD-ANSWER (WS-Q))
                   ADD 1 TO SV-RESPONSES
                   ADD SD-ANSWER (WS-Q) TO SV-SCORE-TOTAL
                   REWRITE SURVEY-TALLY-FILE
                       INVALID KEY
                           DISPLAY 'TALLY: Invalid Key ' SV-KEY
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-ANSWER-COUNT.
