      * The examinations committee's case register. This report
      * walks EXAM-MALPRACTICE in key order and prints every case -
      * the student's name off STUDENT-MASTER, the exam and paper,
      * the allegation and evidence reference, the hearing date and
      * where the case stands: awaiting hearing, no penalty, paper
      * cancelled, or all papers cancelled with the mark each paper
      * held. A paper struck under another paper's all-papers
      * outcome names the heard paper it went with. The register
      * closes with a count by standing, and a nonzero RETURN-CODE
      * when any case is still waiting on the committee, the way
      * OPEN-INCIDENTS-REPORT flags open discipline matters.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MALPRACTICE-CASE-REGISTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-MALPRACTICE ASSIGN TO 'EXAM-MALPRACTICE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT MALPRACTICE-REGISTER
                   ASSIGN TO 'MALPRACTICE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXAM-MALPRACTICE.
           COPY "exmalp.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD MALPRACTICE-REGISTER.
           01 MALPRACTICE-REGISTER-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-STANDING           PIC X(22).
           01 WS-CASE-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-OPEN-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-NO-PENALTY-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-PAPER-COUNT        PIC 9(05) VALUE ZERO.
           01 WS-ALL-COUNT          PIC 9(05) VALUE ZERO.
           01 WS-LINKED-COUNT       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MALPRACTICE-CASE-REGISTER".

           OPEN INPUT EXAM-MALPRACTICE.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-MALPRACTICE. Status: "
                   WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE EXAM-MALPRACTICE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT MALPRACTICE-REGISTER.

           MOVE 'EXAMINATION MALPRACTICE CASE REGISTER'
               TO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ EXAM-MALPRACTICE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-ONE-CASE
               END-READ
           END-PERFORM.

           PERFORM PRINT-REGISTER-TOTALS.

           CLOSE EXAM-MALPRACTICE.
           CLOSE STUDENT.
           CLOSE MALPRACTICE-REGISTER.

           DISPLAY 'CASES ON REGISTER: ' WS-CASE-COUNT.
           DISPLAY 'CASES AWAITING DECISION: ' WS-OPEN-COUNT.
           IF WS-OPEN-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       PRINT-ONE-CASE.
           ADD 1 TO WS-CASE-COUNT.
           PERFORM NAME-STANDING.

           MOVE EM-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY MOVE 'NOT ON MASTER' TO STUDENT-NAME
           END-READ.

           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           STRING EM-STUDENT-ID ' ' STUDENT-NAME
               ' EXAM=' EM-EXAM-CODE
               ' PAPER=' EM-SUBJECT-CODE
               ' TERM=' EM-TERM-CODE
               ' ' WS-STANDING
               DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.

           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           STRING '      ' EM-ALLEGATION
               ' EVIDENCE=' EM-EVIDENCE-REF
               ' REPORTED=' EM-REPORTED-DATE
               ' HEARING=' EM-HEARING-DATE
               DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.

           IF EM-DECIDED
               PERFORM PRINT-DECISION-LINE
           END-IF.

      * The standing in words, counted as it is named.
       NAME-STANDING.
           EVALUATE TRUE
               WHEN EM-REPORTED
                   MOVE 'AWAITING HEARING DATE' TO WS-STANDING
                   ADD 1 TO WS-OPEN-COUNT
               WHEN EM-HEARING
                   MOVE 'AWAITING OUTCOME' TO WS-STANDING
                   ADD 1 TO WS-OPEN-COUNT
               WHEN EM-NO-PENALTY
                   MOVE 'NO PENALTY' TO WS-STANDING
                   ADD 1 TO WS-NO-PENALTY-COUNT
               WHEN EM-CANCEL-PAPER
                   MOVE 'PAPER CANCELLED' TO WS-STANDING
                   ADD 1 TO WS-PAPER-COUNT
               WHEN EM-CANCEL-ALL
                   AND EM-CASE-SUBJECT NOT = EM-SUBJECT-CODE
                   MOVE 'CANCELLED WITH CASE' TO WS-STANDING
                   ADD 1 TO WS-LINKED-COUNT
               WHEN EM-CANCEL-ALL
                   MOVE 'ALL PAPERS CANCELLED' TO WS-STANDING
                   ADD 1 TO WS-ALL-COUNT
               WHEN OTHER
                   MOVE 'STATUS UNKNOWN' TO WS-STANDING
           END-EVALUATE.

       PRINT-DECISION-LINE.
           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           IF EM-NO-PENALTY
               STRING '      DECIDED ' EM-DECIDED-DATE
                   ' BY ' EM-DECIDED-BY
                   DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE
           ELSE
               STRING '      DECIDED ' EM-DECIDED-DATE
                   ' BY ' EM-DECIDED-BY
                   ' HEARD PAPER=' EM-CASE-SUBJECT
                   ' PAPERS CANCELLED=' EM-PAPERS-CANCELLED
                   ' MARK WAS=' EM-ORIGINAL-MARK
                   DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE
           END-IF.
           WRITE MALPRACTICE-REGISTER-LINE.

       PRINT-REGISTER-TOTALS.
           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.
           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           STRING 'CASES ON REGISTER: ' WS-CASE-COUNT
               '  AWAITING DECISION: ' WS-OPEN-COUNT
               DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.
           MOVE SPACES TO MALPRACTICE-REGISTER-LINE.
           STRING 'NO PENALTY: ' WS-NO-PENALTY-COUNT
               '  PAPER CANCELLED: ' WS-PAPER-COUNT
               '  ALL PAPERS CANCELLED: ' WS-ALL-COUNT
               '  STRUCK WITH A CASE: ' WS-LINKED-COUNT
               DELIMITED BY SIZE INTO MALPRACTICE-REGISTER-LINE.
           WRITE MALPRACTICE-REGISTER-LINE.
