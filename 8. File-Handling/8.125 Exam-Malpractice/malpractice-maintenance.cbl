      * Malpractice in the exam hall - a crib sheet, a phone, a
      * copied script - used to go to the examinations committee on
      * the invigilator's report form, and whatever the committee
      * decided was struck through on the marks ledger by hand,
      * where the GPA batch, the gazette and the report card never
      * saw it. EXAM-MALPRACTICE (exmalp.cpy) holds each case on
      * file, one record per paper keyed by STUDENT-ID, exam code
      * and subject, and this program is its front-end, following
      * EXAM-CONDONATION's signed-on menu loop:
      *   - a case is reported against a paper on the EXAM-SCHEDULE
      *     with the allegation and the evidence reference - the
      *     number on the sealed evidence envelope - and the posting
      *     term the exam's marks go to (the current term unless
      *     keyed otherwise);
      *   - the hearing date is set once the committee sits;
      *   - the hearing's outcome is recorded as no penalty, this
      *     paper cancelled, or every paper the student sat in the
      *     exam cancelled. A cancelled paper's MARKS-POSTED record
      *     is flagged cancelled with its mark zeroed and grace
      *     cleared, the figure it held kept on the case, so the GPA
      *     batch, RESULTS-GAZETTE and REPORT-CARD-PRINT show CAN and
      *     count it as a zero that never passes. Each paper
      *     cancelled under an all-papers outcome gets a decided
      *     record of its own pointing back at the heard case. An
      *     exempt paper was never sat and is left alone.
      * Reporting a case and setting its hearing take update
      * permission; recording an outcome takes full update, the
      * signed-on operator is stamped on the case as the decider,
      * and every change - case and marks alike - goes to the
      * satellite audit trail. A zeroed mark moves the MARKS-POSTED
      * control totals, kept through the ctladj.cpy discipline, and
      * the student's GPA is re-averaged at once, off the
      * GRADE-SCALE points as the GPA batch takes them, when the
      * term is the current one; a closed term is refrozen through
      * CLOSED-TERM-AMENDMENT. MALPRACTICE-CASE-REGISTER prints the
      * cases for the committee.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MALPRACTICE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-MALPRACTICE ASSIGN TO 'EXAM-MALPRACTICE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EM-KEY
                   FILE STATUS IS WS-FS.

               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

      *    SUBJECT-MAST supplies the credit hours so the re-averaged
      *    GPA weighs exactly as the GPA batch's does.
               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-MAST-FS.

      *    Each paper's grade points come off the scale in force on
      *    the run date for the student's class-year, as the GPA
      *    batch takes them.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

      *    A zeroed mark moves the control totals the batch-open
      *    VERIFY checks, so this program maintains
      *    FILE-CONTROL-TOTALS through the ctladj.cpy discipline.
               SELECT FILE-CONTROL-TOTALS
                   ASSIGN TO 'FILE-CONTROL-TOTALS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTLU-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXAM-MALPRACTICE.
           COPY "exmalp.cpy".

           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD FILE-CONTROL-TOTALS.
           COPY "filectl.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-SCHED-FS          PIC X(02).
           01 WS-POSTED-FS         PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-SUBJ-MAST-FS      PIC X(02).
           01 WS-TERM-FS           PIC X(02).
           01 WS-OPER-FS           PIC X(02).
      *    Whether the catalog opened at all - the status field
      *    itself changes on every keyed read. Without the catalog
      *    every mark weighs one credit, the GPA batch's fallback.
           01 WS-SUBJ-OPEN         PIC A(01) VALUE 'N'.
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-CURRENT-TERM      PIC X(06) VALUE SPACES.
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-EXAM        PIC X(06).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-TERM        PIC X(06).
           01 WS-ENTRY-ALLEGATION  PIC X(20).
           01 WS-ENTRY-EVIDENCE    PIC X(12).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-OUTCOME     PIC X(01).
           01 WS-SIGNON-ID         PIC X(08).
           01 WS-SIGNON-PASSWORD   PIC X(08).
           01 WS-SIGNED-ON         PIC A(01) VALUE 'N'.
           01 WS-PERM-LEVEL        PIC 9(01) VALUE ZERO.
           01 WS-CASE-OK           PIC A(01).
      *    The heard case, held while the all-papers browse reuses
      *    the record area to write the linked paper records.
           01 WS-HOLD-CASE         PIC X(104).
           01 WS-CASE-TERM         PIC X(06).
           01 WS-CASE-ORIG-MARK    PIC 9(03).
           01 WS-CASE-SUBJ-SEEN    PIC A(01).
           01 WS-CANCEL-SUBJECT    PIC X(04).
           01 WS-ORIG-MARK         PIC 9(03).
           01 WS-PAPER-DONE        PIC A(01).
           01 WS-PAPERS-DONE       PIC 9(02).
           01 WS-SCHED-EOF         PIC A(01).
           01 WS-SLICE-EOF         PIC A(01).
           01 WS-SLICE-POINTS      PIC 9(05)V99.
           01 WS-SLICE-CREDITS     PIC 9(04).
           01 WS-MARK-CREDITS      PIC 9(02).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".
           COPY "ctlflds.cpy".
           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MALPRACTICE-MAINTENANCE".
           MOVE 'MALPRACT' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - MALPRACTICE CASES NOT '
                   'AVAILABLE'
               STOP RUN
           END-IF.
           MOVE WS-SIGNON-ID TO SAUD-OPERATOR-ID.

           PERFORM READ-TERM-CONTROL.
           PERFORM LOAD-GRADE-SCALE.

           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS
               DISPLAY 'MAINTENANCE REFUSED - CHANGES WOULD BE '
                   'UNTRACEABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O EXAM-MALPRACTICE.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT EXAM-MALPRACTICE
               CLOSE EXAM-MALPRACTICE
               OPEN I-O EXAM-MALPRACTICE
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error opening EXAM-MALPRACTICE. Status: "
                   WS-FS " " WS-FS-MESSAGE
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-SCHEDULE. Status: "
                   WS-SCHED-FS
               CLOSE EXAM-MALPRACTICE
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               CLOSE EXAM-MALPRACTICE
               CLOSE EXAM-SCHEDULE
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE EXAM-MALPRACTICE
               CLOSE EXAM-SCHEDULE
               CLOSE MARKS-POSTED
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-MAST-FS EQUAL '00'
               MOVE 'Y' TO WS-SUBJ-OPEN
           ELSE
               DISPLAY 'SUBJECT-MASTER NOT AVAILABLE - MARKS '
                   'WEIGH ONE CREDIT EACH'
           END-IF.
           MOVE 'MARKS-POSTED' TO CTLU-FILE-NAME.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM REPORT-CASE
                   WHEN 2 PERFORM SET-HEARING
                   WHEN 3 PERFORM RECORD-OUTCOME
                   WHEN 4 PERFORM INQUIRE-CASE
                   WHEN 5 DISPLAY 'EXITING MALPRACTICE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE EXAM-MALPRACTICE.
           CLOSE EXAM-SCHEDULE.
           CLOSE MARKS-POSTED.
           CLOSE STUDENT.
           IF WS-SUBJ-OPEN = 'Y'
               CLOSE SUBJECT-MAST
           END-IF.
           CLOSE SATELLITE-AUDIT.

      *    The zeroed marks roll into the stored control totals, so
      *    the next batch-open VERIFY still proves out.
           PERFORM ADJUST-CONTROL-TOTALS.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, exactly as OPERATOR-MENU
      * does it - a hearing's outcome takes marks off a student.
       SIGN-ON.
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
                       IF OP-PASSWORD = WS-SIGNON-PASSWORD
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE OP-PERM-LEVEL TO WS-PERM-LEVEL
                           DISPLAY 'SIGNED ON, PERMISSION LEVEL '
                               WS-PERM-LEVEL
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
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
               AT END
                   DISPLAY 'TERM-CONTROL IS EMPTY - NO CURRENT TERM'
                   CLOSE TERM-CONTROL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
           END-READ.
           CLOSE TERM-CONTROL.

       DISPLAY-MENU.
           DISPLAY '1. REPORT CASE'.
           DISPLAY '2. SET HEARING DATE'.
           DISPLAY '3. RECORD HEARING OUTCOME'.
           DISPLAY '4. INQUIRE CASE'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-ENTRY-EXAM.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.
           MOVE WS-ENTRY-ID      TO EM-STUDENT-ID.
           MOVE WS-ENTRY-EXAM    TO EM-EXAM-CODE.
           MOVE WS-ENTRY-SUBJECT TO EM-SUBJECT-CODE.

      * An existing case, read and shown; WS-CASE-OK says whether
      * there is one to work on.
       ACCEPT-CASE-KEY.
           MOVE 'N' TO WS-CASE-OK.
           PERFORM ACCEPT-ENTRY-KEY.
           READ EXAM-MALPRACTICE
               KEY IS EM-KEY
               INVALID KEY
                   DISPLAY 'NO CASE FOR STUDENT ' WS-ENTRY-ID
                       ' EXAM ' WS-ENTRY-EXAM
                       ' SUBJECT ' WS-ENTRY-SUBJECT
               NOT INVALID KEY MOVE 'Y' TO WS-CASE-OK
           END-READ.
           IF WS-CASE-OK = 'Y'
               PERFORM SHOW-CASE
           END-IF.

       SHOW-CASE.
           MOVE EM-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY MOVE 'NOT ON MASTER' TO STUDENT-NAME
           END-READ.
           DISPLAY 'STUDENT ' EM-STUDENT-ID ' ' STUDENT-NAME.
           DISPLAY 'EXAM ' EM-EXAM-CODE ' SUBJECT ' EM-SUBJECT-CODE
               ' TERM ' EM-TERM-CODE.
           DISPLAY 'REPORTED ' EM-REPORTED-DATE ' BY '
               EM-REPORTED-BY ' ' EM-ALLEGATION.
           DISPLAY 'EVIDENCE ' EM-EVIDENCE-REF
               '  HEARING ' EM-HEARING-DATE
               '  STATUS ' EM-STATUS.
           IF EM-DECIDED
               DISPLAY 'OUTCOME ' EM-OUTCOME ' BY ' EM-DECIDED-BY
                   ' ON ' EM-DECIDED-DATE
                   ' CASE SUBJECT ' EM-CASE-SUBJECT
               DISPLAY 'PAPERS CANCELLED ' EM-PAPERS-CANCELLED
                   '  MARK BEFORE CANCELLATION ' EM-ORIGINAL-MARK
           END-IF.

      * A case is opened only against a student on the master and a
      * paper on the exam's timetable, and only once per paper.
       REPORT-CASE.
           IF WS-PERM-LEVEL < 2
               DISPLAY 'NOT AUTHORIZED - UPDATE PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-ENTRY-KEY
               PERFORM CHECK-NEW-CASE
               IF WS-CASE-OK = 'Y'
                   PERFORM ACCEPT-CASE-DETAILS
               END-IF
           END-IF.

       CHECK-NEW-CASE.
           MOVE 'N' TO WS-CASE-OK.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'REPORT: STUDENT NOT ON MASTER '
                       WS-ENTRY-ID
           END-READ.
           IF WS-STUDENT-FS EQUAL '00'
               MOVE WS-ENTRY-EXAM    TO ES-EXAM-CODE
               MOVE WS-ENTRY-SUBJECT TO ES-SUBJECT-CODE
               READ EXAM-SCHEDULE
                   KEY IS ES-KEY
                   INVALID KEY
                       DISPLAY 'REPORT: PAPER NOT ON EXAM-SCHEDULE '
                           WS-ENTRY-EXAM ' ' WS-ENTRY-SUBJECT
                   NOT INVALID KEY MOVE 'Y' TO WS-CASE-OK
               END-READ
           END-IF.
           IF WS-CASE-OK = 'Y'
               READ EXAM-MALPRACTICE
                   KEY IS EM-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       DISPLAY 'REPORT: CASE ALREADY ON FILE - '
                           'STATUS ' EM-STATUS
                       MOVE 'N' TO WS-CASE-OK
               END-READ
           END-IF.

       ACCEPT-CASE-DETAILS.
           DISPLAY 'ENTER ALLEGATION: '.
           ACCEPT WS-ENTRY-ALLEGATION.
           DISPLAY 'ENTER EVIDENCE REFERENCE: '.
           ACCEPT WS-ENTRY-EVIDENCE.
           DISPLAY 'ENTER POSTING TERM (BLANK = ' WS-CURRENT-TERM
               '): '.
           ACCEPT WS-ENTRY-TERM.
           IF WS-ENTRY-TERM = SPACES
               MOVE WS-CURRENT-TERM TO WS-ENTRY-TERM
           END-IF.
           IF WS-ENTRY-ALLEGATION = SPACES
               OR WS-ENTRY-EVIDENCE = SPACES
               DISPLAY 'REPORT: ALLEGATION AND EVIDENCE REFERENCE '
                   'ARE REQUIRED'
           ELSE
               MOVE WS-ENTRY-ID         TO EM-STUDENT-ID
               MOVE WS-ENTRY-EXAM       TO EM-EXAM-CODE
               MOVE WS-ENTRY-SUBJECT    TO EM-SUBJECT-CODE
               MOVE WS-ENTRY-TERM       TO EM-TERM-CODE
               MOVE WS-TODAY            TO EM-REPORTED-DATE
               MOVE WS-SIGNON-ID        TO EM-REPORTED-BY
               MOVE WS-ENTRY-ALLEGATION TO EM-ALLEGATION
               MOVE WS-ENTRY-EVIDENCE   TO EM-EVIDENCE-REF
               MOVE ZERO                TO EM-HEARING-DATE
               MOVE 'R'                 TO EM-STATUS
               MOVE SPACE               TO EM-OUTCOME
               MOVE SPACES              TO EM-DECIDED-BY
               MOVE ZERO                TO EM-DECIDED-DATE
               MOVE WS-ENTRY-SUBJECT    TO EM-CASE-SUBJECT
               MOVE ZERO                TO EM-ORIGINAL-MARK
               MOVE ZERO                TO EM-PAPERS-CANCELLED
               WRITE EXAM-MALPRACTICE-FILE
                   INVALID KEY DISPLAY 'REPORT: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'REPORT: Case Recorded'
                       MOVE SPACES   TO SAUD-OLD-IMAGE
                       MOVE 'REPORT' TO SAUD-ACTION
                       PERFORM NOTE-CASE-AUDIT
               END-WRITE
           END-IF.

       SET-HEARING.
           IF WS-PERM-LEVEL < 2
               DISPLAY 'NOT AUTHORIZED - UPDATE PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-CASE-KEY
               IF WS-CASE-OK = 'Y'
                   IF NOT EM-OPEN
                       DISPLAY 'HEARING: CASE ALREADY DECIDED'
                   ELSE
                       PERFORM ACCEPT-HEARING-DATE
                   END-IF
               END-IF
           END-IF.

       ACCEPT-HEARING-DATE.
           DISPLAY 'ENTER HEARING DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE < EM-REPORTED-DATE
               DISPLAY 'HEARING: DATE IS BEFORE THE CASE WAS '
                   'REPORTED'
           ELSE
               PERFORM BUILD-CASE-IMAGE
               MOVE SAUD-NEW-IMAGE TO SAUD-OLD-IMAGE
               MOVE WS-ENTRY-DATE  TO EM-HEARING-DATE
               MOVE 'H'            TO EM-STATUS
               REWRITE EXAM-MALPRACTICE-FILE
                   INVALID KEY DISPLAY 'HEARING: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'HEARING: Date Set'
                       MOVE 'HEARING' TO SAUD-ACTION
                       PERFORM NOTE-CASE-AUDIT
               END-REWRITE
           END-IF.

      * Only a case whose hearing has been set can be decided, and a
      * decided case stays decided.
       RECORD-OUTCOME.
           IF WS-PERM-LEVEL < 3
               DISPLAY 'NOT AUTHORIZED - FULL PERMISSION REQUIRED'
           ELSE
               PERFORM ACCEPT-CASE-KEY
               IF WS-CASE-OK = 'Y'
                   EVALUATE TRUE
                       WHEN EM-DECIDED
                           DISPLAY 'OUTCOME: CASE ALREADY DECIDED - '
                               'OUTCOME ' EM-OUTCOME
                       WHEN NOT EM-HEARING
                           DISPLAY 'OUTCOME: NO HEARING DATE SET'
                       WHEN OTHER
                           PERFORM ACCEPT-OUTCOME
                   END-EVALUATE
               END-IF
           END-IF.

       ACCEPT-OUTCOME.
           DISPLAY 'OUTCOME (N = NO PENALTY, P = CANCEL THIS PAPER, '
               'A = CANCEL ALL PAPERS): '.
           ACCEPT WS-ENTRY-OUTCOME.
           IF WS-ENTRY-OUTCOME = 'N' OR 'P' OR 'A'
               PERFORM APPLY-OUTCOME
           ELSE
               DISPLAY 'OUTCOME MUST BE N, P OR A'
           END-IF.

      * The marks are struck first, then the case is closed with the
      * figure its own paper held and how many papers went.
       APPLY-OUTCOME.
           MOVE EXAM-MALPRACTICE-FILE TO WS-HOLD-CASE.
           MOVE EM-TERM-CODE TO WS-CASE-TERM.
           MOVE ZERO TO WS-PAPERS-DONE.
           MOVE ZERO TO WS-CASE-ORIG-MARK.
           EVALUATE WS-ENTRY-OUTCOME
               WHEN 'P'
                   MOVE WS-ENTRY-SUBJECT TO WS-CANCEL-SUBJECT
                   PERFORM CANCEL-ONE-PAPER
                   MOVE WS-ORIG-MARK TO WS-CASE-ORIG-MARK
               WHEN 'A'
                   PERFORM CANCEL-EXAM-PAPERS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           MOVE WS-HOLD-CASE TO EXAM-MALPRACTICE-FILE.
           PERFORM BUILD-CASE-IMAGE.
           MOVE SAUD-NEW-IMAGE    TO SAUD-OLD-IMAGE.
           MOVE 'D'               TO EM-STATUS.
           MOVE WS-ENTRY-OUTCOME  TO EM-OUTCOME.
           MOVE WS-SIGNON-ID      TO EM-DECIDED-BY.
           MOVE WS-TODAY          TO EM-DECIDED-DATE.
           MOVE WS-ENTRY-SUBJECT  TO EM-CASE-SUBJECT.
           MOVE WS-CASE-ORIG-MARK TO EM-ORIGINAL-MARK.
           MOVE WS-PAPERS-DONE    TO EM-PAPERS-CANCELLED.
           REWRITE EXAM-MALPRACTICE-FILE
               INVALID KEY DISPLAY 'OUTCOME: Invalid Key'
               NOT INVALID KEY
                   DISPLAY 'OUTCOME: Case Decided - papers '
                       'cancelled ' WS-PAPERS-DONE
                   MOVE 'DECIDE' TO SAUD-ACTION
                   PERFORM NOTE-CASE-AUDIT
           END-REWRITE.

           IF WS-PAPERS-DONE > ZERO
               IF WS-CASE-TERM = WS-CURRENT-TERM
                   PERFORM RECOMPUTE-STUDENT-GPA
               ELSE
                   DISPLAY 'TERM ' WS-CASE-TERM ' IS NOT THE '
                       'CURRENT TERM - REFREEZE IT THROUGH '
                       'CLOSED-TERM-AMENDMENT'
               END-IF
           END-IF.

      * Every paper on the exam's timetable is struck; a paper other
      * than the heard one gets a decided case record of its own.
      * The heard paper is struck even if the timetable has since
      * lost it.
       CANCEL-EXAM-PAPERS.
           MOVE 'N' TO WS-CASE-SUBJ-SEEN.
           MOVE 'N' TO WS-SCHED-EOF.
           MOVE WS-ENTRY-EXAM TO ES-EXAM-CODE.
           MOVE LOW-VALUES    TO ES-SUBJECT-CODE.
           START EXAM-SCHEDULE KEY NOT < ES-KEY
               INVALID KEY MOVE 'Y' TO WS-SCHED-EOF
           END-START.
           PERFORM UNTIL WS-SCHED-EOF = 'Y'
               READ EXAM-SCHEDULE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SCHED-EOF
                   NOT AT END
                       IF ES-EXAM-CODE NOT EQUAL WS-ENTRY-EXAM
                           MOVE 'Y' TO WS-SCHED-EOF
                       ELSE
                           PERFORM CANCEL-SCHEDULED-PAPER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CASE-SUBJ-SEEN = 'N'
               MOVE WS-ENTRY-SUBJECT TO WS-CANCEL-SUBJECT
               PERFORM CANCEL-ONE-PAPER
               MOVE WS-ORIG-MARK TO WS-CASE-ORIG-MARK
           END-IF.

       CANCEL-SCHEDULED-PAPER.
           MOVE ES-SUBJECT-CODE TO WS-CANCEL-SUBJECT.
           PERFORM CANCEL-ONE-PAPER.
           IF WS-CANCEL-SUBJECT = WS-ENTRY-SUBJECT
               MOVE 'Y' TO WS-CASE-SUBJ-SEEN
               MOVE WS-ORIG-MARK TO WS-CASE-ORIG-MARK
           ELSE
               IF WS-PAPER-DONE = 'Y'
                   PERFORM NOTE-LINKED-PAPER
               END-IF
           END-IF.

      * A posted paper is struck: flagged cancelled, mark and grace
      * zeroed, the old figure kept for the case. A paper with no
      * posted mark, one already cancelled, or an exempt one the
      * student never sat, is left as it is.
       CANCEL-ONE-PAPER.
           MOVE 'N'  TO WS-PAPER-DONE.
           MOVE ZERO TO WS-ORIG-MARK.
           MOVE WS-ENTRY-ID       TO MP-STUDENT-ID.
           MOVE WS-CANCEL-SUBJECT TO MP-SUBJECT-CODE.
           MOVE WS-CASE-TERM      TO MP-TERM-CODE.
           READ MARKS-POSTED
               KEY IS MP-KEY
               INVALID KEY
                   DISPLAY '  NO MARK POSTED FOR ' WS-CANCEL-SUBJECT
                       ' IN TERM ' WS-CASE-TERM
           END-READ.
           IF WS-POSTED-FS EQUAL '00'
               EVALUATE TRUE
                   WHEN MP-CANCELLED
                       DISPLAY '  ALREADY CANCELLED: '
                           WS-CANCEL-SUBJECT
                   WHEN MP-EXEMPT
                       DISPLAY '  EXEMPT, NOT SAT: '
                           WS-CANCEL-SUBJECT
                   WHEN OTHER
                       PERFORM STRIKE-POSTED-MARK
               END-EVALUATE
           END-IF.

       STRIKE-POSTED-MARK.
           MOVE MP-MARK TO WS-ORIG-MARK.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'MK=' MP-MARK ' FL=' MP-MARK-FLAG
               ' GR=' MP-GRACE-MARK ' TM=' MP-TERM-CODE
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE ZERO TO MP-MARK.
           MOVE 'C'  TO MP-MARK-FLAG.
           MOVE ZERO TO MP-GRACE-MARK.
           REWRITE MARKS-POSTED-FILE
               INVALID KEY DISPLAY '  CANCEL: Invalid Key ' MP-KEY
               NOT INVALID KEY
                   COMPUTE CTLU-DELTA-MARKS =
                       CTLU-DELTA-MARKS - WS-ORIG-MARK
                   MOVE 'Y' TO WS-PAPER-DONE
                   ADD 1 TO WS-PAPERS-DONE
                   DISPLAY '  PAPER CANCELLED: ' WS-CANCEL-SUBJECT
                       ' MARK WAS ' WS-ORIG-MARK
                   MOVE 'MARKS-POSTED' TO SAUD-FILE-NAME
                   MOVE SPACES TO SAUD-RECORD-KEY
                   STRING MP-STUDENT-ID ' ' MP-SUBJECT-CODE
                       DELIMITED BY SIZE INTO SAUD-RECORD-KEY
                   MOVE 'CANCEL' TO SAUD-ACTION
                   MOVE SPACES TO SAUD-NEW-IMAGE
                   STRING 'MK=' MP-MARK ' FL=' MP-MARK-FLAG
                       ' GR=' MP-GRACE-MARK ' TM=' MP-TERM-CODE
                       DELIMITED BY SIZE INTO SAUD-NEW-IMAGE
                   PERFORM APPEND-SATELLITE-AUDIT
           END-REWRITE.

      * The struck paper's own record: written from the heard case
      * when the paper had none, or an existing one decided with
      * it.
       NOTE-LINKED-PAPER.
           MOVE WS-HOLD-CASE      TO EXAM-MALPRACTICE-FILE.
           MOVE WS-CANCEL-SUBJECT TO EM-SUBJECT-CODE.
           MOVE 'Y' TO WS-CASE-OK.
           READ EXAM-MALPRACTICE
               KEY IS EM-KEY
               INVALID KEY MOVE 'N' TO WS-CASE-OK
           END-READ.
           IF WS-CASE-OK = 'Y'
               PERFORM BUILD-CASE-IMAGE
               MOVE SAUD-NEW-IMAGE TO SAUD-OLD-IMAGE
           ELSE
               MOVE WS-HOLD-CASE      TO EXAM-MALPRACTICE-FILE
               MOVE WS-CANCEL-SUBJECT TO EM-SUBJECT-CODE
               MOVE SPACES            TO SAUD-OLD-IMAGE
           END-IF.
           MOVE 'D'              TO EM-STATUS.
           MOVE 'A'              TO EM-OUTCOME.
           MOVE WS-SIGNON-ID     TO EM-DECIDED-BY.
           MOVE WS-TODAY         TO EM-DECIDED-DATE.
           MOVE WS-ENTRY-SUBJECT TO EM-CASE-SUBJECT.
           MOVE WS-ORIG-MARK     TO EM-ORIGINAL-MARK.
           MOVE 1                TO EM-PAPERS-CANCELLED.
           MOVE 'DECIDE'         TO SAUD-ACTION.
           IF WS-CASE-OK = 'Y'
               REWRITE EXAM-MALPRACTICE-FILE
                   INVALID KEY DISPLAY '  LINK: Invalid Key'
                   NOT INVALID KEY PERFORM NOTE-CASE-AUDIT
               END-REWRITE
           ELSE
               WRITE EXAM-MALPRACTICE-FILE
                   INVALID KEY DISPLAY '  LINK: Invalid Key'
                   NOT INVALID KEY PERFORM NOTE-CASE-AUDIT
               END-WRITE
           END-IF.
           MOVE 'Y' TO WS-CASE-OK.

       INQUIRE-CASE.
           PERFORM ACCEPT-CASE-KEY.

      * Re-average the student's posted marks for the current term
      * with the GPA batch's own arithmetic - scale grade points
      * credit-weighted off the catalog, exempt papers out of the
      * divisor, a cancelled paper in it at zero - and rewrite the
      * master, as SUPPLEMENTARY-POSTING does after a retake. The
      * master is read first, for the class-year whose scale
      * letters the papers.
       RECOMPUTE-STUDENT-GPA.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'GPA: ID NOT ON MASTER ' WS-ENTRY-ID
           END-READ.
           IF WS-STUDENT-FS EQUAL '00'
               PERFORM REAVERAGE-STUDENT-GPA
           END-IF.

       REAVERAGE-STUDENT-GPA.
           MOVE ZERO TO WS-SLICE-POINTS.
           MOVE ZERO TO WS-SLICE-CREDITS.
           MOVE 'N' TO WS-SLICE-EOF.

           MOVE WS-ENTRY-ID   TO MP-STUDENT-ID.
           MOVE LOW-VALUES    TO MP-SUBJECT-CODE.
           MOVE LOW-VALUES    TO MP-TERM-CODE.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
           END-START.

           PERFORM UNTIL WS-SLICE-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-SLICE-EOF
                   NOT AT END
                       IF MP-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                           MOVE 'Y' TO WS-SLICE-EOF
                       ELSE
                           IF MP-TERM-CODE = WS-CURRENT-TERM
                               AND NOT MP-EXEMPT
                               PERFORM WEIGH-ONE-SLICE-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SLICE-CREDITS > ZERO
               DIVIDE WS-SLICE-POINTS BY WS-SLICE-CREDITS
                   GIVING GPA ROUNDED
               REWRITE STUDENT-FILE
               IF WS-STUDENT-FS NOT EQUAL '00'
                   DISPLAY 'GPA: REWRITE FAILED ' WS-ENTRY-ID
                       ' STATUS ' WS-STUDENT-FS
               ELSE
                   DISPLAY 'GPA RE-AVERAGED: ' GPA
               END-IF
           END-IF.

      * The subject's credit hours off the catalog; an unlisted or
      * zero-credit subject weighs one credit, exactly as the GPA
      * batch falls back.
       WEIGH-ONE-SLICE-MARK.
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
           MOVE CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE MP-MARK    TO WS-GRD-LOOKUP-PCT.
           MOVE WS-TODAY   TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-SLICE-POINTS =
               WS-SLICE-POINTS + WS-GRD-POINTS * WS-MARK-CREDITS.
           ADD WS-MARK-CREDITS TO WS-SLICE-CREDITS.

      * The case's standing as one audit image; the key column holds
      * the student and exam, so the subject leads the image.
       BUILD-CASE-IMAGE.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'SB=' EM-SUBJECT-CODE ' ST=' EM-STATUS
               ' OC=' EM-OUTCOME ' HD=' EM-HEARING-DATE
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.

       NOTE-CASE-AUDIT.
           MOVE 'EXAM-MALPRACTI' TO SAUD-FILE-NAME.
           MOVE SPACES TO SAUD-RECORD-KEY.
           STRING EM-STUDENT-ID ' ' EM-EXAM-CODE
               DELIMITED BY SIZE INTO SAUD-RECORD-KEY.
           PERFORM BUILD-CASE-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

       COPY "fsxlate.cpy".

       COPY "sataudwt.cpy".

       COPY "ctladj.cpy".

       COPY "grdlkp.cpy".
