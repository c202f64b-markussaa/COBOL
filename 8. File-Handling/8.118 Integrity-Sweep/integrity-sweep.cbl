      * DERIVED-DRIFT-CHECK proves the master's figures against
      * MARKS-POSTED, but nothing proved the keyed satellite files
      * against their parents, and orphans piled up quietly:
      * enrollments for students the year-end purge had already
      * moved to STUDENT-HISTORY, routes and beds still held by
      * withdrawn students, guardian and family rows with no student
      * behind them, teaching assignments for departed staff or
      * retired subjects. This weekly sweep walks each satellite in
      * key order and judges every live row against STUDENT-MASTER
      * (then STUDENT-HISTORY), STAFF-MASTER and SUBJECT-MASTER:
      *   ENROLLMENT          - enrolled, but the student is archived
      *                         or on neither file, or the subject is
      *                         retired or off the catalog;
      *   RIDER-ASSIGNMENT,   - riding or boarding, but the student
      *   HOSTEL-ALLOCATION     is not an active one, or is on
      *                         neither file;
      *   GUARDIAN-CONTACT    - a contact for a student on neither
      *                         file;
      *   FAMILY-LINK         - linked, but the student is archived
      *                         or on neither file;
      *   TEACHING-ASSIGNMENT - assigned, but the staff member has
      *                         departed or is unknown, or the
      *                         subject is retired or unknown;
      *   MARKS-POSTED, RECEIVABLE, HEALTH-RECORD and ACTIVITY-
      *   MEMBERSHIP - any row for a student on neither file.
      * Every exception goes to INTEGRITY-REPORT under its rule code,
      * and the report closes with the count per rule. A satellite
      * that is not there is noted and passed over.
      *
      * With INTEG-CORRECT Y on the parm card the sweep also writes
      * INTEGRITY-CORRECTIONS: for each exception the maintenance
      * program can put right, the program, the action, the menu
      * choice and the values in the order its prompts ask for them
      * (for ENROLLMENT-POSTING, the ENROLL-TRANS drop record
      * itself). Nothing is changed here - the operator reviews the
      * file and keys or feeds the ones they agree with. The
      * marks, fee, health and activity rows are history and carry
      * no correction; they are for the office to look into. Any
      * exception sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INTEGRITY-SWEEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT STUDENT-HISTORY ASSIGN TO 'STUDENT-HISTORY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HIST-STUDENT-ID
                   FILE STATUS IS WS-HIST-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT RIDER-ASSIGNMENT
                   ASSIGN TO 'RIDER-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RA-STUDENT-ID
                   ALTERNATE RECORD KEY IS RA-ROUTE-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-SAT-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-SAT-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-SAT-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-SAT-FS.

               SELECT ACTIVITY-MEMBERSHIP
                   ASSIGN TO 'ACTIVITY-MEMBERSHIP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AM-KEY
                   ALTERNATE RECORD KEY IS AM-ACTIVITY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-SAT-FS.

               SELECT INTEGRITY-REPORT ASSIGN TO 'INTEGRITY-REPORT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT INTEGRITY-CORRECTIONS
                   ASSIGN TO 'INTEGRITY-CORRECTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CX-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD STUDENT-HISTORY.
           COPY "studhist.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD RIDER-ASSIGNMENT.
           COPY "rideasg.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD ACTIVITY-MEMBERSHIP.
           COPY "actmemb.cpy".

           FD INTEGRITY-REPORT.
           01 INTEGRITY-REPORT-LINE  PIC X(100).

      *    One proposed correction per record: the maintenance
      *    program, the action, its menu choice (space for a
      *    transaction-file program) and up to three values in the
      *    order the program prompts for them.
           FD INTEGRITY-CORRECTIONS.
           01 CORRECTION-REC.
               05 CX-RULE            PIC X(04).
               05 FILLER             PIC X(01).
               05 CX-PROGRAM         PIC X(32).
               05 FILLER             PIC X(01).
               05 CX-ACTION          PIC X(08).
               05 FILLER             PIC X(01).
               05 CX-CHOICE          PIC X(01).
               05 FILLER             PIC X(01).
               05 CX-ENTRY-1         PIC X(10).
               05 FILLER             PIC X(01).
               05 CX-ENTRY-2         PIC X(10).
               05 FILLER             PIC X(01).
               05 CX-ENTRY-3         PIC X(10).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-HIST-OPEN          PIC A(01) VALUE 'N'.
           01 WS-STAFF-FS           PIC X(02).
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-SUBJ-OPEN          PIC A(01) VALUE 'N'.
           01 WS-SAT-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-CX-FS              PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-WRITE-CORRECTIONS  PIC A(01) VALUE 'N'.
           01 WS-SAT-NAME           PIC X(20).

      *    Where the student of the row in hand was found: M on the
      *    master (with its status), H only on the archive, N on
      *    neither. Satellites are walked in student order, so the
      *    answer is kept until the student changes.
           01 WS-PROBE-ID           PIC 9(05).
           01 WS-LAST-PROBE-ID      PIC 9(05) VALUE ZERO.
           01 WS-PARENT-WHERE       PIC X(01) VALUE SPACE.
           01 WS-PARENT-STATUS      PIC X(01).
           01 WS-SUBJECT-OK         PIC A(01).
           01 WS-STAFF-OK           PIC A(01).

      *    The exception in hand, and its correction when it has one
      *    (WS-CX-PROGRAM left spaces when it has none).
           01 WS-RULE-I             PIC 9(02).
           01 WS-EXC-STUDENT        PIC 9(05).
           01 WS-EXC-KEY            PIC X(20).
           01 WS-CX-PROGRAM         PIC X(32).
           01 WS-CX-ACTION          PIC X(08).
           01 WS-CX-CHOICE          PIC X(01).
           01 WS-CX-ENTRY-1         PIC X(10).
           01 WS-CX-ENTRY-2         PIC X(10).
           01 WS-CX-ENTRY-3         PIC X(10).
           01 WS-ENROLL-TRANS-IMAGE.
               05 WS-ETI-STUDENT-ID PIC 9(05).
               05 WS-ETI-SUBJECT    PIC X(04).
               05 WS-ETI-ACTION     PIC X(01) VALUE 'D'.

      *    The rules, by code and wording, with the count each
      *    gathers for the summary.
           01 WS-RULE-TEXTS.
               05 FILLER PIC X(44) VALUE
                   'ENRHENROLLED, STUDENT MOVED TO HISTORY'.
               05 FILLER PIC X(44) VALUE
                   'ENROENROLLED, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'ENRSENROLLED IN RETIRED OR UNKNOWN SUBJECT'.
               05 FILLER PIC X(44) VALUE
                   'RIDWRIDING, STUDENT NOT ACTIVE'.
               05 FILLER PIC X(44) VALUE
                   'RIDORIDING, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'HSTWBOARDING, STUDENT NOT ACTIVE'.
               05 FILLER PIC X(44) VALUE
                   'HSTOBOARDING, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'GRDOGUARDIAN CONTACT, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'FAMHLINKED, STUDENT MOVED TO HISTORY'.
               05 FILLER PIC X(44) VALUE
                   'FAMOLINKED, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'TCHSASSIGNED TO DEPARTED OR UNKNOWN STAFF'.
               05 FILLER PIC X(44) VALUE
                   'TCHJASSIGNED IN RETIRED OR UNKNOWN SUBJECT'.
               05 FILLER PIC X(44) VALUE
                   'MRKOMARKS POSTED, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'RCVORECEIVABLE ROW, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'HLTOHEALTH RECORD, NO STUDENT ON FILE'.
               05 FILLER PIC X(44) VALUE
                   'ACTOACTIVITY MEMBERSHIP, NO STUDENT ON FILE'.
           01 WS-RULE-TABLE REDEFINES WS-RULE-TEXTS.
               05 WS-RULE-ROW OCCURS 16 TIMES.
                   10 WS-RULE-CODE      PIC X(04).
                   10 WS-RULE-TEXT      PIC X(40).
           01 WS-RULE-COUNTS.
               05 WS-RULE-COUNT     PIC 9(06) OCCURS 16 TIMES.
           01 WS-EXCEPTION-TOTAL    PIC 9(07) VALUE ZERO.
           01 WS-CORRECTION-TOTAL   PIC 9(07) VALUE ZERO.
           01 WS-ROWS-READ          PIC 9(07) VALUE ZERO.
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INTEGRITY-SWEEP".
           PERFORM LOAD-PARM-CARD.
           MOVE 'INTEG-CORRECT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-TEXT(1:1) = 'Y'
               MOVE 'Y' TO WS-WRITE-CORRECTIONS
           END-IF.
           DISPLAY 'CORRECTION FILE WRITTEN: ' WS-WRITE-CORRECTIONS.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT INTEGRITY-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening INTEGRITY-REPORT. Status: "
                   WS-RPT-FS
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-WRITE-CORRECTIONS = 'Y'
               OPEN OUTPUT INTEGRITY-CORRECTIONS
               IF WS-CX-FS NOT EQUAL '00'
                   DISPLAY "Error opening INTEGRITY-CORRECTIONS. "
                       "Status: " WS-CX-FS
                   MOVE 'N' TO WS-WRITE-CORRECTIONS
               END-IF
           END-IF.

      *    Without the archive every archived student reads as no
      *    student at all; without the staff or subject master their
      *    rules cannot be judged and are left dormant.
           OPEN INPUT STUDENT-HISTORY.
           IF WS-HIST-FS EQUAL '00'
               MOVE 'Y' TO WS-HIST-OPEN
           ELSE
               MOVE 'STUDENT-HISTORY NOT AVAILABLE - ARCHIVED '
                   TO INTEGRITY-REPORT-LINE
               MOVE 'STUDENTS REPORT AS NO STUDENT'
                   TO INTEGRITY-REPORT-LINE(42:)
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS EQUAL '00'
               MOVE 'Y' TO WS-SUBJ-OPEN
           END-IF.

           MOVE ZERO TO WS-RULE-COUNTS.
           MOVE 'SATELLITE FILE INTEGRITY SWEEP'
               TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           PERFORM SWEEP-ENROLLMENT.
           PERFORM SWEEP-RIDERS.
           PERFORM SWEEP-HOSTEL.
           PERFORM SWEEP-GUARDIANS.
           PERFORM SWEEP-FAMILY-LINKS.
           PERFORM SWEEP-TEACHING.
           PERFORM SWEEP-MARKS.
           PERFORM SWEEP-RECEIVABLE.
           PERFORM SWEEP-HEALTH.
           PERFORM SWEEP-ACTIVITIES.

           PERFORM WRITE-RULE-SUMMARY.

           CLOSE STUDENT.
           CLOSE INTEGRITY-REPORT.
           IF WS-WRITE-CORRECTIONS = 'Y'
               CLOSE INTEGRITY-CORRECTIONS
           END-IF.
           IF WS-HIST-OPEN = 'Y'
               CLOSE STUDENT-HISTORY
           END-IF.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
           IF WS-SUBJ-OPEN = 'Y'
               CLOSE SUBJECT-MAST
           END-IF.

           DISPLAY 'SATELLITE ROWS READ:    ' WS-ROWS-READ.
           DISPLAY 'INTEGRITY EXCEPTIONS:   ' WS-EXCEPTION-TOTAL.
           DISPLAY 'CORRECTIONS PROPOSED:   ' WS-CORRECTION-TOTAL.
           IF WS-EXCEPTION-TOTAL > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * WS-PARENT-WHERE and WS-PARENT-STATUS for WS-PROBE-ID.
       LOOK-UP-STUDENT.
           IF WS-PROBE-ID NOT EQUAL WS-LAST-PROBE-ID
               OR WS-PARENT-WHERE = SPACE
               MOVE WS-PROBE-ID TO WS-LAST-PROBE-ID
               MOVE 'N'   TO WS-PARENT-WHERE
               MOVE SPACE TO WS-PARENT-STATUS
               MOVE WS-PROBE-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'M' TO WS-PARENT-WHERE
                       MOVE STUDENT-STATUS TO WS-PARENT-STATUS
               END-READ
               IF WS-PARENT-WHERE = 'N' AND WS-HIST-OPEN = 'Y'
                   MOVE WS-PROBE-ID TO HIST-STUDENT-ID
                   READ STUDENT-HISTORY
                       KEY IS HIST-STUDENT-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'H' TO WS-PARENT-WHERE
                           MOVE HIST-STATUS TO WS-PARENT-STATUS
                   END-READ
               END-IF
           END-IF.

      * WS-SUBJECT-OK 'N' for a subject retired or off the catalog;
      * 'Y' when it is active or the catalog is not there to ask.
       LOOK-UP-SUBJECT.
           MOVE 'Y' TO WS-SUBJECT-OK.
           IF WS-SUBJ-OPEN = 'Y'
               READ SUBJECT-MAST
                   KEY IS SM-SUBJECT-CODE
                   INVALID KEY MOVE 'N' TO WS-SUBJECT-OK
                   NOT INVALID KEY
                       IF SM-SUBJECT-RETIRED
                           MOVE 'N' TO WS-SUBJECT-OK
                       END-IF
               END-READ
           END-IF.

      * Every file is opened INPUT by its own sweep; one that is not
      * there is noted on the report and the sweep moves on.
       NOTE-FILE-MISSING.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING WS-SAT-NAME ' NOT AVAILABLE (STATUS ' WS-SAT-FS
               ') - RULES NOT RUN'
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       CLEAR-CORRECTION.
           MOVE SPACES TO WS-CX-PROGRAM WS-CX-ACTION WS-CX-CHOICE
                          WS-CX-ENTRY-1 WS-CX-ENTRY-2 WS-CX-ENTRY-3.

      * Enrollment: only enrolled rows are live - a dropped one is
      * already history.
       SWEEP-ENROLLMENT.
           MOVE 'ENROLLMENT' TO WS-SAT-NAME.
           OPEN INPUT ENROLLMENT.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENROLLMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF EN-ENROLLED
                               PERFORM JUDGE-ENROLLMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT
           END-IF.

       JUDGE-ENROLLMENT.
           PERFORM CLEAR-CORRECTION.
           MOVE 'ENROLLMENT-POSTING' TO WS-CX-PROGRAM.
           MOVE 'DROP'               TO WS-CX-ACTION.
           MOVE EN-STUDENT-ID        TO WS-ETI-STUDENT-ID.
           MOVE EN-SUBJECT-CODE      TO WS-ETI-SUBJECT.
           MOVE WS-ENROLL-TRANS-IMAGE TO WS-CX-ENTRY-1.
           MOVE EN-STUDENT-ID        TO WS-EXC-STUDENT.
           MOVE SPACES               TO WS-EXC-KEY.
           STRING 'SUBJECT=' EN-SUBJECT-CODE
               DELIMITED BY SIZE INTO WS-EXC-KEY.

           MOVE EN-STUDENT-ID TO WS-PROBE-ID.
           PERFORM LOOK-UP-STUDENT.
           EVALUATE WS-PARENT-WHERE
               WHEN 'H'
                   MOVE 1 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               WHEN 'N'
                   MOVE 2 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               WHEN OTHER
                   MOVE EN-SUBJECT-CODE TO SM-SUBJECT-CODE
                   PERFORM LOOK-UP-SUBJECT
                   IF WS-SUBJECT-OK = 'N'
                       MOVE 3 TO WS-RULE-I
                       PERFORM NOTE-EXCEPTION
                   END-IF
           END-EVALUATE.

       SWEEP-RIDERS.
           MOVE 'RIDER-ASSIGNMENT' TO WS-SAT-NAME.
           OPEN INPUT RIDER-ASSIGNMENT.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RIDER-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF RA-RIDING
                               PERFORM JUDGE-RIDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RIDER-ASSIGNMENT
           END-IF.

      * RIDER-ASSIGNMENT-MAINTENANCE: choice 2 ceases, by student.
       JUDGE-RIDER.
           PERFORM CLEAR-CORRECTION.
           MOVE 'RIDER-ASSIGNMENT-MAINTENANCE' TO WS-CX-PROGRAM.
           MOVE 'CEASE'       TO WS-CX-ACTION.
           MOVE '2'           TO WS-CX-CHOICE.
           MOVE RA-STUDENT-ID TO WS-CX-ENTRY-1.
           MOVE RA-STUDENT-ID TO WS-EXC-STUDENT.
           MOVE SPACES        TO WS-EXC-KEY.
           STRING 'ROUTE=' RA-ROUTE-CODE
               DELIMITED BY SIZE INTO WS-EXC-KEY.

           MOVE RA-STUDENT-ID TO WS-PROBE-ID.
           PERFORM LOOK-UP-STUDENT.
           IF WS-PARENT-WHERE = 'N'
               MOVE 5 TO WS-RULE-I
               PERFORM NOTE-EXCEPTION
           ELSE
               IF WS-PARENT-WHERE = 'H'
                   OR WS-PARENT-STATUS NOT EQUAL 'A'
                   MOVE 4 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-IF.

       SWEEP-HOSTEL.
           MOVE 'HOSTEL-ALLOCATION' TO WS-SAT-NAME.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HOSTEL-ALLOC NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF HA-BOARDING
                               PERFORM JUDGE-BED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOSTEL-ALLOC
           END-IF.

      * HOSTEL-ALLOCATION: choice 2 vacates, by student.
       JUDGE-BED.
           PERFORM CLEAR-CORRECTION.
           MOVE 'HOSTEL-ALLOCATION' TO WS-CX-PROGRAM.
           MOVE 'VACATE'      TO WS-CX-ACTION.
           MOVE '2'           TO WS-CX-CHOICE.
           MOVE HA-STUDENT-ID TO WS-CX-ENTRY-1.
           MOVE HA-STUDENT-ID TO WS-EXC-STUDENT.
           MOVE SPACES        TO WS-EXC-KEY.
           STRING 'ROOM=' HA-BLOCK '/' HA-ROOM ' BED=' HA-BED-NO
               DELIMITED BY SIZE INTO WS-EXC-KEY.

           MOVE HA-STUDENT-ID TO WS-PROBE-ID.
           PERFORM LOOK-UP-STUDENT.
           IF WS-PARENT-WHERE = 'N'
               MOVE 7 TO WS-RULE-I
               PERFORM NOTE-EXCEPTION
           ELSE
               IF WS-PARENT-WHERE = 'H'
                   OR WS-PARENT-STATUS NOT EQUAL 'A'
                   MOVE 6 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-IF.

      * Contacts carry no status; an archived student's contacts
      * are kept for the alumni office, so only a contact with no
      * student anywhere is an orphan.
       SWEEP-GUARDIANS.
           MOVE 'GUARDIAN-CONTACT' TO WS-SAT-NAME.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GUARDIAN-CONTACT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           PERFORM JUDGE-GUARDIAN
                   END-READ
               END-PERFORM
               CLOSE GUARDIAN-CONTACT
           END-IF.

      * GUARDIAN-MAINTENANCE: choice 3 deletes, by student and
      * priority.
       JUDGE-GUARDIAN.
           MOVE GC-STUDENT-ID TO WS-PROBE-ID.
           PERFORM LOOK-UP-STUDENT.
           IF WS-PARENT-WHERE = 'N'
               PERFORM CLEAR-CORRECTION
               MOVE 'GUARDIAN-MAINTENANCE' TO WS-CX-PROGRAM
               MOVE 'DELETE'      TO WS-CX-ACTION
               MOVE '3'           TO WS-CX-CHOICE
               MOVE GC-STUDENT-ID TO WS-CX-ENTRY-1
               MOVE GC-PRIORITY   TO WS-CX-ENTRY-2
               MOVE GC-STUDENT-ID TO WS-EXC-STUDENT
               MOVE SPACES        TO WS-EXC-KEY
               STRING 'PRIORITY=' GC-PRIORITY
                   DELIMITED BY SIZE INTO WS-EXC-KEY
               MOVE 8 TO WS-RULE-I
               PERFORM NOTE-EXCEPTION
           END-IF.

       SWEEP-FAMILY-LINKS.
           MOVE 'FAMILY-LINK' TO WS-SAT-NAME.
           OPEN INPUT FAMILY-LINK.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FAMILY-LINK NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF FL-LINKED
                               PERFORM JUDGE-FAMILY-LINK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FAMILY-LINK
           END-IF.

      * FAMILY-MAINTENANCE: choice 2 severs, by student. A live link
      * for an archived student still counts them as a sibling for
      * the discount and the household letters.
       JUDGE-FAMILY-LINK.
           PERFORM CLEAR-CORRECTION.
           MOVE 'FAMILY-MAINTENANCE' TO WS-CX-PROGRAM.
           MOVE 'SEVER'       TO WS-CX-ACTION.
           MOVE '2'           TO WS-CX-CHOICE.
           MOVE FL-STUDENT-ID TO WS-CX-ENTRY-1.
           MOVE FL-STUDENT-ID TO WS-EXC-STUDENT.
           MOVE SPACES        TO WS-EXC-KEY.
           STRING 'FAMILY=' FL-FAMILY-CODE
               DELIMITED BY SIZE INTO WS-EXC-KEY.

           MOVE FL-STUDENT-ID TO WS-PROBE-ID.
           PERFORM LOOK-UP-STUDENT.
           EVALUATE WS-PARENT-WHERE
               WHEN 'H'
                   MOVE 9 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               WHEN 'N'
                   MOVE 10 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
           END-EVALUATE.

       SWEEP-TEACHING.
           MOVE 'TEACHING-ASSIGNMENT' TO WS-SAT-NAME.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TEACHING-ASSIGNMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           IF TA-ASSIGNED
                               PERFORM JUDGE-ASSIGNMENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TEACHING-ASSIGNMENT
           END-IF.

      * TEACHING-ASSIGNMENT-MAINTENANCE: choice 2 withdraws, by
      * staff number, subject and class-year. The staff rule wins
      * when both fail - one withdrawal settles the row.
       JUDGE-ASSIGNMENT.
           PERFORM CLEAR-CORRECTION.
           MOVE 'TEACHING-ASSIGNMENT-MAINTENANCE' TO WS-CX-PROGRAM.
           MOVE 'WITHDRAW'      TO WS-CX-ACTION.
           MOVE '2'             TO WS-CX-CHOICE.
           MOVE TA-STAFF-ID     TO WS-CX-ENTRY-1.
           MOVE TA-SUBJECT-CODE TO WS-CX-ENTRY-2.
           MOVE TA-CLASS-YEAR   TO WS-CX-ENTRY-3.
           MOVE ZERO            TO WS-EXC-STUDENT.
           MOVE SPACES          TO WS-EXC-KEY.
           STRING 'STAFF=' TA-STAFF-ID ' ' TA-SUBJECT-CODE
               ' YR=' TA-CLASS-YEAR
               DELIMITED BY SIZE INTO WS-EXC-KEY.

           MOVE 'Y' TO WS-STAFF-OK.
           IF WS-STAFF-OPEN = 'Y'
               MOVE TA-STAFF-ID TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY MOVE 'N' TO WS-STAFF-OK
                   NOT INVALID KEY
                       IF SF-DEPARTED
                           MOVE 'N' TO WS-STAFF-OK
                       END-IF
               END-READ
           END-IF.

           IF WS-STAFF-OK = 'N'
               MOVE 11 TO WS-RULE-I
               PERFORM NOTE-EXCEPTION
           ELSE
               MOVE TA-SUBJECT-CODE TO SM-SUBJECT-CODE
               PERFORM LOOK-UP-SUBJECT
               IF WS-SUBJECT-OK = 'N'
                   MOVE 12 TO WS-RULE-I
                   PERFORM NOTE-EXCEPTION
               END-IF
           END-IF.

      * The history satellites: every row is judged, none is given
      * a correction.
       SWEEP-MARKS.
           MOVE 'MARKS-POSTED' TO WS-SAT-NAME.
           OPEN INPUT MARKS-POSTED.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ MARKS-POSTED NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE MP-STUDENT-ID TO WS-PROBE-ID
                           PERFORM LOOK-UP-STUDENT
                           IF WS-PARENT-WHERE = 'N'
                               PERFORM CLEAR-CORRECTION
                               MOVE MP-STUDENT-ID TO WS-EXC-STUDENT
                               MOVE SPACES TO WS-EXC-KEY
                               STRING MP-SUBJECT-CODE ' TERM='
                                   MP-TERM-CODE
                                   DELIMITED BY SIZE INTO WS-EXC-KEY
                               MOVE 13 TO WS-RULE-I
                               PERFORM NOTE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MARKS-POSTED
           END-IF.

       SWEEP-RECEIVABLE.
           MOVE 'RECEIVABLE' TO WS-SAT-NAME.
           OPEN INPUT RECEIVABLE.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIVABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE RV-STUDENT-ID TO WS-PROBE-ID
                           PERFORM LOOK-UP-STUDENT
                           IF WS-PARENT-WHERE = 'N'
                               PERFORM CLEAR-CORRECTION
                               MOVE RV-STUDENT-ID TO WS-EXC-STUDENT
                               MOVE SPACES TO WS-EXC-KEY
                               STRING 'FEE=' RV-FEE-CODE ' INST='
                                   RV-INSTALLMENT-NO
                                   DELIMITED BY SIZE INTO WS-EXC-KEY
                               MOVE 14 TO WS-RULE-I
                               PERFORM NOTE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE
           END-IF.

       SWEEP-HEALTH.
           MOVE 'HEALTH-RECORD' TO WS-SAT-NAME.
           OPEN INPUT HEALTH-RECORD.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ HEALTH-RECORD NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE HL-STUDENT-ID TO WS-PROBE-ID
                           PERFORM LOOK-UP-STUDENT
                           IF WS-PARENT-WHERE = 'N'
                               PERFORM CLEAR-CORRECTION
                               MOVE HL-STUDENT-ID TO WS-EXC-STUDENT
                               MOVE SPACES TO WS-EXC-KEY
                               STRING 'IMMUN=' HL-IMMUN-TYPE
                                   DELIMITED BY SIZE INTO WS-EXC-KEY
                               MOVE 15 TO WS-RULE-I
                               PERFORM NOTE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HEALTH-RECORD
           END-IF.

       SWEEP-ACTIVITIES.
           MOVE 'ACTIVITY-MEMBERSHIP' TO WS-SAT-NAME.
           OPEN INPUT ACTIVITY-MEMBERSHIP.
           IF WS-SAT-FS NOT EQUAL '00'
               PERFORM NOTE-FILE-MISSING
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-MEMBERSHIP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-ROWS-READ
                           MOVE AM-STUDENT-ID TO WS-PROBE-ID
                           PERFORM LOOK-UP-STUDENT
                           IF WS-PARENT-WHERE = 'N'
                               PERFORM CLEAR-CORRECTION
                               MOVE AM-STUDENT-ID TO WS-EXC-STUDENT
                               MOVE SPACES TO WS-EXC-KEY
                               STRING AM-YEAR ' ' AM-ACTIVITY-CODE
                                   DELIMITED BY SIZE INTO WS-EXC-KEY
                               MOVE 16 TO WS-RULE-I
                               PERFORM NOTE-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MEMBERSHIP
           END-IF.

      * One exception line under its rule code, counted, with the
      * correction written when the rule has one and the file is
      * wanted.
       NOTE-EXCEPTION.
           ADD 1 TO WS-RULE-COUNT(WS-RULE-I).
           ADD 1 TO WS-EXCEPTION-TOTAL.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING WS-RULE-CODE(WS-RULE-I) ' ' WS-SAT-NAME
               ' ID=' WS-EXC-STUDENT ' ' WS-EXC-KEY
               ' ' WS-RULE-TEXT(WS-RULE-I)
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

           IF WS-WRITE-CORRECTIONS = 'Y'
               AND WS-CX-PROGRAM NOT EQUAL SPACES
               MOVE SPACES                  TO CORRECTION-REC
               MOVE WS-RULE-CODE(WS-RULE-I) TO CX-RULE
               MOVE WS-CX-PROGRAM           TO CX-PROGRAM
               MOVE WS-CX-ACTION            TO CX-ACTION
               MOVE WS-CX-CHOICE            TO CX-CHOICE
               MOVE WS-CX-ENTRY-1           TO CX-ENTRY-1
               MOVE WS-CX-ENTRY-2           TO CX-ENTRY-2
               MOVE WS-CX-ENTRY-3           TO CX-ENTRY-3
               WRITE CORRECTION-REC
               ADD 1 TO WS-CORRECTION-TOTAL
           END-IF.

       WRITE-RULE-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE 'EXCEPTIONS BY RULE' TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           PERFORM VARYING WS-RULE-I FROM 1 BY 1
               UNTIL WS-RULE-I > 16
               MOVE SPACES TO INTEGRITY-REPORT-LINE
               STRING '  ' WS-RULE-CODE(WS-RULE-I)
                   ' ' WS-RULE-TEXT(WS-RULE-I)
                   ' ' WS-RULE-COUNT(WS-RULE-I)
                   DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           STRING '  TOTAL EXCEPTIONS ' WS-EXCEPTION-TOTAL
               '  CORRECTIONS PROPOSED ' WS-CORRECTION-TOTAL
               DELIMITED BY SIZE INTO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       COPY "parmrd.cpy".
