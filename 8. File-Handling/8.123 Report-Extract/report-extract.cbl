      * The nightly reports each used to read STUDENT-MASTER end to
      * end - the marksheet, the standing report, the inactive
      * roster, the export, the scholarship screen - and the window
      * overran as the master grew. This program makes the one pass
      * at the start of the reporting stages: STUDENT-MASTER,
      * MARKS-POSTED and RECEIVABLE are all in STUDENT-ID order and
      * are match-merged as they are read, ATTEND-HISTORY (kept in
      * date order) is sorted into STUDENT-ID order to merge with
      * them, and one REPORT-EXTRACT record (rptext.cpy) per student
      * carries the master fields in display form plus the joined
      * marks, fee and attendance figures. The read-only reports run
      * off REPORT-EXTRACT; programs that update the master still
      * read the master itself.
      *
      * EXTRACT-STATUS.txt says FAIL from the moment the run starts
      * until the extract is complete, then OK with the record count.
      * END-OF-DAY-BATCH-DRIVER reads that verdict before any stage
      * marked as an extract reader, so a failed or half-written
      * extract skips the reports instead of printing from it.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPORT-EXTRACT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID OF STUDENT-FILE
                   ALTERNATE RECORD KEY IS STUDENT-NAME OF STUDENT-FILE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT ATTEND-HISTORY ASSIGN TO 'ATTEND-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-EXT-FS.

               SELECT EXTRACT-STATUS ASSIGN TO 'EXTRACT-STATUS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VERDICT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

               SELECT ATTEND-WORK ASSIGN TO 'EXTSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD ATTEND-HISTORY.
           COPY "atthist.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD EXTRACT-STATUS.
           01 EXTRACT-STATUS-REC.
               05 EXV-VERDICT       PIC X(04).
               05 EXV-STAMP         PIC X(14).
               05 EXV-RECORD-COUNT  PIC 9(06).

           FD RUN-LOG.
           COPY "runrec.cpy".

           SD ATTEND-WORK.
           01 ATTEND-WORK-REC.
               05 AW-STUDENT-ID     PIC 9(05).
               05 AW-EXCUSED        PIC X(01).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-EXT-FS             PIC X(02).
           01 WS-VERDICT-FS         PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-POSTED-EOF         PIC A(01) VALUE 'N'.
           01 WS-RECV-EOF           PIC A(01) VALUE 'N'.
           01 WS-HIST-EOF           PIC A(01) VALUE 'N'.
           01 WS-WORK-EOF           PIC A(01) VALUE 'N'.
           01 WS-HIST-OPEN          PIC A(01) VALUE 'N'.
           01 WS-EXTRACT-OK         PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-OWED               PIC 9(05)V99.
           01 WS-ORPHAN-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-HIST-COUNT         PIC 9(07) VALUE ZERO.

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "REPORT-EXTRACT".
           MOVE 'REPORT-EXTRACT' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    The FAIL verdict goes down first, so a run that dies part
      *    way leaves the reports nothing to trust.
           MOVE 'FAIL' TO EXV-VERDICT.
           PERFORM WRITE-EXTRACT-VERDICT.

           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS EQUAL '00'
               READ TERM-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
               END-READ
               CLOSE TERM-CONTROL
           END-IF.
           IF WS-CURRENT-TERM = SPACES
               DISPLAY 'NO TERM-CONTROL - MARKS JOINED FOR ALL TERMS'
           ELSE
               DISPLAY 'MARKS JOINED FOR TERM ' WS-CURRENT-TERM
           END-IF.

           SORT ATTEND-WORK
               ON ASCENDING KEY AW-STUDENT-ID
               INPUT PROCEDURE IS RELEASE-ATTENDANCE
               OUTPUT PROCEDURE IS BUILD-EXTRACT.

           IF WS-EXTRACT-OK = 'Y'
               MOVE 'OK  ' TO EXV-VERDICT
               MOVE RUN-WRITE-COUNT TO EXV-RECORD-COUNT
               PERFORM WRITE-EXTRACT-VERDICT
               DISPLAY 'STUDENTS EXTRACTED: ' RUN-WRITE-COUNT
               DISPLAY 'ATTENDANCE RECORDS JOINED: ' WS-HIST-COUNT
               IF WS-ORPHAN-COUNT > ZERO
                   DISPLAY 'MARKS/FEE/ATTENDANCE RECORDS WITH NO '
                       'MASTER: ' WS-ORPHAN-COUNT
               END-IF
           ELSE
               DISPLAY 'REPORT-EXTRACT FAILED - VERDICT LEFT AT FAIL'
               MOVE 'ERROR' TO RUN-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE WS-ORPHAN-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

      * Attendance history is kept in date order; only the student
      * and the excused flag are needed to count it.
       RELEASE-ATTENDANCE.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-HIST-FS NOT EQUAL '00'
               DISPLAY 'ATTEND-HISTORY NOT AVAILABLE. STATUS: '
                   WS-HIST-FS ' - ATTENDANCE COUNTS LEFT AT ZERO'
           ELSE
               PERFORM UNTIL WS-HIST-EOF = 'Y'
                   READ ATTEND-HISTORY
                       AT END MOVE 'Y' TO WS-HIST-EOF
                       NOT AT END
                           MOVE AH-STUDENT-ID TO AW-STUDENT-ID
                           MOVE AH-EXCUSED    TO AW-EXCUSED
                           RELEASE ATTEND-WORK-REC
                           ADD 1 TO WS-HIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE ATTEND-HISTORY
           END-IF.

      * The match-merge: the master drives, and each of the other
      * three streams is advanced past every record at or below the
      * student in hand. Records below it belong to no student on
      * the master and are only counted.
       BUILD-EXTRACT.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
           ELSE
               OPEN INPUT MARKS-POSTED
               IF WS-POSTED-FS NOT EQUAL '00'
                   DISPLAY "Error opening MARKS-POSTED. Status: "
                       WS-POSTED-FS
                   CLOSE STUDENT
               ELSE
                   PERFORM OPEN-RECEIVABLE-AND-EXTRACT
                   CLOSE MARKS-POSTED
                   CLOSE STUDENT
               END-IF
           END-IF.

       OPEN-RECEIVABLE-AND-EXTRACT.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
           ELSE
               OPEN OUTPUT REPORT-EXTRACT
               IF WS-EXT-FS NOT EQUAL '00'
                   DISPLAY "Error opening REPORT-EXTRACT. Status: "
                       WS-EXT-FS
               ELSE
                   PERFORM MERGE-ALL-STUDENTS
                   CLOSE REPORT-EXTRACT
                   MOVE 'Y' TO WS-EXTRACT-OK
               END-IF
               CLOSE RECEIVABLE
           END-IF.

       MERGE-ALL-STUDENTS.
           PERFORM READ-NEXT-POSTED.
           PERFORM READ-NEXT-RECEIVABLE.
           PERFORM RETURN-NEXT-ATTENDANCE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       PERFORM EXTRACT-ONE-STUDENT
               END-READ
           END-PERFORM.

       EXTRACT-ONE-STUDENT.
           INITIALIZE STUDENT-EXTRACT-REC.
           MOVE CORRESPONDING STUDENT-FILE TO STUDENT-EXTRACT-REC.

           PERFORM UNTIL WS-POSTED-EOF = 'Y'
               OR MP-STUDENT-ID > STUDENT-ID OF STUDENT-FILE
               IF MP-STUDENT-ID < STUDENT-ID OF STUDENT-FILE
                   ADD 1 TO WS-ORPHAN-COUNT
               ELSE
                   PERFORM JOIN-ONE-MARK
               END-IF
               PERFORM READ-NEXT-POSTED
           END-PERFORM.

           PERFORM UNTIL WS-RECV-EOF = 'Y'
               OR RV-STUDENT-ID > STUDENT-ID OF STUDENT-FILE
               IF RV-STUDENT-ID < STUDENT-ID OF STUDENT-FILE
                   ADD 1 TO WS-ORPHAN-COUNT
               ELSE
                   PERFORM JOIN-ONE-INSTALLMENT
               END-IF
               PERFORM READ-NEXT-RECEIVABLE
           END-PERFORM.

           PERFORM UNTIL WS-WORK-EOF = 'Y'
               OR AW-STUDENT-ID > STUDENT-ID OF STUDENT-FILE
               IF AW-STUDENT-ID < STUDENT-ID OF STUDENT-FILE
                   ADD 1 TO WS-ORPHAN-COUNT
               ELSE
                   ADD 1 TO XT-PERIODS-ABSENT
                   IF AW-EXCUSED NOT EQUAL 'Y'
                       ADD 1 TO XT-PERIODS-UNEXCUSED
                   END-IF
               END-IF
               PERFORM RETURN-NEXT-ATTENDANCE
           END-PERFORM.

           WRITE STUDENT-EXTRACT-REC.
           ADD 1 TO RUN-WRITE-COUNT.

      * Only the current term's marks count, and an exempt paper
      * counts for nothing, as in the GPA.
       JOIN-ONE-MARK.
           IF (WS-CURRENT-TERM = SPACES
               OR MP-TERM-CODE = WS-CURRENT-TERM)
               AND NOT MP-EXEMPT
               ADD 1 TO XT-PAPERS-POSTED
               ADD MP-MARK TO XT-POSTED-MARKS
               IF MP-ABSENT
                   ADD 1 TO XT-PAPERS-ABSENT
               END-IF
           END-IF.

       JOIN-ONE-INSTALLMENT.
           IF RV-OPEN AND RV-AMOUNT > RV-PAID-AMOUNT
               COMPUTE WS-OWED = RV-AMOUNT - RV-PAID-AMOUNT
               ADD WS-OWED TO XT-FEES-OUTSTANDING
               IF RV-DUE-DATE < WS-TODAY
                   ADD WS-OWED TO XT-FEES-OVERDUE
               END-IF
               IF XT-OLDEST-DUE-DATE = ZERO
                   OR RV-DUE-DATE < XT-OLDEST-DUE-DATE
                   MOVE RV-DUE-DATE TO XT-OLDEST-DUE-DATE
               END-IF
           END-IF.

       READ-NEXT-POSTED.
           READ MARKS-POSTED NEXT RECORD
               AT END MOVE 'Y' TO WS-POSTED-EOF
           END-READ.

       READ-NEXT-RECEIVABLE.
           READ RECEIVABLE NEXT RECORD
               AT END MOVE 'Y' TO WS-RECV-EOF
           END-READ.

       RETURN-NEXT-ATTENDANCE.
           RETURN ATTEND-WORK
               AT END MOVE 'Y' TO WS-WORK-EOF
           END-RETURN.

       WRITE-EXTRACT-VERDICT.
           OPEN OUTPUT EXTRACT-STATUS.
           IF WS-VERDICT-FS NOT EQUAL '00'
               DISPLAY 'EXTRACT-STATUS NOT WRITTEN. STATUS: '
                   WS-VERDICT-FS
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:14) TO EXV-STAMP
               WRITE EXTRACT-STATUS-REC
               CLOSE EXTRACT-STATUS
           END-IF.

       COPY "runwrt.cpy".
