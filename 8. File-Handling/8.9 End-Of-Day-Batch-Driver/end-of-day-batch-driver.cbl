      * pattern, so a run that dies partway through the night can be
      * restarted and will skip every stage already marked complete.
      * When no schedule file exists the driver falls back to the
      * original built-in stages, with RUN-ANOMALY-CHECK after the
      * update and REPORT-EXTRACT ahead of the marksheet - the same
      * order as EODBATCH - so the window never silently runs
      * nothing and the anomaly hold has a verdict to act on.
      *
      * The read-only reports run off REPORT-EXTRACT's one pass of
      * the master, and the schedule says so: a stage flagged E
      * makes the extract and a stage flagged R reads it. An R stage
      * is skipped, with a message naming it, when no E stage has
      * run ahead of it tonight or when EXTRACT-STATUS.txt does not
      * say OK - a failed extract never feeds a printed report. The
      * skipped reports are left for a rerun by hand once the
      * extract is put right, and the night ends RC 4 to say so.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. END-OF-DAY-BATCH-DRIVER.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PREF-FS.

      *    The verdict RUN-ANOMALY-CHECK leaves when a run's volumes
      *    stray from its history; a HOLD written during this run
      *    stops the driver before the next stage starts.
               SELECT ANOMALY-STATUS ASSIGN TO 'ANOMALY-STATUS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ANOM-FS.

      *    REPORT-EXTRACT's verdict: FAIL from the moment it starts,
      *    OK once the extract is complete.
               SELECT EXTRACT-STATUS ASSIGN TO 'EXTRACT-STATUS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTV-FS.

               SELECT STAGE-SCHEDULE ASSIGN TO 'STAGE-SCHEDULE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SCHED-FS.
               05 PF-VERDICT        PIC X(04).
               05 PF-STAMP          PIC X(14).

           FD ANOMALY-STATUS.
           01 ANOMALY-STATUS-REC.
               05 AV-VERDICT        PIC X(04).
               05 AV-STAMP          PIC X(14).

           FD STAGE-SCHEDULE.
           01 STAGE-SCHEDULE-REC.
               05 SS-SEQUENCE       PIC 9(02).
                   88 SS-NIGHTLY        VALUE 'N'.
                   88 SS-WEEKLY         VALUE 'W'.
                   88 SS-TERM-END       VALUE 'T'.
      *        Space on a schedule written before the column existed:
      *        the stage neither makes nor needs the extract.
               05 SS-EXTRACT-USE    PIC X(01).
                   88 SS-MAKES-EXTRACT  VALUE 'E'.
                   88 SS-READS-EXTRACT  VALUE 'R'.

           FD EXTRACT-STATUS.
           01 EXTRACT-STATUS-REC.
               05 EXV-VERDICT       PIC X(04).
               05 EXV-STAMP         PIC X(14).
               05 EXV-RECORD-COUNT  PIC 9(06).

           FD TERM-CONTROL.
           COPY "termctl.cpy".
           01 WS-LOCK-FS                PIC X(02).
           01 WS-SCHED-FS               PIC X(02).
           01 WS-PREF-FS                PIC X(02).
           01 WS-ANOM-FS                PIC X(02).
           01 WS-DRIVER-START           PIC X(14).
           01 WS-TERM-FS                PIC X(02).
           01 WS-CAL-FS                 PIC X(02).
           01 WS-EOF                    PIC A(01) VALUE 'N'.
           01 WS-CURRENT-TERM           PIC X(06) VALUE SPACES.
           01 WS-TERM-END-DATE          PIC 9(08) VALUE ZERO.
           01 WS-RUN-TONIGHT            PIC A(01).
           01 WS-EXTV-FS                PIC X(02).
           01 WS-EXTRACT-RAN            PIC A(01) VALUE 'N'.
           01 WS-READERS-SKIPPED        PIC 9(02) VALUE ZERO.

      *    The night's schedule, loaded once; twenty stages is more
      *    than the window has ever held. When the schedule file is
                   10 WS-STG-PROGRAM    PIC X(18).
                   10 WS-STG-ON-OFF     PIC X(01).
                   10 WS-STG-FREQUENCY  PIC X(01).
                   10 WS-STG-EXTRACT-USE PIC X(01).
           01 WS-SCHEDULE-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-STG-I                  PIC 9(02).

       STOP RUN.

       OPEN-FILES.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-DRIVER-START.
           PERFORM CHECK-PREFLIGHT.
           PERFORM TAKE-BATCH-LOCK.
           PERFORM READ-CHECKPOINT.
               PERFORM WRITE-CHECKPOINT
           END-IF.
           PERFORM RELEASE-BATCH-LOCK.
           IF WS-READERS-SKIPPED > ZERO
               DISPLAY 'REPORTS SKIPPED FOR WANT OF THE EXTRACT: '
                   WS-READERS-SKIPPED
               DISPLAY 'RERUN REPORT-EXTRACT, THEN THE SKIPPED '
                   'REPORTS, BY HAND'
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'END-OF-DAY BATCH COMPLETE'.

      * One stage: skipped when switched off, when its frequency
               END-EVALUATE
           END-IF.

      *    An extract maker counts as run tonight even when a restart
      *    finds it already complete; a reader still to run needs
      *    that, and a good verdict, first.
           IF WS-RUN-TONIGHT = 'Y'
               IF WS-STG-EXTRACT-USE(WS-STG-I) = 'E'
                   MOVE 'Y' TO WS-EXTRACT-RAN
               END-IF
               IF WS-STG-EXTRACT-USE(WS-STG-I) = 'R'
                   AND WS-LAST-STAGE < WS-STG-SEQUENCE(WS-STG-I)
                   PERFORM CHECK-EXTRACT-READY
               END-IF
           END-IF.

           IF WS-RUN-TONIGHT = 'Y'
               MOVE WS-STG-SEQUENCE(WS-STG-I) TO WS-CURRENT-STAGE
               PERFORM NOTE-HIGHEST-RUN
                       WS-STG-PROGRAM(WS-STG-I)
                       ' SKIPPED, ALREADY COMPLETE'
               ELSE
                   PERFORM CHECK-ANOMALY-HOLD
                   DISPLAY 'STAGE ' WS-STG-SEQUENCE(WS-STG-I)
                       ': RUNNING ' WS-STG-PROGRAM(WS-STG-I)
                   PERFORM WRITE-CHECKPOINT
               END-IF
           END-IF.

       CHECK-EXTRACT-READY.
           IF WS-EXTRACT-RAN NOT EQUAL 'Y'
               MOVE 'N' TO WS-RUN-TONIGHT
               DISPLAY 'STAGE ' WS-STG-SEQUENCE(WS-STG-I) ': '
                   WS-STG-PROGRAM(WS-STG-I)
                   ' SKIPPED, NO EXTRACT STAGE RAN AHEAD OF IT'
           ELSE
               MOVE SPACES TO EXV-VERDICT
               OPEN INPUT EXTRACT-STATUS
               IF WS-EXTV-FS EQUAL '00'
                   READ EXTRACT-STATUS
                       AT END MOVE SPACES TO EXV-VERDICT
                   END-READ
                   CLOSE EXTRACT-STATUS
               END-IF
               IF EXV-VERDICT NOT EQUAL 'OK'
                   MOVE 'N' TO WS-RUN-TONIGHT
                   DISPLAY 'STAGE ' WS-STG-SEQUENCE(WS-STG-I) ': '
                       WS-STG-PROGRAM(WS-STG-I)
                       ' SKIPPED, REPORT EXTRACT FAILED'
               END-IF
           END-IF.
           IF WS-RUN-TONIGHT = 'N'
               ADD 1 TO WS-READERS-SKIPPED
           END-IF.

       NOTE-HIGHEST-RUN.
           IF WS-STG-SEQUENCE(WS-STG-I) > WS-HIGHEST-RUN
               MOVE WS-STG-SEQUENCE(WS-STG-I) TO WS-HIGHEST-RUN
           MOVE SS-PROGRAM   TO WS-STG-PROGRAM(WS-SCHEDULE-COUNT).
           MOVE SS-ON-OFF    TO WS-STG-ON-OFF(WS-SCHEDULE-COUNT).
           MOVE SS-FREQUENCY TO WS-STG-FREQUENCY(WS-SCHEDULE-COUNT).
           MOVE SS-EXTRACT-USE
               TO WS-STG-EXTRACT-USE(WS-SCHEDULE-COUNT).

       SEED-BUILT-IN-STAGES.
           MOVE 1 TO WS-STG-SEQUENCE(1).
           MOVE 3 TO WS-STG-SEQUENCE(3).
           MOVE 'UPDATE' TO WS-STG-PROGRAM(3).
           MOVE 4 TO WS-STG-SEQUENCE(4).
           MOVE 'RUN-ANOMALY-CHECK' TO WS-STG-PROGRAM(4).
           MOVE 5 TO WS-STG-SEQUENCE(5).
           MOVE 'REPORT-EXTRACT' TO WS-STG-PROGRAM(5).
           MOVE 6 TO WS-STG-SEQUENCE(6).
           MOVE 'MARKSHEET-REPORT' TO WS-STG-PROGRAM(6).
           MOVE 6 TO WS-SCHEDULE-COUNT.
           PERFORM VARYING WS-STG-I FROM 1 BY 1
               UNTIL WS-STG-I > 6
               MOVE 'Y' TO WS-STG-ON-OFF(WS-STG-I)
               MOVE 'N' TO WS-STG-FREQUENCY(WS-STG-I)
               MOVE SPACE TO WS-STG-EXTRACT-USE(WS-STG-I)
           END-PERFORM.
           MOVE 'E' TO WS-STG-EXTRACT-USE(5).
           MOVE 'R' TO WS-STG-EXTRACT-USE(6).

      * The pre-flight gate: a FAIL verdict from BATCH-PREFLIGHT
      * stops the night before anything locks; a missing verdict
               CLOSE PREFLIGHT-STATUS
           END-IF.

      * The anomaly gate: a HOLD from RUN-ANOMALY-CHECK stamped
      * since this driver started means a stage tonight produced
      * volumes far outside its history, so nothing downstream runs.
      * The checkpoint still names the last stage completed; once
      * operations have looked, a restart resumes at the held stage
      * and the older HOLD no longer counts. A missing verdict is
      * the normal case on a night the check has not run yet.
       CHECK-ANOMALY-HOLD.
           OPEN INPUT ANOMALY-STATUS.
           IF WS-ANOM-FS EQUAL '00'
               READ ANOMALY-STATUS
                   AT END CONTINUE
                   NOT AT END
                       IF AV-VERDICT = 'HOLD'
                           AND AV-STAMP NOT < WS-DRIVER-START
                           DISPLAY 'RUN ANOMALY HOLD AT ' AV-STAMP
                               ' - STAGE ' WS-STG-SEQUENCE(WS-STG-I)
                               ' ' WS-STG-PROGRAM(WS-STG-I)
                               ' NOT RUN'
                           CLOSE ANOMALY-STATUS
                           PERFORM RELEASE-BATCH-LOCK
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE ANOMALY-STATUS
           END-IF.

       TAKE-BATCH-LOCK.
           OPEN OUTPUT BATCH-LOCK.
           IF WS-LOCK-FS NOT EQUAL '00'
