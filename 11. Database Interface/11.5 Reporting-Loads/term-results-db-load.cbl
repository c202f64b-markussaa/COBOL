      * TERM-RESULTS-DB-LOAD gives the district's reporting team the
      * frozen term results in DB2: every night TERM-RESULTS
      * (trmres.cpy), one record per student per closed term, is
      * pushed into the DB2 TERM-RESULTS table through the same
      * UPDATE-then-INSERT path STUDENT-DB-SYNC uses. A frozen record
      * only changes when a term is reopened and closed again, so
      * most rows are UPDATEs that change nothing - the pass is kept
      * whole anyway so a reclose is always picked up. The work is
      * committed every COMMIT-EVERY rows (parm card, default 100).
      *
      * At each COMMIT the key of the last row committed is written
      * to RESULTS-DB-RESTART.txt. A run that dies partway - a
      * deadlock DB2 has already rolled back, or the job cancelled -
      * is simply rerun: it picks up at the first key after the one
      * on the restart file, and the file is emptied once a load
      * completes.
      *
      * After the load the whole of TERM-RESULTS is counted and its
      * marks totalled, DB2 is asked for the same two figures, and
      * both sides go to DB-LOAD-RECON.txt alongside the other
      * reporting loads. A difference in either sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TERM-RESULTS-DB-LOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TERM-RESULTS ASSIGN TO 'TERM-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TR-KEY
                   FILE STATUS IS WS-RESULTS-FS.

               SELECT LOAD-RESTART ASSIGN TO 'RESULTS-DB-RESTART.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESTART-FS.

               SELECT RECON-RPT ASSIGN TO 'DB-LOAD-RECON.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECON-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TERM-RESULTS.
           COPY "trmres.cpy".

           FD LOAD-RESTART.
           01 LOAD-RESTART-REC.
               05 RS-LAST-KEY      PIC X(11).
               05 RS-COMMIT-STAMP  PIC X(14).

           FD RECON-RPT.
           01 RECON-LINE           PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RESULTS-FS         PIC X(02).
           01 WS-RESTART-FS        PIC X(02).
           01 WS-RECON-FS          PIC X(02).
           01 WS-EOF               PIC A(01) VALUE 'N'.
           01 WS-COMMIT-EVERY      PIC 9(05) VALUE 100.
           01 WS-SINCE-COMMIT      PIC 9(05) VALUE ZERO.
           01 WS-RESTART-KEY       PIC X(11) VALUE SPACES.
           01 WS-LAST-KEY          PIC X(11) VALUE SPACES.
           01 WS-READ-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-INSERTED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-UPDATED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-FAILED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-COMMIT-COUNT      PIC 9(06) VALUE ZERO.
      *    The reconciliation figures: the file side is a full count
      *    of TERM-RESULTS however the load itself was restarted.
           01 WS-FILE-ROWS         PIC 9(09) VALUE ZERO.
           01 WS-FILE-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           01 WS-DIFF-ROWS         PIC S9(09) VALUE ZERO.
           01 WS-DIFF-AMOUNT       PIC S9(11)V99 VALUE ZERO.
           01 WS-RECON-OK          PIC A(01) VALUE 'Y'.
           01 WS-ED-ROWS           PIC Z(08)9.
           01 WS-ED-DIFF-ROWS      PIC -(08)9.
           01 WS-ED-AMOUNT         PIC Z(10)9.99-.

           EXEC SQL
               INCLUDE SQLCA
           END-EXEC.

           EXEC SQL BEGIN DECLARE SECTION
           END-EXEC.
              01 WS-RESULT-REC.
                 05 WS-TR-STUDENT-ID     PIC 9(05).
                 05 WS-TR-TERM-CODE      PIC X(06).
                 05 WS-TR-MARKS          PIC S9(03) COMP-3.
                 05 WS-TR-TOTAL-MARKS    PIC 9(03) COMP-3.
                 05 WS-TR-PERCENTAGE     PIC 9(03) COMP-3.
                 05 WS-TR-GPA            PIC 9V99 COMP-3.
                 05 WS-TR-ATTENDANCE-PCT PIC 999V99.
                 05 WS-TR-CLASS-YEAR     PIC 9(02).
                 05 WS-TR-FROZEN-DATE    PIC 9(08).
              01 WS-DB-ROWS            PIC S9(09) COMP.
              01 WS-DB-AMOUNT          PIC S9(11)V99 COMP-3.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

           COPY "sqlmsg.cpy".
           COPY "sqlcdtb.cpy".
           COPY "parmtbl.cpy".

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
           DISPLAY "TERM-RESULTS-DB-LOAD".
           MOVE 'TERM-RESULTS-DB-LOAD' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-SQLCODE-TABLE.
           PERFORM LOAD-PARM-CARD.
           MOVE 'COMMIT-EVERY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-COMMIT-EVERY
           END-IF.
           DISPLAY 'COMMITTING EVERY ' WS-COMMIT-EVERY ' ROWS'.

           OPEN INPUT TERM-RESULTS.
           IF WS-RESULTS-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-RESULTS. Status: "
                   WS-RESULTS-FS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.

           PERFORM READ-RESTART-KEY.
           IF WS-RESTART-KEY = SPACES
               MOVE LOW-VALUES TO TR-KEY
               START TERM-RESULTS KEY NOT < TR-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           ELSE
               DISPLAY 'RESTARTING AFTER KEY ' WS-RESTART-KEY
               MOVE WS-RESTART-KEY TO TR-KEY
               MOVE WS-RESTART-KEY TO WS-LAST-KEY
               START TERM-RESULTS KEY > TR-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-RESULTS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-RESULT
               END-READ
           END-PERFORM.

           PERFORM COMMIT-CHECKPOINT.
           PERFORM CLEAR-RESTART-KEY.

           DISPLAY 'RECORDS READ: '     WS-READ-COUNT.
           DISPLAY 'RECORDS INSERTED: ' WS-INSERTED-COUNT.
           DISPLAY 'RECORDS UPDATED: '  WS-UPDATED-COUNT.
           DISPLAY 'RECORDS FAILED: '   WS-FAILED-COUNT.
           DISPLAY 'COMMITS TAKEN: '    WS-COMMIT-COUNT.

           PERFORM RECONCILE-LOAD.
           CLOSE TERM-RESULTS.

           MOVE WS-READ-COUNT TO RUN-READ-COUNT.
           COMPUTE RUN-WRITE-COUNT = WS-INSERTED-COUNT +
               WS-UPDATED-COUNT.
           MOVE WS-FAILED-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       LOAD-ONE-RESULT.
           ADD 1 TO WS-READ-COUNT.
           MOVE TR-STUDENT-ID     TO WS-TR-STUDENT-ID.
           MOVE TR-TERM-CODE      TO WS-TR-TERM-CODE.
           MOVE TR-MARKS          TO WS-TR-MARKS.
           MOVE TR-TOTAL-MARKS    TO WS-TR-TOTAL-MARKS.
           MOVE TR-PERCENTAGE     TO WS-TR-PERCENTAGE.
           MOVE TR-GPA            TO WS-TR-GPA.
           MOVE TR-ATTENDANCE-PCT TO WS-TR-ATTENDANCE-PCT.
           MOVE TR-CLASS-YEAR     TO WS-TR-CLASS-YEAR.
           MOVE TR-FROZEN-DATE    TO WS-TR-FROZEN-DATE.

           MOVE 'UPDATE TERM-RESULTS' TO WS-SQL-STATEMENT.
           EXEC SQL
               UPDATE TERM-RESULTS
                  SET MARKS=:WS-TR-MARKS,
                      TOTAL-MARKS=:WS-TR-TOTAL-MARKS,
                      PERCENTAGE=:WS-TR-PERCENTAGE,
                      GPA=:WS-TR-GPA,
                      ATTENDANCE-PCT=:WS-TR-ATTENDANCE-PCT,
                      CLASS-YEAR=:WS-TR-CLASS-YEAR,
                      FROZEN-DATE=:WS-TR-FROZEN-DATE
                  WHERE STUDENT-ID = :WS-TR-STUDENT-ID
                    AND TERM-CODE = :WS-TR-TERM-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-UPDATED-COUNT
               WHEN 100
                   PERFORM INSERT-ONE-RESULT
               WHEN OTHER
                   PERFORM REJECT-ONE-ROW
           END-EVALUATE.

           MOVE TR-KEY TO WS-LAST-KEY.
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-EVERY
               PERFORM COMMIT-CHECKPOINT
           END-IF.

       INSERT-ONE-RESULT.
           MOVE 'INSERT TERM-RESULTS' TO WS-SQL-STATEMENT.
           EXEC SQL
               INSERT INTO
                   TERM-RESULTS(STUDENT-ID, TERM-CODE, MARKS,
                                TOTAL-MARKS, PERCENTAGE, GPA,
                                ATTENDANCE-PCT, CLASS-YEAR,
                                FROZEN-DATE)
               VALUES
                   (:WS-TR-STUDENT-ID, :WS-TR-TERM-CODE,
                    :WS-TR-MARKS, :WS-TR-TOTAL-MARKS,
                    :WS-TR-PERCENTAGE, :WS-TR-GPA,
                    :WS-TR-ATTENDANCE-PCT, :WS-TR-CLASS-YEAR,
                    :WS-TR-FROZEN-DATE)
           END-EXEC.

           IF SQLCODE = 0
               ADD 1 TO WS-INSERTED-COUNT
           ELSE
               PERFORM REJECT-ONE-ROW
           END-IF.

      * A single failed statement leaves the rest of the unit of
      * work standing, so the row is reported and the load carries
      * on. A deadlock is different: DB2 has already rolled back
      * everything since the last COMMIT, so the run stops and the
      * rerun resumes from the restart file.
       REJECT-ONE-ROW.
           ADD 1 TO WS-FAILED-COUNT.
           DISPLAY 'ROW NOT LOADED: ' TR-KEY.
           PERFORM SQL-ERROR-HANDLING.
           IF SQLCODE = -911
               DISPLAY 'UNIT OF WORK ROLLED BACK - RERUN RESTARTS '
                   'AFTER ' WS-RESTART-KEY
               CLOSE TERM-RESULTS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-FAILED-COUNT TO RUN-REJECT-COUNT
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.

       COMMIT-CHECKPOINT.
           MOVE 'COMMIT TERM-RESULTS' TO WS-SQL-STATEMENT.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQL-ERROR-HANDLING
               CLOSE TERM-RESULTS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.
           ADD 1 TO WS-COMMIT-COUNT.
           MOVE ZERO TO WS-SINCE-COMMIT.
           MOVE WS-LAST-KEY TO WS-RESTART-KEY.

           OPEN OUTPUT LOAD-RESTART.
           IF WS-RESTART-FS NOT EQUAL '00'
               DISPLAY 'ERROR OPENING RESTART FILE. STATUS: '
                   WS-RESTART-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-RESTART-KEY TO RS-LAST-KEY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RS-COMMIT-STAMP.
           WRITE LOAD-RESTART-REC.
           CLOSE LOAD-RESTART.

       READ-RESTART-KEY.
           MOVE SPACES TO WS-RESTART-KEY.
           OPEN INPUT LOAD-RESTART.
           IF WS-RESTART-FS EQUAL '00'
               READ LOAD-RESTART
                   AT END CONTINUE
                   NOT AT END MOVE RS-LAST-KEY TO WS-RESTART-KEY
               END-READ
               CLOSE LOAD-RESTART
           END-IF.

      * A load that reached the end leaves an empty restart file,
      * so tomorrow night starts again from the first key.
       CLEAR-RESTART-KEY.
           OPEN OUTPUT LOAD-RESTART.
           CLOSE LOAD-RESTART.

       RECONCILE-LOAD.
           MOVE ZERO TO WS-FILE-ROWS.
           MOVE ZERO TO WS-FILE-AMOUNT.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO TR-KEY.
           START TERM-RESULTS KEY NOT < TR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TERM-RESULTS NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-ROWS
                       ADD TR-MARKS TO WS-FILE-AMOUNT
               END-READ
           END-PERFORM.

           MOVE 'COUNT TERM-RESULTS' TO WS-SQL-STATEMENT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MARKS), 0)
                 INTO :WS-DB-ROWS, :WS-DB-AMOUNT
                 FROM TERM-RESULTS
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQL-ERROR-HANDLING
               MOVE ZERO TO WS-DB-ROWS
               MOVE ZERO TO WS-DB-AMOUNT
           END-IF.

           COMPUTE WS-DIFF-ROWS = WS-FILE-ROWS - WS-DB-ROWS.
           COMPUTE WS-DIFF-AMOUNT = WS-FILE-AMOUNT - WS-DB-AMOUNT.
           IF WS-DIFF-ROWS NOT = ZERO OR WS-DIFF-AMOUNT NOT = ZERO
               OR SQLCODE NOT = 0
               MOVE 'N' TO WS-RECON-OK
           END-IF.

           OPEN EXTEND RECON-RPT.
           IF WS-RECON-FS EQUAL '35'
               OPEN OUTPUT RECON-RPT
           END-IF.
           IF WS-RECON-FS NOT EQUAL '00'
               DISPLAY 'Error opening DB-LOAD-RECON. Status: '
                   WS-RECON-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-RECON-LINES
               CLOSE RECON-RPT
           END-IF.

           IF WS-RECON-OK = 'N'
               DISPLAY 'TERM-RESULTS OUT OF BALANCE WITH DB2'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RECON-LINES.
           MOVE SPACES TO RECON-LINE.
           STRING 'TERM-RESULTS-DB-LOAD  RECONCILIATION  '
                  FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

           MOVE SPACES TO RECON-LINE.
           MOVE WS-FILE-ROWS TO WS-ED-ROWS.
           STRING '  ROWS   TERM-RESULTS FILE ' WS-ED-ROWS
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           MOVE WS-DB-ROWS TO WS-ED-ROWS.
           MOVE WS-DIFF-ROWS TO WS-ED-DIFF-ROWS.
           STRING '  ROWS   DB2 TABLE         ' WS-ED-ROWS
                  '  DIFF ' WS-ED-DIFF-ROWS
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

           MOVE SPACES TO RECON-LINE.
           MOVE WS-FILE-AMOUNT TO WS-ED-AMOUNT.
           STRING '  MARKS  TERM-RESULTS FILE ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           MOVE WS-DB-AMOUNT TO WS-ED-AMOUNT.
           STRING '  MARKS  DB2 TABLE         ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.
           MOVE SPACES TO RECON-LINE.
           MOVE WS-DIFF-AMOUNT TO WS-ED-AMOUNT.
           STRING '  MARKS  DIFFERENCE        ' WS-ED-AMOUNT
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

           MOVE SPACES TO RECON-LINE.
           IF WS-RECON-OK = 'Y'
               MOVE '  RESULT: IN BALANCE' TO RECON-LINE
           ELSE
               MOVE '  RESULT: OUT OF BALANCE' TO RECON-LINE
           END-IF.
           WRITE RECON-LINE.

       COPY "sqlerr.cpy".
       COPY "sqlcded.cpy".
       COPY "parmrd.cpy".

       COPY "runwrt.cpy".
