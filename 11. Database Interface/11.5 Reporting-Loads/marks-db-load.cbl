      * The district's reporting team queries DB2 rather than asking
      * us for extracts, so every night MARKS-DB-LOAD pushes
      * MARKS-POSTED (mkpost.cpy) into the DB2 MARKS-POSTED table,
      * one row per student, subject and term. Each record goes
      * through the same UPDATE-then-INSERT path STUDENT-DB-SYNC uses,
      * but the work is committed every COMMIT-EVERY rows (parm card,
      * default 100) instead of row by row.
      *
      * At each COMMIT the key of the last row committed is written
      * to MARKS-DB-RESTART.txt. A run that dies partway - a deadlock
      * DB2 has already rolled back, or the job cancelled - is simply
      * rerun: it picks up at the first key after the one on the
      * restart file, and the file is emptied once a load completes.
      *
      * After the load the whole of MARKS-POSTED is counted and its
      * marks totalled, DB2 is asked for the same two figures, and
      * both sides go to DB-LOAD-RECON.txt. A difference in either
      * sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARKS-DB-LOAD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT LOAD-RESTART ASSIGN TO 'MARKS-DB-RESTART.txt'
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
           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD LOAD-RESTART.
           01 LOAD-RESTART-REC.
               05 RS-LAST-KEY      PIC X(15).
               05 RS-COMMIT-STAMP  PIC X(14).

           FD RECON-RPT.
           01 RECON-LINE           PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-POSTED-FS         PIC X(02).
           01 WS-RESTART-FS        PIC X(02).
           01 WS-RECON-FS          PIC X(02).
           01 WS-EOF               PIC A(01) VALUE 'N'.
           01 WS-COMMIT-EVERY      PIC 9(05) VALUE 100.
           01 WS-SINCE-COMMIT      PIC 9(05) VALUE ZERO.
           01 WS-RESTART-KEY       PIC X(15) VALUE SPACES.
           01 WS-LAST-KEY          PIC X(15) VALUE SPACES.
           01 WS-READ-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-INSERTED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-UPDATED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-FAILED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-COMMIT-COUNT      PIC 9(06) VALUE ZERO.
      *    The reconciliation figures: the file side is a full count
      *    of MARKS-POSTED however the load itself was restarted.
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
              01 WS-MARK-REC.
                 05 WS-MK-STUDENT-ID   PIC 9(05).
                 05 WS-MK-SUBJECT-CODE PIC X(04).
                 05 WS-MK-TERM-CODE    PIC X(06).
                 05 WS-MK-MARK         PIC 9(03).
                 05 WS-MK-ATTEMPT      PIC X(01).
                 05 WS-MK-MARK-FLAG    PIC X(01).
              01 WS-DB-ROWS            PIC S9(09) COMP.
              01 WS-DB-AMOUNT          PIC S9(11)V99 COMP-3.
           EXEC SQL END DECLARE SECTION
           END-EXEC.

           COPY "sqlmsg.cpy".
           COPY "sqlcdtb.cpy".
           COPY "parmtbl.cpy".

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
           DISPLAY "MARKS-DB-LOAD".
           MOVE 'MARKS-DB-LOAD' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-SQLCODE-TABLE.
           PERFORM LOAD-PARM-CARD.
           MOVE 'COMMIT-EVERY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-COMMIT-EVERY
           END-IF.
           DISPLAY 'COMMITTING EVERY ' WS-COMMIT-EVERY ' ROWS'.

           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS NOT EQUAL '00'
               DISPLAY "Error opening MARKS-POSTED. Status: "
                   WS-POSTED-FS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.

           PERFORM READ-RESTART-KEY.
           IF WS-RESTART-KEY = SPACES
               MOVE LOW-VALUES TO MP-KEY
               START MARKS-POSTED KEY NOT < MP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           ELSE
               DISPLAY 'RESTARTING AFTER KEY ' WS-RESTART-KEY
               MOVE WS-RESTART-KEY TO MP-KEY
               MOVE WS-RESTART-KEY TO WS-LAST-KEY
               START MARKS-POSTED KEY > MP-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-MARK
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
           CLOSE MARKS-POSTED.

           MOVE WS-READ-COUNT TO RUN-READ-COUNT.
           COMPUTE RUN-WRITE-COUNT = WS-INSERTED-COUNT +
               WS-UPDATED-COUNT.
           MOVE WS-FAILED-COUNT TO RUN-REJECT-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       LOAD-ONE-MARK.
           ADD 1 TO WS-READ-COUNT.
           MOVE MP-STUDENT-ID   TO WS-MK-STUDENT-ID.
           MOVE MP-SUBJECT-CODE TO WS-MK-SUBJECT-CODE.
           MOVE MP-TERM-CODE    TO WS-MK-TERM-CODE.
           MOVE MP-MARK         TO WS-MK-MARK.
           MOVE MP-ATTEMPT      TO WS-MK-ATTEMPT.
           MOVE MP-MARK-FLAG    TO WS-MK-MARK-FLAG.

           MOVE 'UPDATE MARKS-POSTED' TO WS-SQL-STATEMENT.
           EXEC SQL
               UPDATE MARKS-POSTED
                  SET MARK=:WS-MK-MARK,
                      ATTEMPT=:WS-MK-ATTEMPT,
                      MARK-FLAG=:WS-MK-MARK-FLAG
                  WHERE STUDENT-ID = :WS-MK-STUDENT-ID
                    AND SUBJECT-CODE = :WS-MK-SUBJECT-CODE
                    AND TERM-CODE = :WS-MK-TERM-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN 0
                   ADD 1 TO WS-UPDATED-COUNT
               WHEN 100
                   PERFORM INSERT-ONE-MARK
               WHEN OTHER
                   PERFORM REJECT-ONE-ROW
           END-EVALUATE.

           MOVE MP-KEY TO WS-LAST-KEY.
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT NOT < WS-COMMIT-EVERY
               PERFORM COMMIT-CHECKPOINT
           END-IF.

       INSERT-ONE-MARK.
           MOVE 'INSERT MARKS-POSTED' TO WS-SQL-STATEMENT.
           EXEC SQL
               INSERT INTO
                   MARKS-POSTED(STUDENT-ID, SUBJECT-CODE, TERM-CODE,
                                MARK, ATTEMPT, MARK-FLAG)
               VALUES
                   (:WS-MK-STUDENT-ID, :WS-MK-SUBJECT-CODE,
                    :WS-MK-TERM-CODE, :WS-MK-MARK,
                    :WS-MK-ATTEMPT, :WS-MK-MARK-FLAG)
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
           DISPLAY 'ROW NOT LOADED: ' MP-KEY.
           PERFORM SQL-ERROR-HANDLING.
           IF SQLCODE = -911
               DISPLAY 'UNIT OF WORK ROLLED BACK - RERUN RESTARTS '
                   'AFTER ' WS-RESTART-KEY
               CLOSE MARKS-POSTED
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               MOVE WS-READ-COUNT TO RUN-READ-COUNT
               MOVE WS-FAILED-COUNT TO RUN-REJECT-COUNT
               PERFORM RUN-LOG-END
               STOP RUN
           END-IF.

       COMMIT-CHECKPOINT.
           MOVE 'COMMIT MARKS-POSTED' TO WS-SQL-STATEMENT.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF SQLCODE NOT = 0
               PERFORM SQL-ERROR-HANDLING
               CLOSE MARKS-POSTED
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
           MOVE LOW-VALUES TO MP-KEY.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-FILE-ROWS
                       ADD MP-MARK TO WS-FILE-AMOUNT
               END-READ
           END-PERFORM.

           MOVE 'COUNT MARKS-POSTED' TO WS-SQL-STATEMENT.
           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(MARK), 0)
                 INTO :WS-DB-ROWS, :WS-DB-AMOUNT
                 FROM MARKS-POSTED
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
               DISPLAY 'MARKS-POSTED OUT OF BALANCE WITH DB2'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-RECON-LINES.
           MOVE SPACES TO RECON-LINE.
           STRING 'MARKS-DB-LOAD  RECONCILIATION  '
                  FUNCTION CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO RECON-LINE.
           WRITE RECON-LINE.

           MOVE SPACES TO RECON-LINE.
           MOVE WS-FILE-ROWS TO WS-ED-ROWS.
           STRING '  ROWS   MARKS-POSTED FILE ' WS-ED-ROWS
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
           STRING '  MARKS  MARKS-POSTED FILE ' WS-ED-AMOUNT
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
