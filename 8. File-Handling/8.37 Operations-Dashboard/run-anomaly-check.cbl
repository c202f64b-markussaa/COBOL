      * OPERATIONS-DASHBOARD only knows whether a run said OK. A
      * WRITE step that added 3 students instead of the usual 40, or
      * a MARKSHEET-REPORT that printed half the class, said OK too.
      * RUN-ANOMALY-CHECK builds a baseline per program from the
      * RUN-LOG history - the OK runs in the BASELINE-DAYS (60) days
      * before RUN-DATE - holding the average and spread (standard
      * deviation) of records read, written and rejected and of
      * elapsed seconds. Every run logged on RUN-DATE is measured
      * against its program's baseline: a figure more than
      * WARN-SPREAD (2) spreads from the average is a warning, more
      * than SEVERE-SPREAD (4) is severe. A program whose figures
      * barely move would flag on any change at all, so the spread
      * used is never less than SPREAD-FLOOR-PCT (10) per cent of the
      * average, nor less than one. A program with fewer than
      * BASELINE-MIN (5) runs of history is listed but not judged.
      *
      * The findings go to RUN-ANOMALY.txt. A warning sets return
      * code 4; anything severe sets 8 and leaves a HOLD verdict on
      * ANOMALY-STATUS.txt, which END-OF-DAY-BATCH-DRIVER reads
      * before each later stage so nothing downstream runs on a
      * short file until operations have looked.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RUN-ANOMALY-CHECK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

               SELECT ANOMALY-RPT ASSIGN TO 'RUN-ANOMALY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT ANOMALY-STATUS ASSIGN TO 'ANOMALY-STATUS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VERDICT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOG.
           COPY "runrec.cpy".

           FD ANOMALY-RPT.
           01 ANOMALY-RPT-LINE      PIC X(90).

           FD ANOMALY-STATUS.
           01 ANOMALY-STATUS-REC.
               05 AV-VERDICT        PIC X(04).
               05 AV-STAMP          PIC X(14).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RPT-FS             PIC X(02).
           01 WS-VERDICT-FS         PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.

      *    The parm card settings, with their defaults.
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-BASELINE-DAYS      PIC 9(03) VALUE 60.
           01 WS-BASELINE-MIN       PIC 9(03) VALUE 5.
           01 WS-WARN-SPREAD        PIC 9(02) VALUE 2.
           01 WS-SEVERE-SPREAD      PIC 9(02) VALUE 4.
           01 WS-FLOOR-PCT          PIC 9(03) VALUE 10.
           COPY "parmtbl.cpy".
           01 WS-RUN-INT            PIC 9(08).
           01 WS-BASELINE-FROM      PIC 9(08).

      *    The four figures judged, in report order.
           01 WS-METRIC-NAMES       PIC X(32)
               VALUE 'READ    WRITTEN REJECTEDELAPSED '.
           01 WS-METRIC-LIST REDEFINES WS-METRIC-NAMES.
               05 WS-METRIC-NAME OCCURS 4 TIMES PIC X(08).
           01 WS-MET-I              PIC 9(01).

      *    One run's four figures, off the record being read.
           01 WS-RUN-FIGURES.
               05 WS-RUN-VALUE OCCURS 4 TIMES PIC 9(07).
           01 WS-CLOCK              PIC 9(06).
           01 WS-CLOCK-PARTS REDEFINES WS-CLOCK.
               05 WS-CLOCK-HH       PIC 9(02).
               05 WS-CLOCK-MM       PIC 9(02).
               05 WS-CLOCK-SS       PIC 9(02).
           01 WS-START-SECS         PIC 9(05).
           01 WS-END-SECS           PIC 9(05).
           01 WS-ELAPSED            PIC S9(09).

      *    The history per program.
           01 WS-PROGRAM-TABLE.
               05 WS-PGM-ROW OCCURS 100 TIMES.
                   10 WS-PGM-NAME       PIC X(18).
                   10 WS-PGM-RUNS       PIC 9(05).
                   10 WS-PGM-METRIC OCCURS 4 TIMES.
                       15 WS-PGM-SUM    PIC 9(11) COMP-3.
                       15 WS-PGM-SUMSQ  PIC 9(17) COMP-3.
           01 WS-PGM-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-PGM-I              PIC 9(03).
           01 WS-PGM-FOUND          PIC 9(03).
           01 WS-LOOKUP-PROGRAM     PIC X(18).

      *    The runs being judged.
           01 WS-TONIGHT-TABLE.
               05 WS-TN-ROW OCCURS 200 TIMES.
                   10 WS-TN-PROGRAM     PIC X(18).
                   10 WS-TN-START-TIME  PIC 9(06).
                   10 WS-TN-VALUE OCCURS 4 TIMES PIC 9(07).
           01 WS-TN-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-TN-I               PIC 9(03).

      *    The baseline arithmetic for one figure.
           01 WS-MEAN               PIC 9(09)V99.
           01 WS-VARIANCE           PIC S9(15)V99.
           01 WS-SPREAD             PIC 9(09)V99.
           01 WS-FLOOR              PIC 9(09)V99.
           01 WS-DEVIATION          PIC 9(05)V9.
           01 WS-DIFFERENCE         PIC S9(09)V99.
           01 WS-SEVERITY           PIC X(06).
           01 WS-RUN-FLAGGED        PIC A(01).

           01 WS-JUDGED-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-UNJUDGED-COUNT     PIC 9(04) VALUE ZERO.
           01 WS-WARN-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-SEVERE-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-HISTORY-COUNT      PIC 9(06) VALUE ZERO.

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(19) VALUE 'PROGRAM'.
               05 FILLER PIC X(07) VALUE 'START'.
               05 FILLER PIC X(09) VALUE 'FIGURE'.
               05 FILLER PIC X(09) VALUE 'TONIGHT'.
               05 FILLER PIC X(13) VALUE 'AVERAGE'.
               05 FILLER PIC X(13) VALUE 'SPREAD'.
               05 FILLER PIC X(08) VALUE 'SPREADS'.
               05 FILLER PIC X(06) VALUE 'LEVEL'.

           01 WS-ANOMALY-LINE.
               05 AN-PROGRAM        PIC X(18).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-START-TIME     PIC 9(06).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-METRIC         PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-TONIGHT        PIC Z(06)9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AN-MEAN           PIC Z(08)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-SPREAD         PIC Z(08)9.99.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-DEVIATION      PIC ZZZZ9.9.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 AN-SEVERITY       PIC X(06).

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "RUN-ANOMALY-CHECK".
           MOVE 'RUN-ANOMALY-CHECK' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-PARM-CARD.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           END-IF.
           MOVE 'BASELINE-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-BASELINE-DAYS
           END-IF.
           MOVE 'BASELINE-MIN' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-BASELINE-MIN
           END-IF.
           MOVE 'WARN-SPREAD' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-WARN-SPREAD
           END-IF.
           MOVE 'SEVERE-SPREAD' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-SEVERE-SPREAD
           END-IF.
           MOVE 'SPREAD-FLOOR-PCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-FLOOR-PCT
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-BASELINE-FROM = FUNCTION DATE-OF-INTEGER
               (WS-RUN-INT - WS-BASELINE-DAYS).
           DISPLAY 'JUDGING RUNS OF ' WS-RUN-DATE
               ' AGAINST HISTORY FROM ' WS-BASELINE-FROM.

           OPEN INPUT RUN-LOG.
           IF WS-RUNLOG-FS NOT EQUAL '00'
               DISPLAY "Error opening RUN-LOG. Status: " WS-RUNLOG-FS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               PERFORM END-ANOMALY-RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RUN-LOG
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TAKE-ONE-RUN
               END-READ
           END-PERFORM.
           CLOSE RUN-LOG.

           OPEN OUTPUT ANOMALY-RPT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening RUN-ANOMALY. Status: " WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               MOVE 'ERROR' TO RUN-STATUS
               COMPUTE RUN-READ-COUNT =
                   WS-HISTORY-COUNT + WS-TN-COUNT
               PERFORM END-ANOMALY-RUN
           END-IF.
           MOVE SPACES TO ANOMALY-RPT-LINE.
           STRING 'RUN VOLUME ANOMALIES FOR ' WS-RUN-DATE
               '  BASELINE FROM ' WS-BASELINE-FROM
               '  WARN AT ' WS-WARN-SPREAD
               ' SEVERE AT ' WS-SEVERE-SPREAD ' SPREADS'
               DELIMITED BY SIZE INTO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.
           MOVE SPACES TO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.
           MOVE WS-COLUMN-HEADING TO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.

           PERFORM VARYING WS-TN-I FROM 1 BY 1
                   UNTIL WS-TN-I > WS-TN-COUNT
               PERFORM JUDGE-ONE-RUN
           END-PERFORM.

           MOVE SPACES TO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.
           MOVE SPACES TO ANOMALY-RPT-LINE.
           STRING 'RUNS JUDGED: ' WS-JUDGED-COUNT
               '  TOO LITTLE HISTORY: ' WS-UNJUDGED-COUNT
               '  WARNINGS: ' WS-WARN-COUNT
               '  SEVERE: ' WS-SEVERE-COUNT
               DELIMITED BY SIZE INTO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.
           CLOSE ANOMALY-RPT.

           PERFORM WRITE-VERDICT.

           DISPLAY 'HISTORY RUNS: '        WS-HISTORY-COUNT.
           DISPLAY 'RUNS JUDGED: '         WS-JUDGED-COUNT.
           DISPLAY 'TOO LITTLE HISTORY: '  WS-UNJUDGED-COUNT.
           DISPLAY 'WARNINGS: '            WS-WARN-COUNT.
           DISPLAY 'SEVERE: '              WS-SEVERE-COUNT.

           EVALUATE TRUE
               WHEN WS-SEVERE-COUNT > ZERO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'SEVERE' TO RUN-STATUS
               WHEN WS-WARN-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
                   MOVE 'WARNING' TO RUN-STATUS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           COMPUTE RUN-READ-COUNT = WS-HISTORY-COUNT + WS-TN-COUNT.
           MOVE WS-JUDGED-COUNT TO RUN-WRITE-COUNT.
           COMPUTE RUN-REJECT-COUNT = WS-WARN-COUNT + WS-SEVERE-COUNT.
           PERFORM END-ANOMALY-RUN.

      * Every way out of the check, early or not, closes its own
      * RUN-LOG entry, so the log never holds a start with no end.
       END-ANOMALY-RUN.
           PERFORM RUN-LOG-END.
           STOP RUN.

      * A run on RUN-DATE is held to be judged; an OK run inside
      * the baseline window goes into its program's history. Failed
      * runs stay out of the history so one bad night does not
      * widen the spread that should have caught it.
       TAKE-ONE-RUN.
           PERFORM MEASURE-ONE-RUN.
           EVALUATE TRUE
               WHEN RL-START-DATE = WS-RUN-DATE
                   PERFORM HOLD-TONIGHT-RUN
               WHEN RL-START-DATE < WS-RUN-DATE
                   AND RL-START-DATE NOT < WS-BASELINE-FROM
                   AND RL-STATUS = 'OK'
                   PERFORM ADD-TO-HISTORY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MEASURE-ONE-RUN.
           MOVE RL-READ-COUNT   TO WS-RUN-VALUE(1).
           MOVE RL-WRITE-COUNT  TO WS-RUN-VALUE(2).
           MOVE RL-REJECT-COUNT TO WS-RUN-VALUE(3).
           MOVE RL-START-TIME TO WS-CLOCK.
           COMPUTE WS-START-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           MOVE RL-END-TIME TO WS-CLOCK.
           COMPUTE WS-END-SECS = WS-CLOCK-HH * 3600
               + WS-CLOCK-MM * 60 + WS-CLOCK-SS.
           IF RL-END-DATE > RL-START-DATE
               COMPUTE WS-ELAPSED =
                   (FUNCTION INTEGER-OF-DATE(RL-END-DATE)
                   - FUNCTION INTEGER-OF-DATE(RL-START-DATE)) * 86400
                   + WS-END-SECS - WS-START-SECS
           ELSE
               COMPUTE WS-ELAPSED = WS-END-SECS - WS-START-SECS
           END-IF.
           IF WS-ELAPSED < ZERO
               MOVE ZERO TO WS-ELAPSED
           END-IF.
           MOVE WS-ELAPSED TO WS-RUN-VALUE(4).

       HOLD-TONIGHT-RUN.
           IF WS-TN-COUNT >= 200
               DISPLAY 'TONIGHT TABLE FULL - NOT JUDGED: ' RL-PROGRAM
           ELSE
               ADD 1 TO WS-TN-COUNT
               MOVE RL-PROGRAM    TO WS-TN-PROGRAM(WS-TN-COUNT)
               MOVE RL-START-TIME TO WS-TN-START-TIME(WS-TN-COUNT)
               PERFORM VARYING WS-MET-I FROM 1 BY 1
                       UNTIL WS-MET-I > 4
                   MOVE WS-RUN-VALUE(WS-MET-I)
                       TO WS-TN-VALUE(WS-TN-COUNT, WS-MET-I)
               END-PERFORM
           END-IF.

       ADD-TO-HISTORY.
           MOVE RL-PROGRAM TO WS-LOOKUP-PROGRAM.
           PERFORM FIND-PROGRAM.
           IF WS-PGM-FOUND = ZERO
               IF WS-PGM-COUNT >= 100
                   DISPLAY 'PROGRAM TABLE FULL - NO BASELINE FOR '
                       RL-PROGRAM
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-FOUND
                   MOVE RL-PROGRAM TO WS-PGM-NAME(WS-PGM-FOUND)
                   MOVE ZERO TO WS-PGM-RUNS(WS-PGM-FOUND)
                   PERFORM VARYING WS-MET-I FROM 1 BY 1
                           UNTIL WS-MET-I > 4
                       MOVE ZERO TO WS-PGM-SUM(WS-PGM-FOUND, WS-MET-I)
                       MOVE ZERO
                           TO WS-PGM-SUMSQ(WS-PGM-FOUND, WS-MET-I)
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-PGM-FOUND > ZERO
               ADD 1 TO WS-HISTORY-COUNT
               ADD 1 TO WS-PGM-RUNS(WS-PGM-FOUND)
               PERFORM VARYING WS-MET-I FROM 1 BY 1
                       UNTIL WS-MET-I > 4
                   ADD WS-RUN-VALUE(WS-MET-I)
                       TO WS-PGM-SUM(WS-PGM-FOUND, WS-MET-I)
                   COMPUTE WS-PGM-SUMSQ(WS-PGM-FOUND, WS-MET-I) =
                       WS-PGM-SUMSQ(WS-PGM-FOUND, WS-MET-I)
                       + WS-RUN-VALUE(WS-MET-I) * WS-RUN-VALUE(WS-MET-I)
               END-PERFORM
           END-IF.

       FIND-PROGRAM.
           MOVE ZERO TO WS-PGM-FOUND.
           PERFORM VARYING WS-PGM-I FROM 1 BY 1
                   UNTIL WS-PGM-I > WS-PGM-COUNT
                       OR WS-PGM-FOUND > ZERO
               IF WS-PGM-NAME(WS-PGM-I) = WS-LOOKUP-PROGRAM
                   MOVE WS-PGM-I TO WS-PGM-FOUND
               END-IF
           END-PERFORM.

       JUDGE-ONE-RUN.
           MOVE WS-TN-PROGRAM(WS-TN-I) TO WS-LOOKUP-PROGRAM.
           PERFORM FIND-PROGRAM.
           IF WS-PGM-FOUND = ZERO
               ADD 1 TO WS-UNJUDGED-COUNT
               PERFORM PRINT-UNJUDGED-RUN
           ELSE
               IF WS-PGM-RUNS(WS-PGM-FOUND) < WS-BASELINE-MIN
                   ADD 1 TO WS-UNJUDGED-COUNT
                   PERFORM PRINT-UNJUDGED-RUN
               ELSE
                   ADD 1 TO WS-JUDGED-COUNT
                   MOVE 'N' TO WS-RUN-FLAGGED
                   PERFORM VARYING WS-MET-I FROM 1 BY 1
                           UNTIL WS-MET-I > 4
                       PERFORM JUDGE-ONE-FIGURE
                   END-PERFORM
               END-IF
           END-IF.

      * Population variance from the running sums; rounding can
      * leave it a hair below zero on a figure that never moves.
       JUDGE-ONE-FIGURE.
           COMPUTE WS-MEAN ROUNDED =
               WS-PGM-SUM(WS-PGM-FOUND, WS-MET-I)
               / WS-PGM-RUNS(WS-PGM-FOUND).
           COMPUTE WS-VARIANCE =
               WS-PGM-SUMSQ(WS-PGM-FOUND, WS-MET-I)
               / WS-PGM-RUNS(WS-PGM-FOUND)
               - WS-MEAN * WS-MEAN.
           IF WS-VARIANCE < ZERO
               MOVE ZERO TO WS-VARIANCE
           END-IF.
           COMPUTE WS-SPREAD ROUNDED = FUNCTION SQRT(WS-VARIANCE).
           COMPUTE WS-FLOOR ROUNDED = WS-MEAN * WS-FLOOR-PCT / 100.
           IF WS-SPREAD < WS-FLOOR
               MOVE WS-FLOOR TO WS-SPREAD
           END-IF.
           IF WS-SPREAD < 1
               MOVE 1 TO WS-SPREAD
           END-IF.

           COMPUTE WS-DIFFERENCE =
               WS-TN-VALUE(WS-TN-I, WS-MET-I) - WS-MEAN.
           IF WS-DIFFERENCE < ZERO
               COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE
           END-IF.
           COMPUTE WS-DEVIATION = WS-DIFFERENCE / WS-SPREAD.

           EVALUATE TRUE
               WHEN WS-DEVIATION NOT < WS-SEVERE-SPREAD
                   MOVE 'SEVERE' TO WS-SEVERITY
                   ADD 1 TO WS-SEVERE-COUNT
                   PERFORM PRINT-ANOMALY
               WHEN WS-DEVIATION NOT < WS-WARN-SPREAD
                   MOVE 'WARN' TO WS-SEVERITY
                   ADD 1 TO WS-WARN-COUNT
                   PERFORM PRINT-ANOMALY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PRINT-ANOMALY.
           MOVE WS-TN-PROGRAM(WS-TN-I)    TO AN-PROGRAM.
           MOVE WS-TN-START-TIME(WS-TN-I) TO AN-START-TIME.
           MOVE WS-METRIC-NAME(WS-MET-I)  TO AN-METRIC.
           MOVE WS-TN-VALUE(WS-TN-I, WS-MET-I) TO AN-TONIGHT.
           MOVE WS-MEAN      TO AN-MEAN.
           MOVE WS-SPREAD    TO AN-SPREAD.
           MOVE WS-DEVIATION TO AN-DEVIATION.
           MOVE WS-SEVERITY  TO AN-SEVERITY.
           MOVE WS-ANOMALY-LINE TO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.

       PRINT-UNJUDGED-RUN.
           MOVE SPACES TO ANOMALY-RPT-LINE.
           STRING WS-TN-PROGRAM(WS-TN-I) ' '
               WS-TN-START-TIME(WS-TN-I)
               ' NOT JUDGED - TOO LITTLE OK HISTORY'
               DELIMITED BY SIZE INTO ANOMALY-RPT-LINE.
           WRITE ANOMALY-RPT-LINE.

      * HOLD only on a severe finding; the driver ignores a verdict
      * stamped before its own start, so a restart after operations
      * have looked goes on through.
       WRITE-VERDICT.
           OPEN OUTPUT ANOMALY-STATUS.
           IF WS-VERDICT-FS NOT EQUAL '00'
               DISPLAY 'ANOMALY VERDICT NOT WRITTEN. STATUS: '
                   WS-VERDICT-FS
               MOVE 'ERROR' TO RUN-STATUS
           ELSE
               EVALUATE TRUE
                   WHEN WS-SEVERE-COUNT > ZERO
                       MOVE 'HOLD' TO AV-VERDICT
                   WHEN WS-WARN-COUNT > ZERO
                       MOVE 'WARN' TO AV-VERDICT
                   WHEN OTHER
                       MOVE 'OK' TO AV-VERDICT
               END-EVALUATE
               MOVE FUNCTION CURRENT-DATE(1:14) TO AV-STAMP
               WRITE ANOMALY-STATUS-REC
               CLOSE ANOMALY-STATUS
           END-IF.

       COPY "parmrd.cpy".

       COPY "runwrt.cpy".
