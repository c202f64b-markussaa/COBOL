      * with their sources. In the spirit of DB-VERIFY, this batch
      * recomputes each figure independently and reports every
      * drifted student with both values:
      *   GPA       - each paper's GRADE-SCALE points for the
      *               student's class-year, credit-weighted over
      *               the current term's posted marks, exempt
      *               papers out of the divisor, exactly as the GPA
      *               batch derives it;
      *   ABSENCES  - the count of attendance detail dated inside
      *               the current term (term-end zeroes the master
      *               counter, the history keeps everything);
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT ATTEND-HISTORY ASSIGN TO 'ATTEND-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-FS.
           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD ATTEND-HISTORY.
           COPY "atthist.cpy".

           01 WS-DRIFT-COUNT        PIC 9(05) VALUE ZERO.
           01 WS-STUDENT-DRIFTED    PIC A(01).
           01 WS-MARK-CREDITS       PIC 9(02).
           01 WS-WEIGHT-TOTAL       PIC 9(05)V99.
           01 WS-CREDIT-TOTAL       PIC 9(04).
           01 WS-TODAY              PIC 9(08).
           01 WS-CALC-GPA           PIC 9V99.
           01 WS-CALC-PCT           PIC 9(03).
           01 WS-CALC-RANK          PIC 9(04).
                   10 WS-ROS-ABSENCES   PIC 9(03).
           01 WS-ROSTER-COUNT       PIC 9(04) VALUE ZERO.

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DERIVED-DRIFT-CHECK".

           PERFORM NOTE-CURRENT-TERM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-GRADE-SCALE.
           PERFORM COUNT-TERM-ABSENCES.

           OPEN INPUT STUDENT.
           END-IF.

      * The GPA batch's own arithmetic, run again independently:
      * scale grade points credit-weighted over the current term's
      * posted marks, exempt papers out of the divisor.
       RECOMPUTE-GPA.
           MOVE ZERO TO WS-WEIGHT-TOTAL.
           MOVE ZERO TO WS-CREDIT-TOTAL.
           END-PERFORM.

           IF WS-CREDIT-TOTAL > ZERO
               COMPUTE WS-CALC-GPA ROUNDED =
                   WS-WEIGHT-TOTAL / WS-CREDIT-TOTAL
           END-IF.

       WEIGH-ONE-MARK.
                       MOVE SM-CREDIT-HOURS TO WS-MARK-CREDITS
                   END-IF
           END-READ.
           MOVE CLASS-YEAR TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE MP-MARK    TO WS-GRD-LOOKUP-PCT.
           MOVE WS-TODAY   TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           COMPUTE WS-WEIGHT-TOTAL =
               WS-WEIGHT-TOTAL + WS-GRD-POINTS * WS-MARK-CREDITS.
           ADD WS-MARK-CREDITS TO WS-CREDIT-TOTAL.

      * The roster row for the ranking pass - and the absence
                   DELIMITED BY SIZE INTO DRIFT-REPORT-LINE
               WRITE DRIFT-REPORT-LINE
           END-IF.

       COPY "grdlkp.cpy".
