      * mark can always be told from a retake. The student's GPA is
      * then recomputed from their posted marks with the same
      * credit-weighted, exempt-excluding arithmetic
      * GPA-ATTENDANCE-BATCH uses - each paper's grade points off
      * the GRADE-SCALE master - and rewritten onto the master -
      * no more hand-editing transactions. A paper cancelled for
      * malpractice takes no retake at all: the retake is rejected
      * and the cancellation stands.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SUPPLEMENTARY-POSTING.
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

      *    A displaced mark moves the control totals the batch-open
      *    VERIFY checks, so this program maintains
      *    FILE-CONTROL-TOTALS through the ctladj.cpy discipline.
           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD FILE-CONTROL-TOTALS.
           COPY "filectl.cpy".

           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-OLD-MARK           PIC 9(03).
           01 WS-BEST-MARK          PIC 9(03).
           01 WS-SLICE-POINTS       PIC 9(05)V99.
           01 WS-SLICE-CREDITS      PIC 9(04).
           01 WS-TODAY              PIC 9(08).
           01 WS-SUBJ-MAST-FS       PIC X(02).
      *    Whether the catalog opened at all - the status field
      *    itself changes on every keyed read, so it cannot double
           01 WS-MARK-CREDITS       PIC 9(02).
           COPY "ctlflds.cpy".

           COPY "grdtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SUPPLEMENTARY-POSTING".

           PERFORM READ-TERM-CONTROL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-GRADE-SCALE.

           OPEN INPUT SUPP-MARKS-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
                   MOVE 'NO FIRST-ATTEMPT MARK' TO SUPP-RESULT-LINE
                   PERFORM REJECT-SUPP-MARK
               NOT INVALID KEY
                   IF MP-CANCELLED
                       MOVE 'PAPER CANCELLED' TO SUPP-RESULT-LINE
                       PERFORM REJECT-SUPP-MARK
                   ELSE
                       PERFORM DECIDE-BEST-MARK
                   END-IF
           END-READ.

      * The winning retake also clears any absent marker - the whole
               MOVE MT-MARK TO MP-MARK
               MOVE 'S'     TO MP-ATTEMPT
               MOVE SPACE   TO MP-MARK-FLAG
               MOVE ZERO    TO MP-GRACE-MARK
               REWRITE MARKS-POSTED-FILE
                   INVALID KEY DISPLAY 'SUPP: Invalid Key ' MP-KEY
                   NOT INVALID KEY
           END-IF.

      * Re-average the student's posted marks for the current term
      * with the GPA batch's own arithmetic - scale grade points
      * credit-weighted off the catalog, exempt papers out of the
      * divisor - and rewrite the master so the improved figure
      * shows at once and the weekly drift check agrees with it.
      * The master is read first, for the class-year whose scale
      * letters the papers; browsing MARKS-POSTED leaves its record
      * area alone for the REWRITE.
       RECOMPUTE-STUDENT-GPA.
           MOVE MT-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'SUPP: ID NOT ON MASTER '
                       MT-STUDENT-ID
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM REAVERAGE-STUDENT-GPA
           END-IF.

       REAVERAGE-STUDENT-GPA.
           MOVE ZERO TO WS-SLICE-POINTS.
           MOVE ZERO TO WS-SLICE-CREDITS.
           MOVE 'N' TO WS-SLICE-EOF.

           END-PERFORM.

           IF WS-SLICE-CREDITS > ZERO
               DIVIDE WS-SLICE-POINTS BY WS-SLICE-CREDITS
                   GIVING GPA ROUNDED
               REWRITE STUDENT-FILE
               IF WS-FS NOT EQUAL '00'
                   DISPLAY 'SUPP: REWRITE FAILED ' MT-STUDENT-ID
                       ' STATUS ' WS-FS
               END-IF
           END-IF.

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

       COPY "ctladj.cpy".

       COPY "grdlkp.cpy".
