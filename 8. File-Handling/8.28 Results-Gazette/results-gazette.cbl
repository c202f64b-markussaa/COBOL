      * withdrawn student prints with the marks suppressed - present
      * on the board, figures blanked - never simply missing. The
      * run closes with per-class subtotals and a grand summary the
      * way MARKSHEET-REPORT does its control totals. A paper
      * cancelled for malpractice prints CAN in its column and
      * counts as not passed.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. RESULTS-GAZETTE.
           END-PERFORM.

      * An absent paper prints ABS and fails; an exempt one prints
      * EX and neither passes nor fails the student; a cancelled
      * one prints CAN and fails like an absence.
       FILL-ONE-COLUMN.
           IF WS-SUBJ-SLOT < 5
               ADD 1 TO WS-SUBJ-SLOT
                   WHEN MP-EXEMPT
                       MOVE 'EX '
                           TO GZ-MARK-VALUE(WS-SUBJ-SLOT)(1:3)
                   WHEN MP-CANCELLED
                       MOVE 'CAN'
                           TO GZ-MARK-VALUE(WS-SUBJ-SLOT)(1:3)
                   WHEN OTHER
                       MOVE MP-MARK
                           TO GZ-MARK-VALUE(WS-SUBJ-SLOT)(1:3)

           EVALUATE TRUE
               WHEN MP-ABSENT
               WHEN MP-CANCELLED
                   MOVE 'N' TO WS-ALL-PASSED
               WHEN MP-EXEMPT
                   CONTINUE
