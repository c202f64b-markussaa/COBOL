      * one piece on FEE-DUE-DATE; three means three receivables a
      * month apart starting there.
               05 FEE-INSTALLMENTS  PIC 9(02).
      * How the assessment cuts the fee down for a student who joins
      * or leaves part way through the year: 'T' by term, 'M' by
      * month. Space bills the whole fee to anyone assessed, as
      * every fee did before the rule was kept.
               05 FEE-PRORATE-RULE  PIC X(01).
                   88 FEE-PRORATE-TERM  VALUE 'T'.
                   88 FEE-PRORATE-MONTH VALUE 'M'.
                   88 FEE-PRORATE-NONE  VALUE ' '.
