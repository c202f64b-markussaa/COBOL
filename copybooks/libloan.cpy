               05 LL-STATUS            PIC X(01).
                   88 LL-OUT           VALUE 'O'.
                   88 LL-RETURNED      VALUE 'R'.
                   88 LL-LOST          VALUE 'L'.
      * The charge the loan raised onto RECEIVABLE, if any - a fine
      * for a late return or the replacement charge for a lost book -
      * named by fee code and installment so it can be found again
      * to waive. A lost book is billed, not chased: the overdue run
      * only follows loans still out.
               05 LL-RETURN-DATE       PIC 9(08).
               05 LL-CHARGE-CODE       PIC X(04).
               05 LL-CHARGE-INST       PIC 9(02).
               05 LL-CHARGE-AMOUNT     PIC 9(05)V99 COMP-3.
               05 LL-CHARGE-STATUS     PIC X(01).
                   88 LL-NO-CHARGE     VALUE ' '.
                   88 LL-CHARGE-RAISED VALUE 'R'.
                   88 LL-CHARGE-WAIVED VALUE 'W'.
