      * LATEFEE - shared LATE-FEE-LOG record layout. COPY this into the
      * FD for LATE-FEE-LOG, the record of every late-payment
      * surcharge LATE-FEE-SURCHARGE has raised. Keyed by the overdue
      * installment plus the month charged, so a second run in the
      * same month meets the key already on file and charges nothing
      * - at most one surcharge per installment per month, however
      * often the batch is rerun. LF-SURCHARGE-INST names the
      * RECEIVABLE installment the surcharge itself was raised as
      * under the penalty fee code, which is the key an adjustment
      * needs to reverse it.
           01 LATE-FEE-LOG-REC.
               05 LF-KEY.
                   10 LF-STUDENT-ID     PIC 9(05).
                   10 LF-FEE-CODE       PIC X(04).
                   10 LF-INSTALLMENT-NO PIC 9(02).
                   10 LF-CHARGE-MONTH   PIC 9(06).
               05 LF-PENALTY-CODE       PIC X(04).
               05 LF-SURCHARGE-INST     PIC 9(02).
               05 LF-AMOUNT             PIC 9(05)V99 COMP-3.
               05 LF-RAISED-DATE        PIC 9(08).
