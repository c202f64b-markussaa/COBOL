      * DEPLEDG - shared DEPOSIT-LEDGER record layout. COPY this into
      * the FD for DEPOSIT-LEDGER, the refundable caution deposits
      * the school holds for each student - hostel, library and
      * locker - kept apart from RECEIVABLE so what is owed back is
      * always known. Keyed by student plus entry sequence: sequence
      * zero is the student's balance record, and every movement
      * after it is one numbered entry, never rewritten.
           01 DEPOSIT-LEDGER-FILE.
               05 DL-KEY.
                   10 DL-STUDENT-ID     PIC 9(05).
                   10 DL-SEQ            PIC 9(04).
      * DL-ENTRY-TYPE follows studmas.cpy's 88-level status pattern.
      * RECEIVED is a deposit found paid on RECEIVABLE, DEDUCTED a
      * charge for damage or loss, APPLIED a deposit used against
      * unpaid dues at clearance, REFUNDED the balance paid out on
      * leaving.
               05 DL-ENTRY-TYPE         PIC X(01).
                   88 DL-BALANCE-REC    VALUE 'B'.
                   88 DL-RECEIVED       VALUE 'R'.
                   88 DL-DEDUCTED       VALUE 'D'.
                   88 DL-APPLIED        VALUE 'A'.
                   88 DL-REFUNDED       VALUE 'P'.
               05 DL-ENTRY-BODY.
                   10 DL-DEPOSIT-TYPE   PIC X(01).
                       88 DL-HOSTEL     VALUE 'H'.
                       88 DL-LIBRARY    VALUE 'L'.
                       88 DL-LOCKER     VALUE 'K'.
      *            The deposit's own fee code and installment; for a
      *            RECEIVED entry, the RECEIVABLE row that was paid.
                   10 DL-FEE-CODE       PIC X(04).
                   10 DL-INSTALLMENT-NO PIC 9(02).
                   10 DL-AMOUNT         PIC 9(05)V99 COMP-3.
                   10 DL-ENTRY-DATE     PIC 9(08).
      *            The voucher, damage reference, or - for an APPLIED
      *            entry - the fee code and installment it settled.
                   10 DL-REFERENCE      PIC X(08).
                   10 DL-REASON         PIC X(04).
                   10 DL-OPERATOR-ID    PIC X(08).
                   10 FILLER            PIC X(08).
      *    The balance record's view of the same bytes: running
      *    totals by movement, and the refundable balance held by
      *    deposit type in hostel, library, locker order.
               05 DL-BALANCE-BODY REDEFINES DL-ENTRY-BODY.
                   10 DL-RECEIVED-TOTAL PIC 9(07)V99 COMP-3.
                   10 DL-DEDUCTED-TOTAL PIC 9(07)V99 COMP-3.
                   10 DL-APPLIED-TOTAL  PIC 9(07)V99 COMP-3.
                   10 DL-REFUNDED-TOTAL PIC 9(07)V99 COMP-3.
                   10 DL-TYPE-BALANCE   PIC 9(07)V99 COMP-3
                                        OCCURS 3 TIMES.
                   10 DL-LAST-SEQ       PIC 9(04).
                   10 DL-LAST-DATE      PIC 9(08).
