      * DDCOLG - shared DEBIT-COLLECTION-LOG record layout. COPY this
      * into the FD for DEBIT-COLLECTION-LOG, one record for every
      * installment DEBIT-COLLECTION-RUN has sent to the bank. Keyed
      * by the installment plus the collection month, so a rerun of
      * the month's collection meets the key already on file and
      * sends nothing twice; the key, written out as seventeen
      * characters, is also the reference the bank echoes back on
      * its confirmation file.
           01 DEBIT-COLLECTION-LOG-REC.
               05 DC-KEY.
                   10 DC-STUDENT-ID     PIC 9(05).
                   10 DC-FEE-CODE       PIC X(04).
                   10 DC-INSTALLMENT-NO PIC 9(02).
                   10 DC-COLLECT-MONTH  PIC 9(06).
               05 DC-MANDATE-KEY.
                   10 DC-PAYER-TYPE     PIC X(01).
                   10 DC-PAYER-CODE     PIC X(06).
               05 DC-AMOUNT             PIC 9(05)V99 COMP-3.
               05 DC-SUBMIT-DATE        PIC 9(08).
      * DC-STATUS follows studmas.cpy's 88-level status pattern.
               05 DC-STATUS             PIC X(01).
                   88 DC-SUBMITTED      VALUE 'S'.
                   88 DC-COLLECTED      VALUE 'P'.
                   88 DC-RETURNED       VALUE 'R'.
               05 DC-RECEIPT-NUMBER     PIC 9(08).
               05 DC-RETURN-REASON      PIC X(04).
