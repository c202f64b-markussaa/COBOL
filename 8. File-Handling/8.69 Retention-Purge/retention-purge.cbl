           01 RECEIPT-REGISTER-LINE.
               05 FILLER            PIC X(56).
               05 RG-PAY-DATE       PIC 9(08).
               05 FILLER            PIC X(16).

           FD RECEIPT-ARCHIVE.
           01 RECEIPT-ARCHIVE-LINE  PIC X(80).

           FD RECEIPT-WORK.
           01 RECEIPT-WORK-LINE     PIC X(80).

           FD SYNC-RETRY.
           01 SYNC-RETRY-REC.
