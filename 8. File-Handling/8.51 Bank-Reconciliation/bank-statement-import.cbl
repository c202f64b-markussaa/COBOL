               05 RR-AMOUNT-TEXT    PIC X(08).
               05 FILLER            PIC X(06).
               05 RR-PAY-DATE       PIC 9(08).
               05 FILLER            PIC X(16).

           FD RECON-REPORT.
           01 RECON-REPORT-LINE     PIC X(80).
