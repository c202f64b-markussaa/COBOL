           01 REPORT-REPO-REC.
               05 RR-REPORT-NAME   PIC X(18).
               05 RR-RUN-DATE      PIC 9(08).
               05 RR-LINE-TEXT     PIC X(120).
