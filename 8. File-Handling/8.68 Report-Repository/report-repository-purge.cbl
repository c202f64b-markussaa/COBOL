           01 REPO-WORK-REC.
               05 RW-REPORT-NAME   PIC X(18).
               05 RW-RUN-DATE      PIC 9(08).
               05 RW-LINE-TEXT     PIC X(120).

           FD REPORT-INDEX.
           COPY "rptidx.cpy".
