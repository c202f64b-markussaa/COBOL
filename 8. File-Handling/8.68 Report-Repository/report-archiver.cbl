       DATA DIVISION.
           FILE SECTION.
           FD REPORT-STAGE.
           01 REPORT-STAGE-LINE     PIC X(120).

           FD REPORT-REPOSITORY.
           COPY "rptrepo.cpy".
