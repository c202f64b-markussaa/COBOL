      * archived run with its dates and counts - then takes a
      * report name and run date and slices that run's lines back
      * out of REPORT-REPOSITORY.txt onto REPRINT.txt, ready for
      * the printer. A report REPORT-BURSTER split by section has
      * each section's slice archived under its own name, such as
      * MARKSHEET-08A, so one form's copy reprints on its own.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPORT-REPRINT.
           COPY "rptrepo.cpy".

           FD REPRINT-OUT.
           01 REPRINT-LINE          PIC X(120).

           WORKING-STORAGE SECTION.
           01 WS-IDX-FS             PIC X(02).
