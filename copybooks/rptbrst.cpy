      * RPTBRST - shared REPORT-BURST-FEED record layout. COPY this
      * into the FD for REPORT-BURST-FEED. A report that is to be
      * split by section writes each printed line here as well,
      * tagged with the class-year and section it belongs to, so
      * REPORT-BURSTER can cut the report at every section break
      * without reading print columns. The run stamp keeps two
      * runs of one report from being shuffled together.
           01 REPORT-BURST-REC.
               05 RB-REPORT-NAME   PIC X(13).
               05 RB-RUN-STAMP     PIC X(14).
               05 RB-RUN-DATE      PIC 9(08).
      *    A heading line with class-year 00 heads every slice of
      *    the run; one with a class-year and a blank section heads
      *    every section of that year.
               05 RB-CLASS-YEAR    PIC 9(02).
               05 RB-SECTION-CODE  PIC X(01).
               05 RB-LINE-KIND     PIC X(01).
                   88 RB-HEADING-LINE  VALUE 'H'.
                   88 RB-DETAIL-LINE   VALUE 'D'.
               05 RB-SEQ           PIC 9(06).
               05 RB-LINE-TEXT     PIC X(120).
