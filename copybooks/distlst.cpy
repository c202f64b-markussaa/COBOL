      * DISTLST - shared DISTRIBUTION-LIST record layout. COPY this
      * into the FD for DISTRIBUTION-LIST, the list operations keys
      * of who receives which section's slice of a split report
      * and on which print queue. One record per recipient per
      * scope; a slice goes to every record whose scope covers it.
           01 DISTRIBUTION-LIST-REC.
      *    Spaces send every split report; otherwise the report's
      *    burst name (MARKSHEET, ATT-REGISTER, AT-RISK).
               05 DL-REPORT-NAME   PIC X(13).
      *    Class-year 00 covers every year; a blank section covers
      *    every section of the year.
               05 DL-CLASS-YEAR    PIC 9(02).
               05 DL-SECTION-CODE  PIC X(01).
               05 DL-ROLE          PIC X(01).
                   88 DL-FORM-TUTOR    VALUE 'T'.
                   88 DL-HEAD-OF-YEAR  VALUE 'Y'.
                   88 DL-CAMPUS-HEAD   VALUE 'C'.
               05 DL-RECIPIENT     PIC X(25).
               05 DL-PRINT-QUEUE   PIC X(08).
