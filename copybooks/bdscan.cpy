      * BDSCAN - shared BOARDING-SCAN record layout. COPY this into
      * the FD for BOARDING-SCAN, the bus attendants' card-reader
      * scans once BOARDING-SCAN-IMPORT has checked and loaded them:
      * one record per student, route, day and direction. A reader
      * double-tap lands on the same key and is dropped at import,
      * so a count of records is a count of riders.
           01 BOARDING-SCAN-FILE.
               05 BS-KEY.
                   10 BS-STUDENT-ID    PIC 9(05).
                   10 BS-ROUTE-CODE    PIC X(04).
                   10 BS-SCAN-DATE     PIC 9(08).
                   10 BS-DIRECTION     PIC X(01).
                       88 BS-TO-SCHOOL     VALUE 'S'.
                       88 BS-TO-HOME       VALUE 'H'.
      * The reader's clock time of the first scan, HHMM.
               05 BS-SCAN-TIME         PIC 9(04).
               05 BS-IMPORT-DATE       PIC 9(08).
