      * GRDSCL - shared GRADE-SCALE record layout. COPY this into the
      * FD for GRADE-SCALE, the board's letter-grade boundaries that
      * used to be compiled into every grading program as 90/75/40.
      * One record per band: a scale is all the bands for one
      * class-year sharing one effective date, and a new dated scale
      * supersedes the old one from that date without removing it -
      * a term frozen under the old boundaries still prints under
      * them. Class-year 00 is the school-wide scale used by any
      * class-year that has none of its own. Keyed so a sequential
      * read comes back class-year, date, then band from the bottom
      * up.
           01 GRADE-SCALE-FILE.
               05 GS-KEY.
                   10 GS-CLASS-YEAR     PIC 9(02).
                   10 GS-EFFECTIVE-DATE PIC 9(08).
                   10 GS-LOWER-BOUND    PIC 9(03).
               05 GS-LETTER             PIC X(02).
               05 GS-GRADE-POINTS       PIC 9V99.
