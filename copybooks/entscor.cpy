      * ENTSCOR - shared ENTRANCE-SCORE record layout. COPY this into
      * the FD for ENTRANCE-SCORE: one applicant's raw score in one
      * section of the entrance test paper, as ENTRANCE-SCORE-IMPORT
      * loads it off the marking office's file. The sections and
      * their weights are in ENTRANCE-SECTIONS.txt (entsect.cpy).
           01 ENTRANCE-SCORE-FILE.
               05 XS-KEY.
                   10 XS-APPLICANT-ID  PIC 9(06).
                   10 XS-SECTION-CODE  PIC X(04).
               05 XS-SCORE             PIC 9(03).
               05 XS-IMPORT-DATE       PIC 9(08).
