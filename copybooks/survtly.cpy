      * SURVTLY - shared SURVEY-TALLY record layout. COPY this into
      * the FD for SURVEY-TALLY, the end-of-term course feedback
      * survey as SURVEY-RESPONSE-IMPORT tallies it: one record per
      * term, subject, class-year, section and question, counting
      * how many answered each point of the 1-to-5 scale. No
      * student identity is held - once a form has passed the
      * ENROLLMENT participation check only its answers are kept.
           01 SURVEY-TALLY-FILE.
               05 SV-KEY.
                   10 SV-TERM-CODE     PIC X(06).
                   10 SV-SUBJECT-CODE  PIC X(04).
                   10 SV-CLASS-YEAR    PIC 9(02).
                   10 SV-SECTION-CODE  PIC X(01).
                   10 SV-QUESTION      PIC 9(02).
               05 SV-SCORE-COUNT       PIC 9(05) OCCURS 5 TIMES.
               05 SV-RESPONSES         PIC 9(05).
               05 SV-SCORE-TOTAL       PIC 9(07).
