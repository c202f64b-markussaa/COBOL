      * GRADREQ - shared GRAD-REQUIREMENT record layout. COPY this
      * into the FD for GRAD-REQUIREMENT, what a student in the
      * final class-year of a programme must have achieved to
      * graduate. Keyed by programme, class-year and subject, the
      * CURRICULUM-MAP way: the row with a space subject code is
      * the header carrying the credit and GPA minimums and the
      * honours bands, and each row with a subject code names one
      * compulsory subject that must have been passed. A space
      * programme is the general programme, and also the fallback
      * for a programme with no rows of its own.
           01 GRAD-REQUIREMENT-FILE.
               05 GR-KEY.
                   10 GR-PROGRAMME     PIC X(04).
                   10 GR-CLASS-YEAR    PIC 9(02).
                   10 GR-SUBJECT-CODE  PIC X(04).
      * Header row only - zero on a compulsory-subject row.
      * GR-MIN-CREDITS is the total SM-CREDIT-HOURS of passed
      * papers required; GR-MIN-CUM-GPA the lowest cumulative GPA
      * over the frozen terms. A cleared student at or above
      * GR-FIRST-CLASS-GPA takes first-class honours, at or above
      * GR-SECOND-CLASS-GPA second-class, otherwise a pass.
               05 GR-MIN-CREDITS       PIC 9(03).
               05 GR-MIN-CUM-GPA       PIC 9V99.
               05 GR-FIRST-CLASS-GPA   PIC 9V99.
               05 GR-SECOND-CLASS-GPA  PIC 9V99.
