      * COVERASG - shared COVER-ASSIGNMENT record layout. COPY this
      * into the FD for COVER-ASSIGNMENT: one record per timetable
      * slot left uncovered by an absence, keyed by date, class-year,
      * section and period, naming the absent teacher and the teacher
      * COVER-PLANNER put in. CV-SECTION-CODE is the timetable slot's
      * TT-SECTION-CODE - a space for a class-year taught as one
      * group - so two sections of a year uncovered in the same
      * period are two records. CV-COVER-STAFF is zero where nobody was
      * free. The file is the history the planner balances cover
      * counts from and COVER-LOAD-REPORT totals for the term.
           01 COVER-ASSIGNMENT-FILE.
               05 CV-KEY.
                   10 CV-COVER-DATE    PIC 9(08).
                   10 CV-CLASS-YEAR    PIC 9(02).
                   10 CV-SECTION-CODE  PIC X(01).
                   10 CV-PERIOD        PIC 9(02).
               05 CV-SUBJECT-CODE      PIC X(04).
               05 CV-ABSENT-STAFF      PIC 9(04).
               05 CV-COVER-STAFF       PIC 9(04).
