      * ACCARR - shared ACCESS-ARRANGEMENT record layout. COPY this
      * into the FD for ACCESS-ARRANGEMENT, the exams officer's
      * register of approved access arrangements: one record per
      * student, keyed by STUDENT-ID, with the arrangement, the
      * extra time it allows and the date the approval lapses. An
      * arrangement past its expiry date is ignored by the seating
      * and the admit cards alike.
           01 ACCESS-ARRANGEMENT-FILE.
               05 AA-STUDENT-ID        PIC 9(05).
               05 AA-ARRANGEMENT-TYPE  PIC X(01).
                   88 AA-EXTRA-TIME    VALUE 'E'.
                   88 AA-READER        VALUE 'R'.
                   88 AA-SEPARATE-ROOM VALUE 'S'.
      * Extra time as a percentage of the paper's duration; a
      * reader or separate-room arrangement may carry some too.
               05 AA-EXTRA-TIME-PCT    PIC 9(03).
               05 AA-EXPIRY-DATE       PIC 9(08).
