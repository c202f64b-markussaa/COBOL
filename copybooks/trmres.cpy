               05 TR-PERCENTAGE        PIC 9(03) COMP-3.
               05 TR-GPA               PIC 9V99 COMP-3.
               05 TR-ATTENDANCE-PCT    PIC 999V99.
      * TR-CLASS-YEAR and TR-FROZEN-DATE record which class-year the
      * student sat the term in and the day the close froze it, so a
      * transcript grades an old term under the GRADE-SCALE that was
      * in force then - not whatever the board has changed it to
      * since. Zeros on a record frozen before they existed grade it
      * under the earliest scale on file.
               05 TR-CLASS-YEAR        PIC 9(02).
               05 TR-FROZEN-DATE       PIC 9(08).
      * TR-CLASS-RANK is the student's CLASS-RANK as it stood when
      * the term closed, re-ranked across the term's whole cohort by
      * CLOSED-TERM-AMENDMENT when a late mark changes the frozen
      * percentages. Zero on a record frozen before it existed.
               05 TR-CLASS-RANK        PIC 9(04).
