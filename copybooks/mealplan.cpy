      * MEALPLAN - shared MEAL-PLAN record layout. COPY this into the
      * FD for MEAL-PLAN, the kitchen's list of who eats what that
      * replaced its spreadsheet: one record per student, keyed by
      * STUDENT-ID, with the plan, the dates it runs between and the
      * dietary note the kitchen cooks to. MEAL-HEADCOUNT counts
      * plates off it each day and MESS-BILLING raises the month's
      * mess charge from it onto RECEIVABLE.
           01 MEAL-PLAN-FILE.
               05 MP-STUDENT-ID        PIC 9(05).
      * A full-board plan is breakfast, lunch and dinner and is for
      * boarders only; a lunch plan is open to day students too.
               05 MP-PLAN-TYPE         PIC X(01).
                   88 MP-FULL-BOARD    VALUE 'F'.
                   88 MP-LUNCH-ONLY    VALUE 'L'.
               05 MP-START-DATE        PIC 9(08).
      * MP-END-DATE of 99999999 is a plan with no end set.
               05 MP-END-DATE          PIC 9(08).
      * Free text the kitchen groups on - VEG, HALAL, NUT FREE and
      * so on. Spaces is the standard menu.
               05 MP-DIETARY-NOTE      PIC X(10).
      * YYYYMM of the last month MESS-BILLING charged, so a rerun
      * of the month-end batch never bills a month twice.
               05 MP-LAST-BILLED       PIC 9(06).
