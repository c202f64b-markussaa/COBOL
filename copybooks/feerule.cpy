      * FEERULE - shared fee rules: which FEE-SCHEDULE fees a
      * student owes, the sibling-discounted charge, and its split
      * into dated installments. COPY this into the PROCEDURE
      * DIVISION alongside feeflds.cpy and parmtbl.cpy in
      * WORKING-STORAGE, feesch.cpy in the FD for FEE-SCHEDULE, and
      * parmrd.cpy. PERFORM LOAD-FEE-RULE-PARMS once after
      * LOAD-PARM-CARD.
      *
      * The including program supplies the two gates the rules
      * cannot know for themselves: CHECK-TRANSPORT-GATE and
      * CHECK-BOARDING-GATE each move 'Y' to WS-FEE-APPLIES when the
      * student rides a route or holds a hostel bed - off the rider
      * and hostel files for an enrolled student, off the parents'
      * stated intent for an applicant being quoted. Likewise
      * WS-DISCOUNT-APPLIES is set by the caller before
      * PRICE-FEE-CHARGE.
      *
      * Pro-rating needs the terms: the including program also
      * declares the ACADEMIC-CALENDAR FD (acadcal.cpy) and
      * WS-CAL-FS, PERFORMs LOAD-PRORATE-TERMS once, and sets the
      * attendance window before PRORATE-FEE-CHARGE.
       LOAD-FEE-RULE-PARMS.
           MOVE 'TRANSPORT-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRANSPORT-FEE
           END-IF.
           DISPLAY 'TRANSPORT FEE CODE IN EFFECT: '
               WS-TRANSPORT-FEE.

           MOVE 'BOARDING-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-BOARDING-FEE
           END-IF.
           DISPLAY 'BOARDING FEE CODE IN EFFECT: '
               WS-BOARDING-FEE.

           MOVE 'LATE-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-PENALTY-FEE
           END-IF.
           DISPLAY 'PENALTY FEE CODE (NOT ASSESSED): '
               WS-PENALTY-FEE.
           MOVE 'LIB-FINE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LIB-FINE-FEE
           END-IF.
           MOVE 'LIB-LOST-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LIB-LOST-FEE
           END-IF.
           MOVE 'TRIP-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-TRIP-FEE
           END-IF.
           MOVE 'MESS-FULL-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-MESS-FULL-FEE
           END-IF.
           MOVE 'MESS-LUNCH-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-MESS-LUNCH-FEE
           END-IF.
           MOVE 'BOARD-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-BOARD-FEE
           END-IF.

           MOVE 'SIBLING-DISC-PCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-SIBLING-PCT
           END-IF.
           DISPLAY 'SIBLING DISCOUNT PCT IN EFFECT: '
               WS-SIBLING-PCT.

      * Most fees bill every active student; the transport fee only
      * bills students with an active route assignment, and the
      * penalty fee, the library charges, the trip fee and the mess
      * fees bill nobody here.
       CHECK-FEE-APPLIES.
           MOVE 'Y' TO WS-FEE-APPLIES.
           IF FEE-CODE = WS-PENALTY-FEE
               OR FEE-CODE = WS-LIB-FINE-FEE
               OR FEE-CODE = WS-LIB-LOST-FEE
               OR FEE-CODE = WS-TRIP-FEE
               OR FEE-CODE = WS-MESS-FULL-FEE
               OR FEE-CODE = WS-MESS-LUNCH-FEE
               OR FEE-CODE = WS-BOARD-FEE
               MOVE 'N' TO WS-FEE-APPLIES
           END-IF.
           IF FEE-CODE = WS-TRANSPORT-FEE
               AND WS-TRANSPORT-FEE NOT EQUAL SPACES
               MOVE 'N' TO WS-FEE-APPLIES
               PERFORM CHECK-TRANSPORT-GATE
           END-IF.
           IF FEE-CODE = WS-BOARDING-FEE
               AND WS-BOARDING-FEE NOT EQUAL SPACES
               MOVE 'N' TO WS-FEE-APPLIES
               PERFORM CHECK-BOARDING-GATE
           END-IF.

      * The fee's charge - discounted for a younger linked sibling -
      * split evenly over its installments with the rounding cents
      * on the last. A fee whose catalog record says zero or one
      * installments is a single installment 1. WS-DUE-WORK is left
      * on the fee's own due date for the first installment.
       PRICE-FEE-CHARGE.
           MOVE FEE-INSTALLMENTS TO WS-INSTALLMENT-COUNT.
           IF WS-INSTALLMENT-COUNT = ZERO
               MOVE 1 TO WS-INSTALLMENT-COUNT
           END-IF.

           MOVE FEE-AMOUNT TO WS-CHARGE-AMOUNT.
           IF WS-DISCOUNT-APPLIES = 'Y'
               COMPUTE WS-CHARGE-AMOUNT ROUNDED =
                   FEE-AMOUNT * (100 - WS-SIBLING-PCT) / 100
           END-IF.

           COMPUTE WS-PART-AMOUNT ROUNDED =
               WS-CHARGE-AMOUNT / WS-INSTALLMENT-COUNT.
           COMPUTE WS-LAST-AMOUNT = WS-CHARGE-AMOUNT
               - (WS-PART-AMOUNT * (WS-INSTALLMENT-COUNT - 1)).

           MOVE FEE-DUE-DATE TO WS-DUE-WORK.
           MOVE WS-DUE-DD    TO WS-DUE-BASE-DD.

      * The fee's own day of the month, clamped to what the
      * installment's month actually holds - February is taken as
      * twenty-eight so no leap-year test can ever manufacture a
      * date INTEGER-OF-DATE refuses downstream in the aging.
       CLAMP-DUE-DAY.
           EVALUATE WS-DUE-MM
               WHEN 02
                   MOVE 28 TO WS-MONTH-MAX-DD
               WHEN 04 WHEN 06 WHEN 09 WHEN 11
                   MOVE 30 TO WS-MONTH-MAX-DD
               WHEN OTHER
                   MOVE 31 TO WS-MONTH-MAX-DD
           END-EVALUATE.
           IF WS-DUE-BASE-DD > WS-MONTH-MAX-DD
               MOVE WS-MONTH-MAX-DD TO WS-DUE-DD
           ELSE
               MOVE WS-DUE-BASE-DD TO WS-DUE-DD
           END-IF.

      * Next installment falls a month later; December rolls into
      * January of the following year. The day re-clamps at the
      * top of the next installment.
       NEXT-DUE-MONTH.
           IF WS-DUE-MM = 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY
           ELSE
               ADD 1 TO WS-DUE-MM
           END-IF.

      * The terms the pro-rating works by, off the calendar's 'T'
      * records. With no calendar on file a by-term fee bills in
      * full, and a by-month fee raised in one piece is shared over
      * the twelve months from its own due date.
       LOAD-PRORATE-TERMS.
           MOVE ZERO TO WS-PRT-TERM-COUNT.
           MOVE ZERO TO WS-PRT-YEAR-FROM.
           MOVE ZERO TO WS-PRT-YEAR-TO.
           MOVE 'N' TO WS-PRT-EOF.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS NOT EQUAL '00'
               DISPLAY 'NO ACADEMIC-CALENDAR - TERM PRO-RATING '
                   'BILLS IN FULL'
           ELSE
               PERFORM UNTIL WS-PRT-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-PRT-EOF
                       NOT AT END
                           IF AC-TERM-DATES
                               PERFORM HOLD-PRORATE-TERM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
           END-IF.
           DISPLAY 'TERMS FOR PRO-RATING: ' WS-PRT-TERM-COUNT.

       HOLD-PRORATE-TERM.
           IF WS-PRT-TERM-COUNT >= 12
               DISPLAY 'TERM TABLE FULL - ' AC-TERM-CODE ' IGNORED'
           ELSE
               ADD 1 TO WS-PRT-TERM-COUNT
               MOVE AC-DATE-1 TO WS-PRT-START(WS-PRT-TERM-COUNT)
               MOVE AC-DATE-2 TO WS-PRT-END(WS-PRT-TERM-COUNT)
               IF WS-PRT-YEAR-FROM = ZERO
                   OR AC-DATE-1 < WS-PRT-YEAR-FROM
                   MOVE AC-DATE-1 TO WS-PRT-YEAR-FROM
               END-IF
               IF AC-DATE-2 > WS-PRT-YEAR-TO
                   MOVE AC-DATE-2 TO WS-PRT-YEAR-TO
               END-IF
           END-IF.

      * The priced fee against the attendance window. By term, an
      * installment is owed when the window overlaps the term it
      * falls due in - a date between terms goes with the term that
      * follows, a date after the last term with the last. By
      * month, it is owed when it falls due in a month the window
      * touches. A fee raised in one piece is scaled instead, by the
      * share of the year's terms or months the window covers. A
      * fee with no pro-rating rule is owed in full. WS-DUE-WORK is
      * left back on the fee's own due date for the caller's
      * installment loop.
       PRORATE-FEE-CHARGE.
           MOVE WS-CHARGE-AMOUNT TO WS-FULL-CHARGE.
           MOVE ZERO TO WS-CHARGE-AMOUNT.
           MOVE ZERO TO WS-INSTALLMENTS-IN.
           MOVE WS-ATTEND-FROM TO WS-PRT-WIN-FROM.
           MOVE WS-ATTEND-TO   TO WS-PRT-WIN-TO.
           IF WS-PRT-WIN-TO = ZERO
               MOVE 99999999 TO WS-PRT-WIN-TO
           END-IF.
           MOVE WS-PRT-WIN-FROM TO WS-PRT-DATE.
           PERFORM COUNT-PRORATE-MONTH.
           MOVE WS-PRT-MONTH-NO TO WS-PRT-WIN-FROM-MON.
           MOVE WS-PRT-WIN-TO TO WS-PRT-DATE.
           PERFORM COUNT-PRORATE-MONTH.
           MOVE WS-PRT-MONTH-NO TO WS-PRT-WIN-TO-MON.

           PERFORM MARK-ONE-INSTALLMENT
               VARYING WS-INSTALLMENT-I FROM 1 BY 1
               UNTIL WS-INSTALLMENT-I > WS-INSTALLMENT-COUNT.
           IF WS-INSTALLMENT-COUNT = 1
               AND (FEE-PRORATE-TERM OR FEE-PRORATE-MONTH)
               PERFORM PRORATE-SINGLE-CHARGE
           END-IF.
           MOVE FEE-DUE-DATE TO WS-DUE-WORK.

       MARK-ONE-INSTALLMENT.
           PERFORM CLAMP-DUE-DAY.
           MOVE 'Y' TO WS-INSTALLMENT-IN(WS-INSTALLMENT-I).
           IF FEE-PRORATE-TERM AND WS-PRT-TERM-COUNT > ZERO
               PERFORM FIND-INSTALLMENT-TERM
               IF WS-PRT-START(WS-PRT-HIT) > WS-PRT-WIN-TO
                   OR WS-PRT-END(WS-PRT-HIT) < WS-PRT-WIN-FROM
                   MOVE 'N' TO WS-INSTALLMENT-IN(WS-INSTALLMENT-I)
               END-IF
           END-IF.
           IF FEE-PRORATE-MONTH
               COMPUTE WS-PRT-DUE-MON = WS-DUE-YYYY * 12 + WS-DUE-MM
               IF WS-PRT-DUE-MON < WS-PRT-WIN-FROM-MON
                   OR WS-PRT-DUE-MON > WS-PRT-WIN-TO-MON
                   MOVE 'N' TO WS-INSTALLMENT-IN(WS-INSTALLMENT-I)
               END-IF
           END-IF.
           IF WS-INSTALLMENT-IN(WS-INSTALLMENT-I) = 'Y'
               ADD 1 TO WS-INSTALLMENTS-IN
               IF WS-INSTALLMENT-I = WS-INSTALLMENT-COUNT
                   ADD WS-LAST-AMOUNT TO WS-CHARGE-AMOUNT
               ELSE
                   ADD WS-PART-AMOUNT TO WS-CHARGE-AMOUNT
               END-IF
           END-IF.
           PERFORM NEXT-DUE-MONTH.

      * The term an installment due on WS-DUE-WORK belongs to.
       FIND-INSTALLMENT-TERM.
           MOVE ZERO TO WS-PRT-HIT.
           PERFORM VARYING WS-PRT-I FROM 1 BY 1
               UNTIL WS-PRT-I > WS-PRT-TERM-COUNT
               IF WS-DUE-WORK NOT < WS-PRT-START(WS-PRT-I)
                   AND WS-DUE-WORK NOT > WS-PRT-END(WS-PRT-I)
                   MOVE WS-PRT-I TO WS-PRT-HIT
               END-IF
           END-PERFORM.
           IF WS-PRT-HIT = ZERO
               PERFORM VARYING WS-PRT-I FROM 1 BY 1
                   UNTIL WS-PRT-I > WS-PRT-TERM-COUNT
                   IF WS-PRT-START(WS-PRT-I) > WS-DUE-WORK
                       IF WS-PRT-HIT = ZERO
                           MOVE WS-PRT-I TO WS-PRT-HIT
                       ELSE
                           IF WS-PRT-START(WS-PRT-I)
                               < WS-PRT-START(WS-PRT-HIT)
                               MOVE WS-PRT-I TO WS-PRT-HIT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-PRT-HIT = ZERO
               MOVE 1 TO WS-PRT-HIT
               PERFORM VARYING WS-PRT-I FROM 2 BY 1
                   UNTIL WS-PRT-I > WS-PRT-TERM-COUNT
                   IF WS-PRT-END(WS-PRT-I) > WS-PRT-END(WS-PRT-HIT)
                       MOVE WS-PRT-I TO WS-PRT-HIT
                   END-IF
               END-PERFORM
           END-IF.

      * A one-piece fee: the terms the window overlaps out of all
      * the year's terms, or the months it covers out of the year's.
       PRORATE-SINGLE-CHARGE.
           MOVE ZERO TO WS-PRT-PART.
           MOVE ZERO TO WS-PRT-WHOLE.
           IF FEE-PRORATE-TERM
               MOVE WS-PRT-TERM-COUNT TO WS-PRT-WHOLE
               PERFORM VARYING WS-PRT-I FROM 1 BY 1
                   UNTIL WS-PRT-I > WS-PRT-TERM-COUNT
                   IF WS-PRT-START(WS-PRT-I) NOT > WS-PRT-WIN-TO
                       AND WS-PRT-END(WS-PRT-I) NOT < WS-PRT-WIN-FROM
                       ADD 1 TO WS-PRT-PART
                   END-IF
               END-PERFORM
           ELSE
               PERFORM COUNT-YEAR-MONTHS
           END-IF.
           IF WS-PRT-WHOLE > ZERO
               COMPUTE WS-LAST-AMOUNT ROUNDED =
                   WS-FULL-CHARGE * WS-PRT-PART / WS-PRT-WHOLE
               MOVE WS-LAST-AMOUNT TO WS-CHARGE-AMOUNT
               MOVE ZERO TO WS-INSTALLMENTS-IN
               MOVE 'N' TO WS-INSTALLMENT-IN(1)
               IF WS-PRT-PART > ZERO
                   MOVE 1 TO WS-INSTALLMENTS-IN
                   MOVE 'Y' TO WS-INSTALLMENT-IN(1)
               END-IF
           END-IF.

       COUNT-YEAR-MONTHS.
           IF WS-PRT-TERM-COUNT > ZERO
               MOVE WS-PRT-YEAR-FROM TO WS-PRT-DATE
               PERFORM COUNT-PRORATE-MONTH
               MOVE WS-PRT-MONTH-NO TO WS-PRT-YEAR-FROM-MON
               MOVE WS-PRT-YEAR-TO TO WS-PRT-DATE
               PERFORM COUNT-PRORATE-MONTH
               MOVE WS-PRT-MONTH-NO TO WS-PRT-YEAR-TO-MON
           ELSE
               MOVE FEE-DUE-DATE TO WS-PRT-DATE
               PERFORM COUNT-PRORATE-MONTH
               MOVE WS-PRT-MONTH-NO TO WS-PRT-YEAR-FROM-MON
               COMPUTE WS-PRT-YEAR-TO-MON = WS-PRT-MONTH-NO + 11
           END-IF.
           COMPUTE WS-PRT-WHOLE =
               WS-PRT-YEAR-TO-MON - WS-PRT-YEAR-FROM-MON + 1.
           MOVE WS-PRT-YEAR-FROM-MON TO WS-PRT-OVER-FROM.
           IF WS-PRT-WIN-FROM-MON > WS-PRT-OVER-FROM
               MOVE WS-PRT-WIN-FROM-MON TO WS-PRT-OVER-FROM
           END-IF.
           MOVE WS-PRT-YEAR-TO-MON TO WS-PRT-OVER-TO.
           IF WS-PRT-WIN-TO-MON < WS-PRT-OVER-TO
               MOVE WS-PRT-WIN-TO-MON TO WS-PRT-OVER-TO
           END-IF.
           IF WS-PRT-OVER-TO NOT < WS-PRT-OVER-FROM
               COMPUTE WS-PRT-PART =
                   WS-PRT-OVER-TO - WS-PRT-OVER-FROM + 1
           END-IF.

       COUNT-PRORATE-MONTH.
           COMPUTE WS-PRT-MONTH-NO = WS-PRT-YYYY * 12 + WS-PRT-MM.
