      * FEEFLDS - working-storage for the fee rules in feerule.cpy.
      * COPY this into WORKING-STORAGE alongside parmtbl.cpy in any
      * program that prices FEE-SCHEDULE fees the way FEE-ASSESSMENT
      * raises them, so a quotation and the bill it forecasts can
      * never work to different rules.
      *
      *    TRANSPORT-FEE on the parm card names the fee code that
      *    only active route riders owe. Spaces means no transport
      *    fee is configured and every fee bills everyone as before.
           01 WS-TRANSPORT-FEE      PIC X(04) VALUE SPACES.
      *    BOARDING-FEE is the hostel twin of TRANSPORT-FEE: only
      *    students holding an active hostel bed owe it.
           01 WS-BOARDING-FEE       PIC X(04) VALUE SPACES.
      *    LATE-FEE-CODE names the penalty fee LATE-FEE-SURCHARGE
      *    raises against overdue installments. It sits on the
      *    catalog only to carry its amount and is never assessed.
           01 WS-PENALTY-FEE        PIC X(04) VALUE 'LATE'.
      *    LIB-FINE-CODE and LIB-LOST-CODE are the library's overdue
      *    fine and lost-book charges, raised loan by loan from
      *    LIBRARY-LOAN-MAINTENANCE and likewise never assessed.
           01 WS-LIB-FINE-FEE       PIC X(04) VALUE 'LBFN'.
           01 WS-LIB-LOST-FEE       PIC X(04) VALUE 'LBLS'.
      *    TRIP-FEE-CODE is the school trip and event fee, raised per
      *    consenting student by EVENT-CONSENT-RUN at each event's
      *    own price, and never assessed either.
           01 WS-TRIP-FEE           PIC X(04) VALUE 'TRIP'.
      *    MESS-FULL-CODE and MESS-LUNCH-CODE carry the monthly meal
      *    plan rates MESS-BILLING charges pro-rata each month end.
           01 WS-MESS-FULL-FEE      PIC X(04) VALUE 'MSFB'.
           01 WS-MESS-LUNCH-FEE     PIC X(04) VALUE 'MSLN'.
      *    BOARD-FEE-CODE is the education board's registration fee,
      *    raised per registered candidate by BOARD-REGISTRATION.
           01 WS-BOARD-FEE          PIC X(04) VALUE 'BREG'.
           01 WS-FEE-APPLIES        PIC A(01).
      *    SIBLING-DISC-PCT on the parm card is the percentage off
      *    each fee for a student with an older linked sibling -
      *    the eldest (lowest STUDENT-ID) in the household pays
      *    full. Zero means no discount scheme is running.
           01 WS-SIBLING-PCT        PIC 9(02) VALUE ZERO.
           01 WS-DISCOUNT-APPLIES   PIC A(01).
           01 WS-CHARGE-AMOUNT      PIC 9(05)V99.

      *    Installment split work areas: the fee splits evenly with
      *    the rounding cents carried on the last installment, and
      *    each installment's due date advances one month from the
      *    fee's own due date.
           01 WS-INSTALLMENT-COUNT  PIC 9(02).
           01 WS-INSTALLMENT-I      PIC 9(02).
           01 WS-PART-AMOUNT        PIC 9(05)V99.
           01 WS-LAST-AMOUNT        PIC 9(05)V99.
           01 WS-DUE-WORK           PIC 9(08).
           01 WS-DUE-PARTS REDEFINES WS-DUE-WORK.
               05 WS-DUE-YYYY       PIC 9(04).
               05 WS-DUE-MM         PIC 9(02).
               05 WS-DUE-DD         PIC 9(02).
      *    The day the fee's own due date carries, kept so each
      *    month's installment can re-clamp from it - a fee due on
      *    the 31st lands on the 30th or 28th where the month is
      *    short, never on a date the calendar doesn't have.
           01 WS-DUE-BASE-DD        PIC 9(02).
           01 WS-MONTH-MAX-DD       PIC 9(02).

      *    Pro-rating. The caller sets WS-ATTEND-FROM and
      *    WS-ATTEND-TO to the student's attendance window before
      *    PRORATE-FEE-CHARGE - the admission and leaving dates, zero
      *    at either end for a window left open there. The terms are
      *    ACADEMIC-CALENDAR's 'T' records, loaded once by
      *    LOAD-PRORATE-TERMS; the year runs from the earliest term
      *    start to the latest term end.
           01 WS-ATTEND-FROM        PIC 9(08) VALUE ZERO.
           01 WS-ATTEND-TO          PIC 9(08) VALUE ZERO.
           01 WS-PRT-TERM-COUNT     PIC 9(02) VALUE ZERO.
           01 WS-PRT-TERMS.
               05 WS-PRT-TERM OCCURS 12 TIMES.
                   10 WS-PRT-START  PIC 9(08).
                   10 WS-PRT-END    PIC 9(08).
           01 WS-PRT-I              PIC 9(02).
           01 WS-PRT-HIT            PIC 9(02).
           01 WS-PRT-EOF            PIC A(01).
           01 WS-PRT-YEAR-FROM      PIC 9(08) VALUE ZERO.
           01 WS-PRT-YEAR-TO        PIC 9(08) VALUE ZERO.
           01 WS-PRT-WIN-FROM       PIC 9(08).
           01 WS-PRT-WIN-TO         PIC 9(08).
      *    Months counted as YYYY * 12 + MM, so a span of months is
      *    a plain subtraction across a year end.
           01 WS-PRT-DATE           PIC 9(08).
           01 WS-PRT-DATE-PARTS REDEFINES WS-PRT-DATE.
               05 WS-PRT-YYYY       PIC 9(04).
               05 WS-PRT-MM         PIC 9(02).
               05 WS-PRT-DD         PIC 9(02).
           01 WS-PRT-MONTH-NO       PIC 9(06).
           01 WS-PRT-WIN-FROM-MON   PIC 9(06).
           01 WS-PRT-WIN-TO-MON     PIC 9(06).
           01 WS-PRT-YEAR-FROM-MON  PIC 9(06).
           01 WS-PRT-YEAR-TO-MON    PIC 9(06).
           01 WS-PRT-DUE-MON        PIC 9(06).
           01 WS-PRT-OVER-FROM      PIC 9(06).
           01 WS-PRT-OVER-TO        PIC 9(06).
           01 WS-PRT-PART           PIC 9(03).
           01 WS-PRT-WHOLE          PIC 9(03).
      *    What PRORATE-FEE-CHARGE answers: the charge before
      *    pro-rating, the installments falling inside the window
      *    (WS-INSTALLMENT-IN), how many there are, and
      *    WS-CHARGE-AMOUNT cut down to what they add up to.
           01 WS-FULL-CHARGE        PIC 9(05)V99.
           01 WS-INSTALLMENTS-IN    PIC 9(02).
           01 WS-INSTALLMENT-FLAGS.
               05 WS-INSTALLMENT-IN PIC A(01) OCCURS 99 TIMES.
