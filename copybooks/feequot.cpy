      * FEEQUOT - shared FEE-QUOTE record layout. COPY this into the
      * FD for FEE-QUOTE, the fee quotations FEE-QUOTATION gives the
      * parents of applicants. Keyed by applicant plus fee code: the
      * row with a space fee code is the quote's header, carrying
      * the stated transport and boarding intent, the sibling the
      * discount was quoted on and the year's total; each fee quoted
      * follows it as its own row. Requoting an applicant replaces
      * every row. ADMISSION-BATCH stamps the new STUDENT-ID on the
      * header when the applicant is converted, so FEE-QUOTE-VARIANCE
      * can set the quote beside what FEE-ASSESSMENT raised.
           01 FEE-QUOTE-FILE.
               05 FQ-KEY.
                   10 FQ-APPLICANT-ID  PIC 9(06).
                   10 FQ-FEE-CODE      PIC X(04).
               05 FQ-QUOTE-DATE        PIC 9(08).
               05 FQ-AMOUNT            PIC 9(06)V99 COMP-3.
      * FQ-AMOUNT and FQ-INSTALLMENTS are the fee's quoted charge
      * and its installment count; on the header, the year's total
      * and the number of fees quoted.
               05 FQ-INSTALLMENTS      PIC 9(02).
               05 FQ-DISCOUNTED        PIC X(01).
                   88 FQ-SIBLING-DISCOUNT  VALUE 'Y'.
               05 FQ-TRANSPORT         PIC X(01).
                   88 FQ-WILL-RIDE         VALUE 'Y'.
               05 FQ-BOARDING          PIC X(01).
                   88 FQ-WILL-BOARD        VALUE 'Y'.
               05 FQ-SIBLING-ID        PIC 9(05).
               05 FQ-STUDENT-ID        PIC 9(05).
               05 FQ-QUOTED-BY         PIC X(08).
