      * PAYPLAN - shared PAYMENT-PLAN record layout. COPY this into
      * the FD for PAYMENT-PLAN, the bursar's register of agreed
      * plans for clearing fee arrears. Keyed the way ddmand.cpy
      * keys a mandate: payer type 'F' with the FAMILY-LINK
      * household code, or 'S' with the STUDENT-ID in the first
      * five positions. While a plan is active and not past its end
      * date the fee reminder ladder leaves the payer alone - the
      * family is keeping to the terms it agreed.
           01 PAYMENT-PLAN-FILE.
               05 PP-KEY.
                   10 PP-PAYER-TYPE     PIC X(01).
                       88 PP-FAMILY-PAYER   VALUE 'F'.
                       88 PP-STUDENT-PAYER  VALUE 'S'.
                   10 PP-PAYER-CODE     PIC X(06).
               05 PP-AGREED-DATE        PIC 9(08).
               05 PP-END-DATE           PIC 9(08).
               05 PP-MONTHLY-AMOUNT     PIC 9(05)V99 COMP-3.
               05 PP-AGREED-BY          PIC X(08).
      * PP-STATUS follows studmas.cpy's 88-level status pattern. A
      * plan that is completed or broken stays on file until a new
      * plan for the same payer replaces it; the satellite audit
      * trail keeps every plan ever agreed.
               05 PP-STATUS             PIC X(01).
                   88 PP-ACTIVE         VALUE 'A'.
                   88 PP-COMPLETED      VALUE 'C'.
                   88 PP-BROKEN         VALUE 'B'.
