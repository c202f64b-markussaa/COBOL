                   88 OP-INQUIRY-ONLY  VALUE 1.
                   88 OP-CAN-UPDATE    VALUES 2 3.
                   88 OP-CAN-DELETE    VALUE 3.
      * What the operator may SEE, apart from what they may change:
      * the highest field sensitivity (maskflds.cpy) shown to them
      * unmasked. Contact covers address and guardian phones,
      * personal adds the date of birth, medical adds the allergy
      * notes. A record written before the field existed carries
      * no digit here and is treated as public.
               05 OP-CLEARANCE     PIC 9(01).
                   88 OP-CLEAR-PUBLIC   VALUE 0.
                   88 OP-CLEAR-CONTACT  VALUE 1.
                   88 OP-CLEAR-PERSONAL VALUE 2.
                   88 OP-CLEAR-MEDICAL  VALUE 3.
