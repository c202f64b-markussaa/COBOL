      * DDMAND - shared DEBIT-MANDATE record layout. COPY this into
      * the FD for DEBIT-MANDATE, the standing authority a family or
      * a single student has given the school to debit a bank
      * account for fee installments. Keyed by payer type plus payer
      * code: 'F' with the FAMILY-LINK household code, or 'S' with
      * the STUDENT-ID in the first five positions. A student's own
      * mandate, where there is one, is used ahead of the
      * household's. DM-FAIL-COUNT counts consecutive returned
      * debits; DEBIT-CONFIRMATION-POSTING suspends the mandate when
      * it reaches the DD-MAX-FAILS parm and clears it on the next
      * good collection.
           01 DEBIT-MANDATE-FILE.
               05 DM-KEY.
                   10 DM-PAYER-TYPE     PIC X(01).
                       88 DM-FAMILY-PAYER   VALUE 'F'.
                       88 DM-STUDENT-PAYER  VALUE 'S'.
                   10 DM-PAYER-CODE     PIC X(06).
               05 DM-MANDATE-REF        PIC X(12).
               05 DM-ACCOUNT-NAME       PIC X(30).
               05 DM-BANK-CODE          PIC X(11).
               05 DM-ACCOUNT-NO         PIC X(18).
               05 DM-START-DATE         PIC 9(08).
      * DM-STATUS follows studmas.cpy's 88-level status pattern. A
      * cancelled mandate stays on file as the record of what the
      * payer once authorised.
               05 DM-STATUS             PIC X(01).
                   88 DM-ACTIVE         VALUE 'A'.
                   88 DM-SUSPENDED      VALUE 'S'.
                   88 DM-CANCELLED      VALUE 'C'.
               05 DM-FAIL-COUNT         PIC 9(02).
               05 DM-LAST-FAIL-DATE     PIC 9(08).
