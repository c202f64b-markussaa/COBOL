      * CONSRESP - shared CONSENT-RESPONSE record layout. COPY this
      * into the FD for CONSENT-RESPONSE, the guardian's answer to
      * an EVENT-MASTER invitation that used to come back as a paper
      * slip. Keyed by event plus STUDENT-ID; no record means no
      * answer yet, which is what the chase list is built from.
           01 CONSENT-RESPONSE-FILE.
               05 CR-KEY.
                   10 CR-EVENT-CODE    PIC X(06).
                   10 CR-STUDENT-ID    PIC 9(05).
               05 CR-RESPONSE          PIC X(01).
                   88 CR-CONSENTED     VALUE 'Y'.
                   88 CR-DECLINED      VALUE 'N'.
               05 CR-RESPONSE-DATE     PIC 9(08).
      * CR-CHARGE-INST is the RECEIVABLE installment the trip fee
      * was raised under for this student, so the fee is raised
      * once and can be found again if consent is withdrawn. Zero
      * means no fee has been raised.
               05 CR-CHARGE-INST       PIC 9(02).
