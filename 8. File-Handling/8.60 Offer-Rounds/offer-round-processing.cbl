      * is parked on the waitlist. The round closes with an
      * offer-status report per class. Accepted applicants feed
      * ADMISSION-BATCH exactly as they always did.
      *
      * Where the applied class sat the entrance test, AP-RANK is the
      * one ENTRANCE-RANKING derived from the scores; an applicant it
      * ranked 9999 had no score and is never reached here.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OFFER-ROUND-PROCESSING.
