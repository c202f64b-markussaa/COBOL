      * DUNLOG - shared FEE-DUNNING-LOG record layout. COPY this into
      * the FD for FEE-DUNNING-LOG, the record of every step of the
      * fee reminder ladder FEE-DUNNING-RUN has taken. Keyed by the
      * overdue installment plus the stage, so a stage already on
      * file for an installment is never sent again however often
      * the batch is rerun, and the highest stage on file is where
      * the installment stands on the ladder.
           01 FEE-DUNNING-LOG-REC.
               05 DN-KEY.
                   10 DN-STUDENT-ID     PIC 9(05).
                   10 DN-FEE-CODE       PIC X(04).
                   10 DN-INSTALLMENT-NO PIC 9(02).
                   10 DN-STAGE          PIC 9(01).
                       88 DN-REMINDER       VALUE 1.
                       88 DN-SECOND-REMINDER VALUE 2.
                       88 DN-FINAL-DEMAND   VALUE 3.
                       88 DN-BURSAR-REFERRAL VALUE 4.
               05 DN-SENT-DATE          PIC 9(08).
               05 DN-DAYS-PAST-DUE      PIC 9(05).
               05 DN-BALANCE            PIC 9(05)V99 COMP-3.
      * How the stage went out: a letter (with a queued notice), the
      * notice queue alone because the address is flagged
      * undeliverable, or a referral on the bursar's list.
               05 DN-ROUTE              PIC X(01).
                   88 DN-BY-LETTER      VALUE 'L'.
                   88 DN-BY-QUEUE-ONLY  VALUE 'Q'.
                   88 DN-TO-BURSAR      VALUE 'B'.
