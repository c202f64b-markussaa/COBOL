      * BRDREG - shared BOARD-REGISTRATION record layout. COPY this
      * into the FD for BOARD-REGISTRATION, one record for every
      * candidate BOARD-REGISTRATION has sent to the education board
      * for a year's public examinations. Keyed by the exam year plus
      * the student, so a rerun of the year's registration still
      * sends the candidate but never raises the board fee twice.
           01 BOARD-REGISTRATION-REC.
               05 BR-KEY.
                   10 BR-EXAM-YEAR      PIC 9(04).
                   10 BR-STUDENT-ID     PIC 9(05).
               05 BR-REGISTER-DATE      PIC 9(08).
      * The board fee installment raised on RECEIVABLE for the
      * registration; zero when no fee was raised.
               05 BR-FEE-CODE           PIC X(04).
               05 BR-FEE-INSTALLMENT    PIC 9(02).
               05 BR-SUBJECT-COUNT      PIC 9(02).
