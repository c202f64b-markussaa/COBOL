      * RVNEXT - shared next-free-installment search for charges
      * raised onto RECEIVABLE one at a time - surcharges, fines,
      * replacement charges - rather than split off a scheduled fee.
      * Each such charge is its own installment under its fee code,
      * numbered upward from 1, so a student's second library fine
      * never collides with the first. COPY this into the PROCEDURE
      * DIVISION alongside rvnxtfl.cpy. The random READs move the
      * file position, so a caller browsing RECEIVABLE must START
      * again afterwards.
       FIND-FREE-INSTALLMENT.
           MOVE 'N' TO RVN-FOUND.
           PERFORM VARYING RVN-INSTALLMENT FROM 1 BY 1
               UNTIL RVN-INSTALLMENT > 99
                   OR RVN-FOUND = 'Y'
               MOVE RVN-STUDENT-ID  TO RV-STUDENT-ID
               MOVE RVN-FEE-CODE    TO RV-FEE-CODE
               MOVE RVN-INSTALLMENT TO RV-INSTALLMENT-NO
               READ RECEIVABLE
                   KEY IS RV-KEY
                   INVALID KEY
                       MOVE 'Y' TO RVN-FOUND
                       SUBTRACT 1 FROM RVN-INSTALLMENT
               END-READ
           END-PERFORM.
