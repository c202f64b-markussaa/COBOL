      * WDRQUEUE - shared WITHDRAWAL-QUEUE record layout. COPY this
      * into the FD for WITHDRAWAL-QUEUE, the students
      * STATUS-CHANGE-TRANSACTION has newly marked withdrawn and
      * whose transport, hostel, enrollment, fee and library
      * business WITHDRAWAL-CASCADE has still to wind up. One
      * record per withdrawal; the cascade empties the queue once
      * it has worked it.
           01 WITHDRAWAL-QUEUE-REC.
               05 WQ-STUDENT-ID    PIC 9(05).
      * The day the student left: installments falling due after
      * it are cancelled, and the refund is prorated from it.
               05 WQ-LEAVE-DATE    PIC 9(08).
               05 WQ-QUEUED-DATE   PIC 9(08).
