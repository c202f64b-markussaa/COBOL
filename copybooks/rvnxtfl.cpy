      * RVNXTFL - working-storage holders for rvnext.cpy's
      * FIND-FREE-INSTALLMENT. COPY this into WORKING-STORAGE in a
      * program that raises one-off charges onto RECEIVABLE (the
      * FD carrying COPY "recvbl.cpy", opened I-O). MOVE the student
      * and the fee code in, PERFORM FIND-FREE-INSTALLMENT, and
      * RVN-FOUND comes back 'Y' with the lowest installment number
      * not yet on file for that pair in RVN-INSTALLMENT.
           01 RVN-STUDENT-ID        PIC 9(05).
           01 RVN-FEE-CODE          PIC X(04).
           01 RVN-INSTALLMENT       PIC 9(03).
           01 RVN-FOUND             PIC A(01).
