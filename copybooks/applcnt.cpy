               05 AP-STREET        PIC A(20).
               05 AP-CITY          PIC A(15).
               05 AP-ZIP           PIC A(05).
      * AP-PROGRAMME is the course of study applied for, moved onto
      * the master as STUDENT-PROGRAMME at admission; spaces is the
      * general programme.
               05 AP-PROGRAMME     PIC X(04).
      * AP-RANK is the board's merit ranking within the applied
      * class (1 is best); offer rounds extend offers in rank order
      * up to the class's capacity. AP-OFFER-EXPIRY is the date an
