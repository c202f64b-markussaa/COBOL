      * ENTSECT - ENTRANCE-SECTIONS.txt line layout, one line per
      * section of the entrance test paper: the section code, the
      * marks it is out of, and its weight in the composite score
      * as a whole percentage. The weights are meant to total 100;
      * ENTRANCE-RANKING scales them if they don't.
           01 ENTRANCE-SECTION-REC.
               05 XC-SECTION-CODE  PIC X(04).
               05 XC-MAX-SCORE     PIC 9(03).
               05 XC-WEIGHT-PCT    PIC 9(03).
               05 XC-SECTION-NAME  PIC X(20).
