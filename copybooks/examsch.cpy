               05 ES-EXAM-DATE         PIC 9(08).
               05 ES-SESSION           PIC X(02).
               05 ES-ROOM              PIC X(04).
      * ES-START-TIME (HHMM, 24-hour) and ES-DURATION-MINS give the
      * paper's timing; the admit card works each candidate's finish
      * time from them, stretched by any extra time their access
      * arrangement allows. Zero means the timing is not yet set.
               05 ES-START-TIME        PIC 9(04).
               05 ES-DURATION-MINS     PIC 9(03).
