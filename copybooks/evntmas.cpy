      * EVNTMAS - shared EVENT-MASTER record layout. COPY this into
      * the FD for EVENT-MASTER, one record per school trip or event
      * needing guardian consent: when it is, who is invited, what
      * it costs and how many places it has. The invitation is up
      * to ten class-years or sections; a blank EV-INV-SECTION
      * invites the whole class-year.
           01 EVENT-MASTER-FILE.
               05 EV-EVENT-CODE        PIC X(06).
               05 EV-DESCRIPTION       PIC X(25).
               05 EV-EVENT-DATE        PIC 9(08).
      * The fee is raised under the TRIP-FEE-CODE parm fee code at
      * this event's own amount; zero means the event is free.
               05 EV-FEE-AMOUNT        PIC 9(05)V99 COMP-3.
      * Zero capacity means no limit on places.
               05 EV-CAPACITY          PIC 9(04).
               05 EV-INVITE-COUNT      PIC 9(02).
               05 EV-INVITE-ROW OCCURS 10 TIMES.
                   10 EV-INV-CLASS-YEAR PIC 9(02).
                   10 EV-INV-SECTION    PIC X(01).
               05 EV-STATUS            PIC X(01).
                   88 EV-OPEN          VALUE 'O'.
                   88 EV-CANCELLED     VALUE 'C'.
