      * PTMBOOK - shared MEETING-BOOKING record layout. COPY this
      * into the FD for MEETING-BOOKING, one guardian request to see
      * one teacher about one child at a PARENT-MEETING evening.
      * Keyed by evening, student and teacher, so a guardian asks
      * for each teacher once per child. MEETING-SCHEDULER fills in
      * the appointment time; a placed booking keeps its time on
      * later runs, so a letter once posted stays true.
           01 MEETING-BOOKING-FILE.
               05 PB-KEY.
                   10 PB-MEETING-CODE  PIC X(06).
                   10 PB-STUDENT-ID    PIC 9(05).
                   10 PB-STAFF-ID      PIC 9(04).
               05 PB-REQUEST-DATE      PIC 9(08).
      * Zero until the scheduler places the booking.
               05 PB-SLOT-TIME         PIC 9(04).
               05 PB-STATUS            PIC X(01).
                   88 PB-REQUESTED     VALUE 'R'.
                   88 PB-PLACED        VALUE 'P'.
                   88 PB-UNPLACED      VALUE 'U'.
                   88 PB-CANCELLED     VALUE 'C'.
                   88 PB-PENDING       VALUE 'R' 'U'.
