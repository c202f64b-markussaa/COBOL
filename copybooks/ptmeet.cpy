      * PTMEET - shared PARENT-MEETING record layout. COPY this into
      * the FD for PARENT-MEETING, one record per parent-teacher
      * evening: which class-year it is for, when it runs and how
      * long each appointment lasts. The teachers sitting are
      * drawn from TEACHING-ASSIGNMENT for the class-year when the
      * evening is defined, each with their own start and finish
      * so a part-timer can leave early. Times are 24-hour HHMM.
           01 PARENT-MEETING-FILE.
               05 PM-MEETING-CODE      PIC X(06).
               05 PM-DESCRIPTION       PIC X(25).
               05 PM-MEETING-DATE      PIC 9(08).
               05 PM-CLASS-YEAR        PIC 9(02).
               05 PM-SLOT-MINUTES      PIC 9(02).
               05 PM-TEACHER-COUNT     PIC 9(02).
      * A teacher stood down keeps the row with zero times, so
      * bookings already keyed against them show up as unplaced
      * rather than vanishing.
               05 PM-TEACHER-ROW OCCURS 30 TIMES.
                   10 PM-STAFF-ID      PIC 9(04).
                   10 PM-START-TIME    PIC 9(04).
                   10 PM-END-TIME      PIC 9(04).
               05 PM-STATUS            PIC X(01).
                   88 PM-OPEN          VALUE 'O'.
                   88 PM-CANCELLED     VALUE 'C'.
