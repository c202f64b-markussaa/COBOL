      * driver uses for its weekly frequency, so every program
      * derives the day the same way. Attendance posting rejects a
      * capture for a period with no timetable record - the "period
      * 8 on a 6-period day" keying error. TT-SECTION-CODE is the
      * section within the class-year (SECTION-MASTER's SEC-CODE);
      * a class-year taught as one group is keyed with a space, and
      * a lookup for a student falls back to that space-keyed
      * timetable when their own section has none.
           01 CLASS-TIMETABLE-FILE.
               05 TT-KEY.
                   10 TT-CLASS-YEAR    PIC 9(02).
                   10 TT-SECTION-CODE  PIC X(01).
                   10 TT-DAY-OF-WEEK   PIC 9(01).
                   10 TT-PERIOD        PIC 9(02).
               05 TT-SUBJECT-CODE      PIC X(04).
      * TT-STAFF-ID and TT-ROOM-CODE say who teaches the slot and
      * where. TIMETABLE-MAINTENANCE refuses a slot that books either
      * into two class-years in the same day and period, and
      * TIMETABLE-CLASH-SWEEP re-checks the whole file. Zero staff or
      * a blank room means the slot predates the two fields and has
      * not been keyed yet. The room is the teaching room's own code,
      * not a ROOM-MASTER key - that file holds the examination rooms
      * the seat allocation fills.
               05 TT-STAFF-ID          PIC 9(04).
               05 TT-ROOM-CODE         PIC X(04).
