      * TTBLOCK - shared TIMETABLE-BLOCK record layout. COPY this
      * into the FD for TIMETABLE-BLOCK: one record per teacher or
      * teaching room per day and period it cannot be timetabled -
      * a part-timer's day off, a lab kept for exam practicals.
      * TB-RESOURCE is the room code, or for a teacher the
      * four-digit staff number. TB-DAY-OF-WEEK numbers days the
      * way clstimtb.cpy does; period zero blocks the whole day.
           01 TIMETABLE-BLOCK-FILE.
               05 TB-KEY.
                   10 TB-KIND          PIC X(01).
                       88 TB-TEACHER   VALUE 'S'.
                       88 TB-ROOM      VALUE 'R'.
                   10 TB-RESOURCE      PIC X(04).
                   10 TB-DAY-OF-WEEK   PIC 9(01).
                   10 TB-PERIOD        PIC 9(02).
               05 TB-REASON            PIC X(20).
