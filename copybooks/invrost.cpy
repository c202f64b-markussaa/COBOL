      * INVROST - shared INVIGILATION-ROSTER record layout. COPY this
      * into the FD for INVIGILATION-ROSTER: one record per
      * invigilator post - an exam's date, session and room, and the
      * post number within the room - naming the teacher
      * INVIGILATION-ROSTER put on it. ROOM-SEAT-ALLOCATION prints
      * the rostered names on each seating chart; the room master's
      * single RM-STAFF-ID only stands in where no roster was run.
           01 INVIGILATION-ROSTER-FILE.
               05 IR-KEY.
                   10 IR-EXAM-CODE     PIC X(06).
                   10 IR-EXAM-DATE     PIC 9(08).
                   10 IR-SESSION       PIC X(02).
                   10 IR-ROOM          PIC X(04).
                   10 IR-POST-NO       PIC 9(01).
               05 IR-STAFF-ID          PIC 9(04).
