      * TTDRAFT - shared TIMETABLE-DRAFT record layout. COPY this
      * into the FD for TIMETABLE-DRAFT, the work file
      * TIMETABLE-GENERATOR writes a proposed timetable to: one
      * record per class-year, section, day and period placed,
      * with the same fields as CLASS-TIMETABLE. Nothing
      * reads the draft as the live timetable - TIMETABLE-APPROVE
      * copies it over CLASS-TIMETABLE when an operator accepts it.
           01 TIMETABLE-DRAFT-REC.
               05 TD-CLASS-YEAR        PIC 9(02).
               05 TD-SECTION-CODE      PIC X(01).
               05 TD-DAY-OF-WEEK       PIC 9(01).
               05 TD-PERIOD            PIC 9(02).
               05 TD-SUBJECT-CODE      PIC X(04).
               05 TD-STAFF-ID          PIC 9(04).
               05 TD-ROOM-CODE         PIC X(04).
