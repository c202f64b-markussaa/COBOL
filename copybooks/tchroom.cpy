      * TCHROOM - shared TEACHING-ROOM record layout. COPY this into
      * the FD for TEACHING-ROOM, the list of classrooms, labs and
      * halls lessons are taught in - the codes CLASS-TIMETABLE's
      * TT-ROOM-CODE names, which are not ROOM-MASTER's examination
      * rooms. One record per room, keyed by room code.
           01 TEACHING-ROOM-FILE.
               05 TR-ROOM-CODE         PIC X(04).
               05 TR-DESCRIPTION       PIC X(20).
      * TR-SUBJECT-CODE reserves a specialist room (a laboratory, the
      * gym) for one subject: TIMETABLE-GENERATOR puts that subject's
      * lessons only in its own rooms and keeps every other lesson
      * out of them. Spaces is a general classroom.
               05 TR-SUBJECT-CODE      PIC X(04).
      * TR-STATUS follows studmas.cpy's 88-level status pattern; a
      * closed room stays on file but is not timetabled.
               05 TR-STATUS            PIC X(01).
                   88 TR-IN-USE        VALUE 'A'.
                   88 TR-CLOSED        VALUE 'C'.
