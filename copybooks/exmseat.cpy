      * EXMSEAT - shared EXAM-SEATING record layout. COPY this into
      * the FD for EXAM-SEATING, where ROOM-SEAT-ALLOCATION records
      * the room and seat it gave each candidate of a sitting: one
      * record per candidate per paper, keyed by exam code, subject
      * and student. A rerun for the sitting clears its papers and
      * seats them afresh, so the file always matches the charts on
      * the doors. A candidate with no record was not seated - the
      * rooms were full, or EXAM-ELIGIBILITY debarred them.
           01 EXAM-SEATING-FILE.
               05 EA-KEY.
                   10 EA-EXAM-CODE     PIC X(06).
                   10 EA-SUBJECT-CODE  PIC X(04).
                   10 EA-STUDENT-ID    PIC 9(05).
               05 EA-EXAM-DATE         PIC 9(08).
               05 EA-SESSION           PIC X(02).
               05 EA-ROOM-CODE         PIC X(04).
               05 EA-SEAT-NO           PIC 9(03).
      * EA-ACCESS-TYPE is the candidate's access arrangement on the
      * sitting date, as ACCESS-ARRANGEMENT codes it; space for none.
               05 EA-ACCESS-TYPE       PIC X(01).
