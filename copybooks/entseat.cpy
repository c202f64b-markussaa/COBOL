      * ENTSEAT - shared ENTRANCE-SEAT record layout. COPY this into
      * the FD for ENTRANCE-SEAT, where ENTRANCE-TEST-SCHEDULING
      * puts each pending applicant for the entrance test: the
      * session, its date and sitting, and a room and seat within
      * ROOM-MASTER's capacity. Keyed by applicant number, so an
      * applicant holds one seat however often scheduling is rerun.
           01 ENTRANCE-SEAT-FILE.
               05 XT-APPLICANT-ID  PIC 9(06).
               05 XT-SESSION-NO    PIC 9(03).
               05 XT-TEST-DATE     PIC 9(08).
      * XT-SITTING numbers the session within its day: 1 is the
      * first sitting of the morning.
               05 XT-SITTING       PIC 9(01).
               05 XT-ROOM-CODE     PIC X(04).
               05 XT-SEAT-NO       PIC 9(03).
      * XT-SLIP-DATE is the day the admit slip was printed; zero
      * until then, so a later run prints the slips still owed.
               05 XT-SLIP-DATE     PIC 9(08).
