      * retyped RM-INVIGILATOR text. Zero means no staff link has
      * been keyed yet and the old retyped name is all there is.
               05 RM-STAFF-ID      PIC 9(04).
      * RM-ACCESS-ROOM marks a room kept for candidates with an
      * approved access arrangement (extra time, a reader, a room of
      * their own); ROOM-SEAT-ALLOCATION seats those candidates
      * there first and nobody else.
               05 RM-ACCESS-ROOM   PIC X(01).
                   88 RM-IS-ACCESS-ROOM VALUE 'Y'.
