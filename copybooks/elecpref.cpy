      * ELECPREF - shared ELECTIVE-PREFERENCE record layout. COPY
      * this into the FD for ELECTIVE-PREFERENCE, the file of each
      * student's elective choices in order of preference, replacing
      * the paper slips. Keyed by student plus preference rank, so
      * a student's choices read back first choice first.
           01 ELECTIVE-PREFERENCE-FILE.
               05 EP-KEY.
                   10 EP-STUDENT-ID    PIC 9(05).
                   10 EP-RANK          PIC 9(01).
               05 EP-SUBJECT-CODE      PIC X(04).
      * EP-RESULT is what ELECTIVE-ALLOCATION last did with the
      * choice: placed, waitlisted behind full capacity, refused
      * for want of the prerequisite, or not reached because the
      * student's earlier choices already filled their electives.
      * Space means the choice has not been through an allocation.
               05 EP-RESULT            PIC X(01).
                   88 EP-PENDING       VALUE ' '.
                   88 EP-PLACED        VALUE 'P'.
                   88 EP-WAITLISTED    VALUE 'W'.
                   88 EP-REFUSED       VALUE 'R'.
                   88 EP-NOT-NEEDED    VALUE 'N'.
