      * ACTMEMB - shared ACTIVITY-MEMBERSHIP record layout. COPY
      * this into the FD for ACTIVITY-MEMBERSHIP, the register that
      * replaced the supervisors' notebooks: one record per student
      * per school year per activity, with the role held and what
      * was achieved, for the transcript and the dossier. Declare
      * AM-ACTIVITY-CODE as an ALTERNATE RECORD KEY WITH DUPLICATES
      * in every program that opens the file; the roster print
      * browses on it.
           01 ACTIVITY-MEMBERSHIP-FILE.
               05 AM-KEY.
                   10 AM-STUDENT-ID    PIC 9(05).
      * AM-YEAR is the calendar year the school year starts in.
                   10 AM-YEAR          PIC 9(04).
                   10 AM-ACTIVITY-CODE PIC X(06).
               05 AM-ROLE              PIC X(01).
                   88 AM-MEMBER        VALUE 'M'.
                   88 AM-CAPTAIN       VALUE 'C'.
                   88 AM-SECRETARY     VALUE 'S'.
               05 AM-ACHIEVEMENT       PIC X(40).
