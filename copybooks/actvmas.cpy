      * ACTVMAS - shared ACTIVITY-MASTER record layout. COPY this
      * into the FD for ACTIVITY-MASTER, one record per club, sports
      * team or society the school runs, with the STAFF-MASTER
      * member who supervises it. Membership hangs off the activity
      * code in ACTIVITY-MEMBERSHIP (actmemb.cpy).
           01 ACTIVITY-MASTER-FILE.
               05 AC-ACTIVITY-CODE     PIC X(06).
               05 AC-ACTIVITY-NAME     PIC X(25).
               05 AC-ACTIVITY-TYPE     PIC X(01).
                   88 AC-CLUB          VALUE 'C'.
                   88 AC-SPORTS-TEAM   VALUE 'T'.
                   88 AC-SOCIETY       VALUE 'S'.
               05 AC-SUPERVISOR-ID     PIC 9(04).
      * A closed activity stays on file because past members'
      * transcripts still name it.
               05 AC-STATUS            PIC X(01).
                   88 AC-ACTIVE        VALUE 'A'.
                   88 AC-CLOSED        VALUE 'C'.
