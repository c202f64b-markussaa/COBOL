      * ACTHIST - shared ACTIVITY-HISTORY record layout. COPY this
      * into the FD for ACTIVITY-HISTORY, the indexed archive the
      * year-end purge moves a departing student's ACTIVITY-
      * MEMBERSHIP records into alongside STUDENT-HISTORY, so the
      * transcript of a former student still lists their
      * activities. The fields mirror actmemb.cpy one for one (AH-
      * names, because the purge holds both layouts at once).
           01 ACTIVITY-HISTORY-FILE.
               05 AH-KEY.
                   10 AH-STUDENT-ID    PIC 9(05).
                   10 AH-YEAR          PIC 9(04).
                   10 AH-ACTIVITY-CODE PIC X(06).
               05 AH-ROLE              PIC X(01).
               05 AH-ACHIEVEMENT       PIC X(40).
               05 AH-ARCHIVE-DATE      PIC 9(08).
