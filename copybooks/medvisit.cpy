      * MEDVISIT - shared MEDICAL-VISIT record layout. COPY this into
      * the FD for MEDICAL-VISIT, the nurse's day book on file: one
      * record per student per visit to the medical room, keyed by
      * student, date and the time the student came in. HEALTH-RECORD
      * stays the immunization file; this is the day-to-day traffic.
           01 MEDICAL-VISIT-FILE.
               05 MV-KEY.
                   10 MV-STUDENT-ID    PIC 9(05).
                   10 MV-VISIT-DATE    PIC 9(08).
      * HHMM, 24-hour, as ES-START-TIME on the exam schedule.
                   10 MV-VISIT-TIME    PIC 9(04).
      * The timetable period the visit fell in. Periods carry no
      * clock times on CLASS-TIMETABLE, so the nurse keys it; a
      * student sent home is excused every later period that day.
               05 MV-PERIOD            PIC 9(02).
               05 MV-COMPLAINT-CODE    PIC X(04).
                   88 MV-VALID-COMPLAINT
                       VALUE 'HEAD' 'STOM' 'FEVR' 'INJR'
                             'RESP' 'SKIN' 'MENS' 'OTHR'.
      * What the nurse did: C back to class, R rested then class,
      * M medication given, F first aid, E emergency referral.
               05 MV-ACTION            PIC X(01).
                   88 MV-VALID-ACTION  VALUE 'C' 'R' 'M' 'F' 'E'.
                   88 MV-EMERGENCY     VALUE 'E'.
               05 MV-SENT-HOME         PIC X(01).
                   88 MV-WAS-SENT-HOME VALUE 'Y'.
                   88 MV-STAYED        VALUE 'N'.
               05 MV-NOTES             PIC X(30).
      * The day SENT-HOME-FEED excused the rest of the student's
      * day and raised the guardian notice; zero until it has, so a
      * rerun never feeds a visit twice.
               05 MV-FED-DATE          PIC 9(08).
