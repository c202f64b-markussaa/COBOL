               05 CM-REQUIRED          PIC X(01).
                   88 CM-COMPULSORY    VALUE 'C'.
                   88 CM-ELECTIVE      VALUE 'E'.
      * CM-PERIODS-WEEK is how many periods a week each section of
      * the class-year is taught the subject; TIMETABLE-GENERATOR
      * places that many lessons. Zero means the subject is not
      * timetabled (taught off-timetable or not yet decided).
               05 CM-PERIODS-WEEK      PIC 9(02).
