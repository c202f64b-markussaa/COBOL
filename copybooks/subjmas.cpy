               05 SM-ACTIVE-FLAG    PIC X(01).
                   88 SM-SUBJECT-ACTIVE   VALUE 'A'.
                   88 SM-SUBJECT-RETIRED  VALUE 'R'.
      * SM-CLASS-CAPACITY is how many students one class of the
      * subject can take; ELECTIVE-ALLOCATION stops placing students
      * in an elective once its enrollments reach it. Zero means no
      * limit has been set.
               05 SM-CLASS-CAPACITY PIC 9(03).
