                   10 SEC-CLASS-YEAR   PIC 9(02).
                   10 SEC-CODE         PIC X(01).
               05 SEC-CAPACITY         PIC 9(03).
      * SEC-TUTOR-ID is the STAFF-MASTER teacher who owns the section
      * as its form tutor; zero means none has been named yet.
               05 SEC-TUTOR-ID         PIC 9(04).
