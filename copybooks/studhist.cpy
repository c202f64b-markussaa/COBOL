               05 HIST-CLASS-RANK      PIC 9(04).
               05 HIST-CLASS-YEAR      PIC 9(02).
               05 HIST-CAMPUS-CODE     PIC X(03).
               05 HIST-PROGRAMME       PIC X(04).
               05 HIST-GRADUATION-HONOURS PIC X(01).
               05 HIST-ADMISSION-DATE  PIC 9(08).
               05 HIST-LEAVING-DATE    PIC 9(08).
               05 HIST-ARCHIVE-DATE    PIC 9(08).
