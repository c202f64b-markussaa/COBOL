      * RPTEXT - shared REPORT-EXTRACT record layout. COPY this into
      * the FD for REPORT-EXTRACT, the night's one-pass join that the
      * read-only STUDENT-MASTER reports run off instead of each
      * reading the master end to end. One record per student in
      * STUDENT-ID order, written by REPORT-EXTRACT.
      *
      * The student fields carry the same names as studmas.cpy, so a
      * report moved onto the extract keeps its field references;
      * the packed fields are unpacked to display form, which also
      * keeps the sequential file clean of binary bytes. A program
      * that COPYs both layouts must qualify the shared names.
           01 STUDENT-EXTRACT-REC.
               05 STUDENT-ID       PIC 9(05).
               05 STUDENT-NAME     PIC A(25).
               05 MARKS            PIC S9(03) SIGN LEADING SEPARATE.
               05 TOTAL-MARKS      PIC 9(03).
               05 PERCENTAGE       PIC 9(03).
               05 DOB.
                   10 DOB-YEAR     PIC 9(4).
                   10 DOB-MONTH    PIC 9(2).
                   10 DOB-DAY      PIC 9(2).
               05 DOB-NUM REDEFINES DOB PIC 9(8).
               COPY "abc.cpy".
               05 ABSENCES         PIC 9(03).
               05 GPA              PIC 9V99.
               05 ATTENDANCE-PCT   PIC 999V99.
               05 STUDENT-STATUS   PIC X(01).
                   88 STUDENT-ACTIVE     VALUE 'A'.
                   88 STUDENT-GRADUATED  VALUE 'G'.
                   88 STUDENT-WITHDRAWN  VALUE 'W'.
               05 RESULT-WITHHELD  PIC X(01).
                   88 RESULT-IS-WITHHELD   VALUE 'Y'.
                   88 RESULT-NOT-WITHHELD  VALUE 'N'.
               05 CLASS-RANK       PIC 9(04).
               05 CLASS-YEAR       PIC 9(02).
               05 CAMPUS-CODE      PIC X(03).
               05 SECTION-CODE     PIC X(01).
               05 STUDENT-PROGRAMME PIC X(04).
               05 GRADUATION-HONOURS PIC X(01).
                   88 HONOURS-FIRST-CLASS  VALUE 'F'.
                   88 HONOURS-SECOND-CLASS VALUE 'S'.
                   88 HONOURS-PASS         VALUE 'P'.
                   88 HONOURS-NONE         VALUE ' '.
               05 ADMISSION-DATE   PIC 9(08).
               05 LEAVING-DATE     PIC 9(08).
      * Joined from MARKS-POSTED for the current term on
      * TERM-CONTROL: papers posted (exempt papers left out), the
      * marks they carry, and how many of them were marked absent.
               05 XT-PAPERS-POSTED PIC 9(03).
               05 XT-POSTED-MARKS  PIC 9(05).
               05 XT-PAPERS-ABSENT PIC 9(03).
      * Joined from RECEIVABLE: the unpaid balance on open
      * installments, the part of it already past due, and the
      * oldest unpaid due date (zero when nothing is owed).
               05 XT-FEES-OUTSTANDING PIC 9(07)V99.
               05 XT-FEES-OVERDUE     PIC 9(07)V99.
               05 XT-OLDEST-DUE-DATE  PIC 9(08).
      * Joined from ATTEND-HISTORY: absent periods on file, and how
      * many of those were not excused.
               05 XT-PERIODS-ABSENT    PIC 9(05).
               05 XT-PERIODS-UNEXCUSED PIC 9(05).
               05 FILLER               PIC X(20).
