      * The leaving (transfer) certificate the next school and the
      * board insist on was typed in a word processor, and the dates
      * and the conduct line were whatever the typist remembered.
      * This program prints it for one STUDENT-ID, for a withdrawn
      * or graduated student holding a cleared CLEARANCE record, and
      * takes every fact off the files:
      *   - date of admission: the student's first ADD on the
      *     STUDENT-AUDIT trail, which every admission writes;
      *   - last date attended: the latest school day on or before
      *     the date of leaving (weekends and ACADEMIC-CALENDAR
      *     holidays stepped over, as the attendance register does)
      *     on which ATTEND-HISTORY does not show the student absent
      *     for every CLASS-TIMETABLE period of the day;
      *   - last class-year passed: the final year for a graduate,
      *     the year below the current one for a withdrawal;
      *   - conduct: off DISCIPLINE-INCIDENT, dismissed incidents
      *     not counted.
      * The serial is drawn from the CERT-SERIAL series and the
      * issue goes to CERT-ISSUE-REGISTER under type LEAVING, so
      * CERT-VERIFY-INQUIRY answers for it; a second issue for the
      * same student is printed and registered as a duplicate. A
      * student already purged to STUDENT-HISTORY is certified off
      * the archive record.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LEAVING-CERTIFICATE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT STUDENT-HISTORY ASSIGN TO 'STUDENT-HISTORY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HIST-STUDENT-ID
                   FILE STATUS IS WS-HIST-FS.

               SELECT CLEARANCE ASSIGN TO 'CLEARANCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CC-STUDENT-ID
                   FILE STATUS IS WS-CLEAR-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT ATTEND-HISTORY ASSIGN TO 'ATTEND-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATT-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-TIMTB-FS.

               SELECT DISCIPLINE-INCIDENT
                   ASSIGN TO 'DISCIPLINE-INCIDENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-DISC-FS.

               SELECT CERT-SERIAL ASSIGN TO 'CERT-SERIAL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SERIAL-FS.

      *    Every issued certificate is recorded on the issuance
      *    register so a presented serial can be verified later.
               SELECT CERT-REGISTER
                   ASSIGN TO 'CERT-ISSUE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREG-FS.

               SELECT CERTIFICATE
                   ASSIGN TO 'LEAVING-CERTIFICATE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD STUDENT-HISTORY.
           COPY "studhist.cpy".

           FD CLEARANCE.
           COPY "clearnc.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD ATTEND-HISTORY.
           COPY "atthist.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD DISCIPLINE-INCIDENT.
           COPY "dscpinc.cpy".

           FD CERT-SERIAL.
           01 CERT-SERIAL-LINE      PIC 9(06).

           FD CERT-REGISTER.
           COPY "certreg.cpy".

           FD CERTIFICATE.
           01 CERTIFICATE-LINE      PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-CLEAR-FS           PIC X(02).
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-ATT-FS             PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-TIMTB-FS           PIC X(02).
           01 WS-DISC-FS            PIC X(02).
           01 WS-SERIAL-FS          PIC X(02).
           01 WS-CREG-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-ENTRY-ID           PIC 9(05).
           01 WS-OPERATOR-ID        PIC X(08).
           01 WS-TODAY              PIC 9(08).
           01 WS-LEAVING-DATE       PIC 9(08).
           01 WS-SERIAL             PIC 9(06) VALUE ZERO.
           01 WS-PRIOR-ISSUE        PIC A(01).
           01 WS-REJECT-REASON      PIC X(40).

      *    The leaver, off the live master or the archive.
           01 WS-LV-NAME            PIC A(25).
           01 WS-LV-DOB             PIC 9(08).
           01 WS-LV-STATUS          PIC X(01).
               88 WS-LV-GRADUATED       VALUE 'G'.
               88 WS-LV-WITHDRAWN       VALUE 'W'.
           01 WS-LV-CLASS-YEAR      PIC 9(02).
      *    The archive keeps no section, so an archived leaver's day
      *    is counted off the class-year's space-keyed timetable.
           01 WS-LV-SECTION         PIC X(01) VALUE SPACE.
           01 WS-COUNT-SECTION      PIC X(01).
           01 WS-LV-SOURCE          PIC X(07).

           01 WS-ADMIT-DATE         PIC 9(08) VALUE ZERO.
           01 WS-LAST-ATTENDED      PIC 9(08) VALUE ZERO.
           01 WS-YEAR-PASSED        PIC 9(02) VALUE ZERO.

      *    The leaver's absence days in the look-back window, with
      *    how many periods each day they missed.
           01 WS-ABSENCE-TABLE.
               05 WS-ABS-ROW OCCURS 100 TIMES.
                   10 WS-ABS-DATE       PIC 9(08).
                   10 WS-ABS-PERIODS    PIC 9(02).
           01 WS-ABS-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-ABS-I              PIC 9(03).
           01 WS-ABS-FOUND          PIC 9(03).
           01 WS-WINDOW-START       PIC 9(08).
           01 WS-WINDOW-DAYS        PIC 9(03) VALUE 90.

           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
           01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-HOL-I              PIC 9(03).

           01 WS-PROBE-INT          PIC 9(08).
           01 WS-PROBE-DATE         PIC 9(08).
           01 WS-STOP-INT           PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-IS-SCHOOL-DAY      PIC A(01).
           01 WS-DAY-PERIODS        PIC 9(02).
           01 WS-PERIOD-I           PIC 9(02).
           01 WS-TIMTB-OPEN         PIC A(01) VALUE 'N'.

           01 WS-INCIDENT-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-OPEN-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-CONDUCT            PIC X(12).

           01 WS-PRINT-DATE.
               05 WS-PD-DD          PIC X(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 WS-PD-MM          PIC X(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 WS-PD-YYYY        PIC X(04).
           01 WS-DATE-IN            PIC 9(08).
           01 WS-DATE-IN-X REDEFINES WS-DATE-IN PIC X(08).
           01 WS-DATE-TEXT          PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LEAVING-CERTIFICATE".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER DATE OF LEAVING (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-LEAVING-DATE.
           IF WS-LEAVING-DATE = ZERO
               MOVE WS-TODAY TO WS-LEAVING-DATE
           END-IF.
           DISPLAY 'ENTER ISSUING OPERATOR ID: '.
           ACCEPT WS-OPERATOR-ID.

           PERFORM FIND-LEAVER.
           IF WS-LV-SOURCE = SPACES
               DISPLAY 'LEAVING: ID NOT ON MASTER OR ARCHIVE '
                   WS-ENTRY-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT WS-LV-GRADUATED AND NOT WS-LV-WITHDRAWN
               MOVE 'STUDENT HAS NOT LEFT - STATUS NOT W OR G'
                   TO WS-REJECT-REASON
           ELSE
               PERFORM CHECK-CLEARANCE
           END-IF.
           IF WS-REJECT-REASON NOT = SPACES
               DISPLAY 'CERTIFICATE REFUSED - ' WS-REJECT-REASON
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM FIND-ADMISSION-DATE.
           PERFORM FIND-LAST-ATTENDED.
           PERFORM FIND-YEAR-PASSED.
           PERFORM SUMMARISE-CONDUCT.

           PERFORM CHECK-PRIOR-ISSUE.
           PERFORM NEXT-CERT-SERIAL.
           PERFORM PRINT-CERTIFICATE.
           PERFORM RECORD-ISSUANCE.
           DISPLAY 'LEAVING CERTIFICATE ISSUED, SERIAL ' WS-SERIAL.
       STOP RUN.

      * The live master first; a leaver already archived by the
      * year-end purge is found on STUDENT-HISTORY instead.
       FIND-LEAVER.
           MOVE SPACES TO WS-LV-SOURCE.
           MOVE SPACE  TO WS-LV-SECTION.
           OPEN INPUT STUDENT.
           IF WS-FS EQUAL '00'
               MOVE WS-ENTRY-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'MASTER'       TO WS-LV-SOURCE
                       MOVE STUDENT-NAME   TO WS-LV-NAME
                       MOVE DOB-NUM        TO WS-LV-DOB
                       MOVE STUDENT-STATUS TO WS-LV-STATUS
                       MOVE CLASS-YEAR     TO WS-LV-CLASS-YEAR
                       MOVE SECTION-CODE   TO WS-LV-SECTION
               END-READ
               CLOSE STUDENT
           END-IF.
           IF WS-LV-SOURCE = SPACES
               OPEN INPUT STUDENT-HISTORY
               IF WS-HIST-FS EQUAL '00'
                   MOVE WS-ENTRY-ID TO HIST-STUDENT-ID
                   READ STUDENT-HISTORY
                       KEY IS HIST-STUDENT-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE 'ARCHIVE'         TO WS-LV-SOURCE
                           MOVE HIST-STUDENT-NAME TO WS-LV-NAME
                           MOVE HIST-DOB          TO WS-LV-DOB
                           MOVE HIST-STATUS       TO WS-LV-STATUS
                           MOVE HIST-CLASS-YEAR   TO WS-LV-CLASS-YEAR
                   END-READ
                   CLOSE STUDENT-HISTORY
               END-IF
           END-IF.

       CHECK-CLEARANCE.
           OPEN INPUT CLEARANCE.
           IF WS-CLEAR-FS NOT EQUAL '00'
               MOVE 'NO CLEARANCE FILE - RUN NO-DUES FIRST'
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-ENTRY-ID TO CC-STUDENT-ID
               READ CLEARANCE
                   KEY IS CC-STUDENT-ID
                   INVALID KEY
                       MOVE 'NO NO-DUES CLEARANCE ON FILE'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF NOT CC-CLEARED
                           MOVE 'NO-DUES CLEARANCE REVOKED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
               CLOSE CLEARANCE
           END-IF.

      * The audit trail is in date order, so the first ADD for the
      * student is the admission; a readmission adds again later
      * and does not move it.
       FIND-ADMISSION-DATE.
           OPEN INPUT STUDENT-AUDIT.
           IF WS-AUDIT-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT-AUDIT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AUD-STUDENT-ID = WS-ENTRY-ID
                               AND AUD-ACTION = 'ADD'
                               MOVE AUD-DATE TO WS-ADMIT-DATE
                               MOVE 'Y' TO WS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-AUDIT
           END-IF.

      * Step back a day at a time from the date of leaving, over
      * weekends and holidays and over days the leaver missed in
      * full, for at most the look-back window.
       FIND-LAST-ATTENDED.
           PERFORM LOAD-HOLIDAYS.
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(WS-LEAVING-DATE).
           COMPUTE WS-STOP-INT = WS-PROBE-INT - WS-WINDOW-DAYS.
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-STOP-INT).
           PERFORM LOAD-ABSENCE-DAYS.
           OPEN INPUT CLASS-TIMETABLE.
           IF WS-TIMTB-FS EQUAL '00'
               MOVE 'Y' TO WS-TIMTB-OPEN
           END-IF.
           PERFORM UNTIL WS-LAST-ATTENDED > ZERO
                   OR WS-PROBE-INT NOT > WS-STOP-INT
               COMPUTE WS-PROBE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PROBE-INT)
               PERFORM CHECK-SCHOOL-DAY
               IF WS-IS-SCHOOL-DAY = 'Y'
                   PERFORM CHECK-DAY-ATTENDED
               END-IF
               SUBTRACT 1 FROM WS-PROBE-INT
           END-PERFORM.
           IF WS-TIMTB-OPEN = 'Y'
               CLOSE CLASS-TIMETABLE
           END-IF.

       LOAD-HOLIDAYS.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AC-HOLIDAY
                               AND WS-HOLIDAY-COUNT < 50
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE AC-DATE-1 TO
                                   WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
           END-IF.

       LOAD-ABSENCE-DAYS.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-ATT-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTEND-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-STUDENT-ID = WS-ENTRY-ID
                               AND AH-DATE > WS-WINDOW-START
                               AND AH-DATE NOT > WS-LEAVING-DATE
                               PERFORM NOTE-ABSENCE-DAY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-HISTORY
           END-IF.

       NOTE-ABSENCE-DAY.
           MOVE AH-DATE TO WS-PROBE-DATE.
           PERFORM FIND-ABSENCE-DAY.
           IF WS-ABS-FOUND > ZERO
               ADD 1 TO WS-ABS-PERIODS(WS-ABS-FOUND)
           ELSE
               IF WS-ABS-COUNT < 100
                   ADD 1 TO WS-ABS-COUNT
                   MOVE AH-DATE TO WS-ABS-DATE(WS-ABS-COUNT)
                   MOVE 1       TO WS-ABS-PERIODS(WS-ABS-COUNT)
               END-IF
           END-IF.

       FIND-ABSENCE-DAY.
           MOVE ZERO TO WS-ABS-FOUND.
           PERFORM VARYING WS-ABS-I FROM 1 BY 1
                   UNTIL WS-ABS-I > WS-ABS-COUNT
                       OR WS-ABS-FOUND > ZERO
               IF WS-ABS-DATE(WS-ABS-I) = WS-PROBE-DATE
                   MOVE WS-ABS-I TO WS-ABS-FOUND
               END-IF
           END-PERFORM.

       CHECK-SCHOOL-DAY.
           MOVE 'N' TO WS-IS-SCHOOL-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-PROBE-INT, 7).
           IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
               MOVE 'Y' TO WS-IS-SCHOOL-DAY
               PERFORM VARYING WS-HOL-I FROM 1 BY 1
                       UNTIL WS-HOL-I > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE(WS-HOL-I) = WS-PROBE-DATE
                       MOVE 'N' TO WS-IS-SCHOOL-DAY
                   END-IF
               END-PERFORM
           END-IF.

      * A day with no absence is a day attended. A day with some
      * absence was attended unless every timetabled period of the
      * day was missed; with no timetable for the day, any recorded
      * absence counts as the whole day.
       CHECK-DAY-ATTENDED.
           PERFORM FIND-ABSENCE-DAY.
           IF WS-ABS-FOUND = ZERO
               MOVE WS-PROBE-DATE TO WS-LAST-ATTENDED
           ELSE
               PERFORM COUNT-DAY-PERIODS
               IF WS-ABS-PERIODS(WS-ABS-FOUND) < WS-DAY-PERIODS
                   MOVE WS-PROBE-DATE TO WS-LAST-ATTENDED
               END-IF
           END-IF.

      * The leaver's own section's day, or the class-year's
      * space-keyed one where the section has nothing that day.
       COUNT-DAY-PERIODS.
           MOVE WS-LV-SECTION TO WS-COUNT-SECTION.
           PERFORM COUNT-SECTION-PERIODS.
           IF WS-DAY-PERIODS = ZERO AND WS-LV-SECTION NOT = SPACE
               MOVE SPACE TO WS-COUNT-SECTION
               PERFORM COUNT-SECTION-PERIODS
           END-IF.

       COUNT-SECTION-PERIODS.
           MOVE ZERO TO WS-DAY-PERIODS.
           IF WS-TIMTB-OPEN = 'Y'
               PERFORM VARYING WS-PERIOD-I FROM 1 BY 1
                       UNTIL WS-PERIOD-I > 15
                   MOVE WS-LV-CLASS-YEAR TO TT-CLASS-YEAR
                   MOVE WS-COUNT-SECTION TO TT-SECTION-CODE
                   MOVE WS-DAY-OF-WEEK   TO TT-DAY-OF-WEEK
                   MOVE WS-PERIOD-I      TO TT-PERIOD
                   READ CLASS-TIMETABLE
                       KEY IS TT-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DAY-PERIODS
                   END-READ
               END-PERFORM
           END-IF.

      * A graduate passed the final year they sat; a withdrawal is
      * taken to have passed the year below the one they left from.
       FIND-YEAR-PASSED.
           IF WS-LV-GRADUATED
               MOVE WS-LV-CLASS-YEAR TO WS-YEAR-PASSED
           ELSE
               IF WS-LV-CLASS-YEAR > 1
                   COMPUTE WS-YEAR-PASSED = WS-LV-CLASS-YEAR - 1
               ELSE
                   MOVE ZERO TO WS-YEAR-PASSED
               END-IF
           END-IF.

      * Conduct is graded on the incidents that stood: none is
      * GOOD, one or two SATISFACTORY, more is FAIR. An incident
      * still open is noted as pending on the certificate.
       SUMMARISE-CONDUCT.
           OPEN INPUT DISCIPLINE-INCIDENT.
           IF WS-DISC-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               MOVE WS-ENTRY-ID TO DI-STUDENT-ID
               MOVE ZERO        TO DI-INCIDENT-DATE
               START DISCIPLINE-INCIDENT KEY NOT < DI-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DISCIPLINE-INCIDENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF DI-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF DI-OPEN
                                   ADD 1 TO WS-OPEN-COUNT
                               END-IF
                               IF NOT DI-DISMISSED
                                   ADD 1 TO WS-INCIDENT-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISCIPLINE-INCIDENT
           END-IF.
           EVALUATE TRUE
               WHEN WS-INCIDENT-COUNT = ZERO
                   MOVE 'GOOD'         TO WS-CONDUCT
               WHEN WS-INCIDENT-COUNT < 3
                   MOVE 'SATISFACTORY' TO WS-CONDUCT
               WHEN OTHER
                   MOVE 'FAIR'         TO WS-CONDUCT
           END-EVALUATE.

       CHECK-PRIOR-ISSUE.
           MOVE 'N' TO WS-PRIOR-ISSUE.
           OPEN INPUT CERT-REGISTER.
           IF WS-CREG-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CERT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CI-STUDENT-ID = WS-ENTRY-ID
                               AND CI-CERT-TYPE = 'LEAVING'
                               MOVE 'Y' TO WS-PRIOR-ISSUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REGISTER
           END-IF.

      * Serial numbers come off the same CERT-SERIAL series the
      * transcript and the no-dues certificate use.
       NEXT-CERT-SERIAL.
           OPEN INPUT CERT-SERIAL.
           IF WS-SERIAL-FS EQUAL '00'
               READ CERT-SERIAL
                   AT END MOVE ZERO TO WS-SERIAL
                   NOT AT END MOVE CERT-SERIAL-LINE TO WS-SERIAL
               END-READ
               CLOSE CERT-SERIAL
           ELSE
               MOVE ZERO TO WS-SERIAL
           END-IF.

           ADD 1 TO WS-SERIAL.

           OPEN OUTPUT CERT-SERIAL.
           MOVE WS-SERIAL TO CERT-SERIAL-LINE.
           WRITE CERT-SERIAL-LINE.
           CLOSE CERT-SERIAL.

      * Dates print DD/MM/YYYY; a date the files cannot supply
      * prints as NOT RECORDED rather than as zeros.
       FORMAT-DATE.
           IF WS-DATE-IN = ZERO
               MOVE 'NOT RECORDED' TO WS-DATE-TEXT
           ELSE
               MOVE WS-DATE-IN-X(7:2) TO WS-PD-DD
               MOVE WS-DATE-IN-X(5:2) TO WS-PD-MM
               MOVE WS-DATE-IN-X(1:4) TO WS-PD-YYYY
               MOVE WS-PRINT-DATE TO WS-DATE-TEXT
           END-IF.

       PRINT-CERTIFICATE.
           OPEN OUTPUT CERTIFICATE.

           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-PRIOR-ISSUE = 'Y'
               STRING 'SCHOOL LEAVING CERTIFICATE (DUPLICATE)  '
                   'SERIAL: ' WS-SERIAL
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               STRING 'SCHOOL LEAVING CERTIFICATE              '
                   'SERIAL: ' WS-SERIAL
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.
           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'STUDENT:              ' WS-ENTRY-ID ' '
               WS-LV-NAME
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE WS-LV-DOB TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'DATE OF BIRTH:        ' WS-DATE-TEXT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE WS-ADMIT-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'DATE OF ADMISSION:    ' WS-DATE-TEXT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE WS-LAST-ATTENDED TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'LAST DATE ATTENDED:   ' WS-DATE-TEXT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           MOVE WS-LEAVING-DATE TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-LV-GRADUATED
               STRING 'DATE OF LEAVING:      ' WS-DATE-TEXT
                   '  (COMPLETED COURSE)'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               STRING 'DATE OF LEAVING:      ' WS-DATE-TEXT
                   '  (WITHDRAWN)'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-YEAR-PASSED = ZERO
               MOVE 'LAST CLASS-YEAR PASSED: NONE' TO CERTIFICATE-LINE
           ELSE
               STRING 'LAST CLASS-YEAR PASSED: ' WS-YEAR-PASSED
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           IF WS-OPEN-COUNT > ZERO
               STRING 'CONDUCT:              ' WS-CONDUCT
                   '  (' WS-OPEN-COUNT ' MATTER(S) PENDING)'
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               STRING 'CONDUCT:              ' WS-CONDUCT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           END-IF.
           WRITE CERTIFICATE-LINE.

           MOVE SPACES TO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           MOVE WS-TODAY TO WS-DATE-IN.
           PERFORM FORMAT-DATE.
           MOVE SPACES TO CERTIFICATE-LINE.
           STRING 'NO DUES OUTSTANDING. ISSUED ' WS-DATE-TEXT
               ' BY ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.

           CLOSE CERTIFICATE.

      * The issuance register entry, with a reissue for the same
      * student marked as a duplicate.
       RECORD-ISSUANCE.
           OPEN EXTEND CERT-REGISTER.
           IF WS-CREG-FS EQUAL '35'
               OPEN OUTPUT CERT-REGISTER
           END-IF.
           IF WS-CREG-FS NOT EQUAL '00'
               DISPLAY 'ISSUANCE REGISTER NOT WRITTEN. STATUS: '
                   WS-CREG-FS
           ELSE
               MOVE WS-SERIAL      TO CI-SERIAL
               MOVE WS-ENTRY-ID    TO CI-STUDENT-ID
               MOVE 'LEAVING'      TO CI-CERT-TYPE
               MOVE WS-TODAY       TO CI-ISSUE-DATE
               MOVE WS-OPERATOR-ID TO CI-OPERATOR-ID
               IF WS-PRIOR-ISSUE = 'Y'
                   MOVE 'Y' TO CI-DUPLICATE
                   DISPLAY 'MARKED AS DUPLICATE ISSUE'
               ELSE
                   MOVE 'N' TO CI-DUPLICATE
               END-IF
               WRITE CERT-ISSUE-REC
               CLOSE CERT-REGISTER
           END-IF.
