      * The bus attendants' card readers produce a scan file every
      * day that nobody looked at. This nightly job loads it and
      * reconciles the run date's boarding against the school day.
      *
      * Import: each scan off BOARDING-SCAN-FILE.txt must carry a
      * student on STUDENT-MASTER, a route on ROUTE-MASTER, a date
      * and a direction (S to school, H home); good scans are
      * written to BOARDING-SCAN (bdscan.cpy), a repeat of a key
      * already on file is a reader double-tap and is dropped, and
      * anything else is listed as rejected.
      *
      * Reconciliation, for RUN-DATE (default today), is the
      * safeguarding exception list:
      *   - a student who boarded to school but is marked absent on
      *     ATTEND-TRANS at the registration period (REG-PERIOD on
      *     the parm card, default period 1);
      *   - an active rider present at registration with no
      *     boarding scan that day in either direction;
      *   - a scan on a route other than the student's active
      *     RIDER-ASSIGNMENT, or by a student with none.
      * Without ATTEND-TRANS the two attendance checks are skipped
      * and the report says so. Last comes each route's ridership
      * that day, to school and home, against RT-CAPACITY.
      * Rejected scans or any exception end the run with return
      * code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOARDING-SCAN-IMPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCAN-IN ASSIGN TO 'BOARDING-SCAN-FILE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IN-FS.

               SELECT BOARDING-SCAN ASSIGN TO 'BOARDING-SCAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS BS-KEY
                   FILE STATUS IS WS-SCAN-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT ROUTE-MASTER ASSIGN TO 'ROUTE-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RT-ROUTE-CODE
                   FILE STATUS IS WS-ROUTE-FS.

               SELECT RIDER-ASSIGNMENT
                   ASSIGN TO 'RIDER-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RA-STUDENT-ID
                   ALTERNATE RECORD KEY IS RA-ROUTE-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-RIDER-FS.

               SELECT ATTEND-TRANS ASSIGN TO 'ATTEND-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT BOARDING-REPORT
                   ASSIGN TO 'BOARDING-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
      *    One scan as the reader exports it.
           FD SCAN-IN.
           01 SCAN-IN-REC.
               05 SI-STUDENT-ID     PIC 9(05).
               05 SI-ROUTE-CODE     PIC X(04).
               05 SI-SCAN-DATE      PIC 9(08).
               05 SI-DIRECTION      PIC X(01).
               05 SI-SCAN-TIME      PIC 9(04).

           FD BOARDING-SCAN.
           COPY "bdscan.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD ROUTE-MASTER.
           COPY "routemas.cpy".

           FD RIDER-ASSIGNMENT.
           COPY "rideasg.cpy".

           FD ATTEND-TRANS.
           COPY "atthist.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD BOARDING-REPORT.
           01 REPORT-LINE           PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-IN-FS              PIC X(02).
           01 WS-SCAN-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-ROUTE-FS           PIC X(02).
           01 WS-RIDER-FS           PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-REG-PERIOD         PIC 9(02) VALUE 1.
           COPY "parmtbl.cpy".

      *    Every route, with the run date's riders each way.
           01 WS-ROUTE-TABLE.
               05 WS-RT-ROW OCCURS 50 TIMES.
                   10 WS-RT-CODE        PIC X(04).
                   10 WS-RT-DESC        PIC X(20).
                   10 WS-RT-CAPACITY    PIC 9(03).
                   10 WS-RT-TO-SCHOOL   PIC 9(04).
                   10 WS-RT-TO-HOME     PIC 9(04).
           01 WS-RT-COUNT           PIC 9(02) VALUE ZERO.
           01 WS-RT-I               PIC 9(02).
           01 WS-RT-FOUND           PIC 9(02).

      *    Students marked absent at registration on the run date.
           01 WS-ABSENT-TABLE.
               05 WS-ABSENT-ID OCCURS 1000 TIMES PIC 9(05).
           01 WS-ABSENT-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-ABS-I              PIC 9(04).
           01 WS-IS-ABSENT          PIC A(01).
           01 WS-ATTEND-LOADED      PIC A(01) VALUE 'N'.

      *    Who scanned on the run date, whichever route or way.
           01 WS-BOARDED-TABLE.
               05 WS-BOARDED-ID OCCURS 2000 TIMES PIC 9(05).
           01 WS-BOARDED-COUNT      PIC 9(04) VALUE ZERO.
           01 WS-BRD-I              PIC 9(04).
           01 WS-HAS-BOARDED        PIC A(01).

           01 WS-REJECT-REASON      PIC X(30).
           01 WS-EXCEPTION-TEXT     PIC X(40).
           01 WS-READ-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-LOADED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-DOUBLE-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-PEAK               PIC 9(04).
           01 WS-USE-PCT            PIC 9(03).

           01 WS-REJECT-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 RL-ROUTE-CODE     PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 RL-SCAN-DATE      PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 RL-DIRECTION      PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RL-REASON         PIC X(30).

           01 WS-EXCEPTION-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 EL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 EL-STUDENT-NAME   PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 EL-ROUTE-CODE     PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 EL-TEXT           PIC X(40).

           01 WS-RIDERSHIP-HEADING.
               05 FILLER PIC X(28) VALUE '  ROUTE DESCRIPTION'.
               05 FILLER PIC X(36)
                   VALUE 'CAPACITY  TO SCHOOL   HOME   USE %'.

           01 WS-RIDERSHIP-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RD-ROUTE-CODE     PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RD-DESCRIPTION    PIC X(20).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 RD-CAPACITY       PIC ZZ9.
               05 FILLER            PIC X(05) VALUE SPACES.
               05 RD-TO-SCHOOL      PIC ZZZ9.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 RD-TO-HOME        PIC ZZZ9.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 RD-USE-PCT        PIC ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 RD-FLAG           PIC X(13).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BOARDING-SCAN-IMPORT".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           MOVE 'REG-PERIOD' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-REG-PERIOD
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RIDER-ASSIGNMENT.
           IF WS-RIDER-FS NOT EQUAL '00'
               DISPLAY "Error opening RIDER-ASSIGNMENT. Status: "
                   WS-RIDER-FS
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-ROUTES.

           OPEN I-O BOARDING-SCAN.
           IF WS-SCAN-FS EQUAL '35'
               OPEN OUTPUT BOARDING-SCAN
               CLOSE BOARDING-SCAN
               OPEN I-O BOARDING-SCAN
           END-IF.
           IF WS-SCAN-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARDING-SCAN. Status: "
                   WS-SCAN-FS
               CLOSE STUDENT
               CLOSE RIDER-ASSIGNMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT BOARDING-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'BOARDING SCAN RECONCILIATION FOR ' WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM IMPORT-SCANS.
           PERFORM LOAD-ABSENCES.
           PERFORM RECONCILE-DAY-SCANS.
           IF WS-ATTEND-LOADED = 'Y'
               PERFORM FIND-RIDERS-NOT-BOARDED
           END-IF.
           PERFORM PRINT-RIDERSHIP.

           CLOSE SCAN-IN.
           CLOSE BOARDING-SCAN.
           CLOSE STUDENT.
           CLOSE RIDER-ASSIGNMENT.
           CLOSE BOARDING-REPORT.

           DISPLAY 'SCANS READ:          ' WS-READ-COUNT.
           DISPLAY 'SCANS LOADED:        ' WS-LOADED-COUNT.
           DISPLAY 'DOUBLE SCANS:        ' WS-DOUBLE-COUNT.
           DISPLAY 'SCANS REJECTED:      ' WS-REJECT-COUNT.
           DISPLAY 'SAFEGUARDING ITEMS:  ' WS-EXCEPTION-COUNT.
           IF WS-REJECT-COUNT > ZERO OR WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-ROUTES.
           OPEN INPUT ROUTE-MASTER.
           IF WS-ROUTE-FS NOT EQUAL '00'
               DISPLAY "Error opening ROUTE-MASTER. Status: "
                   WS-ROUTE-FS
               CLOSE STUDENT
               CLOSE RIDER-ASSIGNMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ROUTE-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-RT-COUNT < 50
                           ADD 1 TO WS-RT-COUNT
                           MOVE RT-ROUTE-CODE
                               TO WS-RT-CODE(WS-RT-COUNT)
                           MOVE RT-DESCRIPTION
                               TO WS-RT-DESC(WS-RT-COUNT)
                           MOVE RT-CAPACITY
                               TO WS-RT-CAPACITY(WS-RT-COUNT)
                           MOVE ZERO
                               TO WS-RT-TO-SCHOOL(WS-RT-COUNT)
                           MOVE ZERO
                               TO WS-RT-TO-HOME(WS-RT-COUNT)
                       ELSE
                           DISPLAY 'ROUTE TABLE FULL - '
                               RT-ROUTE-CODE ' SKIPPED'
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           CLOSE ROUTE-MASTER.

       FIND-ROUTE.
           MOVE ZERO TO WS-RT-FOUND.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-COUNT
                       OR WS-RT-FOUND > ZERO
               IF WS-RT-CODE(WS-RT-I) = BS-ROUTE-CODE
                   MOVE WS-RT-I TO WS-RT-FOUND
               END-IF
           END-PERFORM.

      * A day with no scan file is not an error - the reconciliation
      * still runs against whatever is already on BOARDING-SCAN.
       IMPORT-SCANS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'REJECTED SCANS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT SCAN-IN.
           IF WS-IN-FS NOT EQUAL '00'
               DISPLAY 'NO BOARDING-SCAN-FILE - NOTHING TO IMPORT'
               MOVE '  (NO SCAN FILE TODAY)' TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SCAN-IN
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM IMPORT-ONE-SCAN
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
           END-IF.
           IF WS-REJECT-COUNT = ZERO
               MOVE '  (NONE)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       IMPORT-ONE-SCAN.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SI-ROUTE-CODE TO BS-ROUTE-CODE.
           EVALUATE TRUE
               WHEN SI-STUDENT-ID NOT NUMERIC
                   MOVE 'STUDENT ID NOT NUMERIC' TO WS-REJECT-REASON
               WHEN SI-SCAN-DATE NOT NUMERIC OR SI-SCAN-DATE = ZERO
                   MOVE 'SCAN DATE NOT VALID' TO WS-REJECT-REASON
               WHEN SI-DIRECTION NOT = 'S' AND SI-DIRECTION NOT = 'H'
                   MOVE 'DIRECTION NOT S OR H' TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM FIND-ROUTE
                   IF WS-RT-FOUND = ZERO
                       MOVE 'ROUTE NOT ON ROUTE-MASTER'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE SI-STUDENT-ID TO STUDENT-ID
                       READ STUDENT
                           KEY IS STUDENT-ID
                           INVALID KEY
                               MOVE 'STUDENT NOT ON MASTER'
                                   TO WS-REJECT-REASON
                       END-READ
                   END-IF
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM REJECT-SCAN
           ELSE
               MOVE SI-STUDENT-ID TO BS-STUDENT-ID
               MOVE SI-ROUTE-CODE TO BS-ROUTE-CODE
               MOVE SI-SCAN-DATE  TO BS-SCAN-DATE
               MOVE SI-DIRECTION  TO BS-DIRECTION
               MOVE SI-SCAN-TIME  TO BS-SCAN-TIME
               MOVE WS-TODAY      TO BS-IMPORT-DATE
               WRITE BOARDING-SCAN-FILE
                   INVALID KEY ADD 1 TO WS-DOUBLE-COUNT
                   NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.

       REJECT-SCAN.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SI-STUDENT-ID    TO RL-STUDENT-ID.
           MOVE SI-ROUTE-CODE    TO RL-ROUTE-CODE.
           MOVE SI-SCAN-DATE     TO RL-SCAN-DATE.
           MOVE SI-DIRECTION     TO RL-DIRECTION.
           MOVE WS-REJECT-REASON TO RL-REASON.
           MOVE WS-REJECT-LINE   TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Absent at registration is the test for not in school: a
      * student who only missed an afternoon period was there.
       LOAD-ABSENCES.
           OPEN INPUT ATTEND-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
               DISPLAY 'NO ATTEND-TRANS - ATTENDANCE CHECKS SKIPPED'
           ELSE
               MOVE 'Y' TO WS-ATTEND-LOADED
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTEND-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-DATE = WS-RUN-DATE
                               AND AH-PERIOD = WS-REG-PERIOD
                               PERFORM NOTE-ABSENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE ATTEND-TRANS
           END-IF.

       NOTE-ABSENT.
           IF WS-ABSENT-COUNT < 1000
               ADD 1 TO WS-ABSENT-COUNT
               MOVE AH-STUDENT-ID TO WS-ABSENT-ID(WS-ABSENT-COUNT)
           ELSE
               DISPLAY 'ABSENCE TABLE FULL - ' AH-STUDENT-ID
                   ' NOT CHECKED'
           END-IF.

       CHECK-ABSENT.
           MOVE 'N' TO WS-IS-ABSENT.
           PERFORM VARYING WS-ABS-I FROM 1 BY 1
                   UNTIL WS-ABS-I > WS-ABSENT-COUNT
                       OR WS-IS-ABSENT = 'Y'
               IF WS-ABSENT-ID(WS-ABS-I) = STUDENT-ID
                   MOVE 'Y' TO WS-IS-ABSENT
               END-IF
           END-PERFORM.

      * Every scan on file for the run date, in student order:
      * counted to its route, checked against the student's rider
      * assignment, and - boarding to school - against the register.
       RECONCILE-DAY-SCANS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'SAFEGUARDING EXCEPTIONS' TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ATTEND-LOADED = 'N'
               MOVE '  (NO ATTEND-TRANS - ATTENDANCE CHECKS SKIPPED)'
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE LOW-VALUES TO BS-KEY.
           START BOARDING-SCAN KEY NOT < BS-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ BOARDING-SCAN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF BS-SCAN-DATE = WS-RUN-DATE
                           PERFORM RECONCILE-ONE-SCAN
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       RECONCILE-ONE-SCAN.
           PERFORM FIND-ROUTE.
           IF WS-RT-FOUND > ZERO
               IF BS-TO-SCHOOL
                   ADD 1 TO WS-RT-TO-SCHOOL(WS-RT-FOUND)
               ELSE
                   ADD 1 TO WS-RT-TO-HOME(WS-RT-FOUND)
               END-IF
           END-IF.
           IF WS-BOARDED-COUNT < 2000
               ADD 1 TO WS-BOARDED-COUNT
               MOVE BS-STUDENT-ID TO WS-BOARDED-ID(WS-BOARDED-COUNT)
           END-IF.

           MOVE BS-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY MOVE 'NOT ON MASTER' TO STUDENT-NAME
           END-READ.

           MOVE BS-STUDENT-ID TO RA-STUDENT-ID.
           READ RIDER-ASSIGNMENT
               KEY IS RA-STUDENT-ID
               INVALID KEY
                   MOVE 'NOT A REGISTERED RIDER' TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT RA-RIDING
                       MOVE 'RIDER ASSIGNMENT CEASED'
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION
                   ELSE
                       IF RA-ROUTE-CODE NOT = BS-ROUTE-CODE
                           MOVE SPACES TO WS-EXCEPTION-TEXT
                           STRING 'WRONG ROUTE - ASSIGNED TO '
                               RA-ROUTE-CODE
                               DELIMITED BY SIZE
                               INTO WS-EXCEPTION-TEXT
                           PERFORM WRITE-EXCEPTION
                       END-IF
                   END-IF
           END-READ.

           IF BS-TO-SCHOOL AND WS-ATTEND-LOADED = 'Y'
               PERFORM CHECK-ABSENT
               IF WS-IS-ABSENT = 'Y'
                   MOVE 'BOARDED TO SCHOOL - MARKED ABSENT'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE BS-STUDENT-ID     TO EL-STUDENT-ID.
           MOVE STUDENT-NAME      TO EL-STUDENT-NAME.
           MOVE BS-ROUTE-CODE     TO EL-ROUTE-CODE.
           MOVE WS-EXCEPTION-TEXT TO EL-TEXT.
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Every active rider who is an active student, present at
      * registration, with no scan on the run date either way.
       FIND-RIDERS-NOT-BOARDED.
           MOVE ZERO TO RA-STUDENT-ID.
           START RIDER-ASSIGNMENT KEY NOT < RA-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RIDER-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF RA-RIDING
                           PERFORM CHECK-ONE-RIDER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       CHECK-ONE-RIDER.
           MOVE 'N' TO WS-HAS-BOARDED.
           PERFORM VARYING WS-BRD-I FROM 1 BY 1
                   UNTIL WS-BRD-I > WS-BOARDED-COUNT
                       OR WS-HAS-BOARDED = 'Y'
               IF WS-BOARDED-ID(WS-BRD-I) = RA-STUDENT-ID
                   MOVE 'Y' TO WS-HAS-BOARDED
               END-IF
           END-PERFORM.
           IF WS-HAS-BOARDED = 'N'
               MOVE RA-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF STUDENT-ACTIVE
                           PERFORM CHECK-ABSENT
                           IF WS-IS-ABSENT = 'N'
                               MOVE RA-STUDENT-ID TO BS-STUDENT-ID
                               MOVE RA-ROUTE-CODE TO BS-ROUTE-CODE
                               MOVE 'PRESENT AT SCHOOL - NEVER BOARDED'
                                   TO WS-EXCEPTION-TEXT
                               PERFORM WRITE-EXCEPTION
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * Use is the busier direction against the seats; a route over
      * its capacity is flagged for the transport office.
       PRINT-RIDERSHIP.
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE '  (NONE)' TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'ROUTE RIDERSHIP' TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-RIDERSHIP-HEADING TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
                   UNTIL WS-RT-I > WS-RT-COUNT
               MOVE WS-RT-TO-SCHOOL(WS-RT-I) TO WS-PEAK
               IF WS-RT-TO-HOME(WS-RT-I) > WS-PEAK
                   MOVE WS-RT-TO-HOME(WS-RT-I) TO WS-PEAK
               END-IF
               IF WS-RT-CAPACITY(WS-RT-I) > ZERO
                   COMPUTE WS-USE-PCT ROUNDED =
                       WS-PEAK * 100 / WS-RT-CAPACITY(WS-RT-I)
                       ON SIZE ERROR MOVE 999 TO WS-USE-PCT
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-USE-PCT
               END-IF
               MOVE WS-RT-CODE(WS-RT-I)      TO RD-ROUTE-CODE
               MOVE WS-RT-DESC(WS-RT-I)      TO RD-DESCRIPTION
               MOVE WS-RT-CAPACITY(WS-RT-I)  TO RD-CAPACITY
               MOVE WS-RT-TO-SCHOOL(WS-RT-I) TO RD-TO-SCHOOL
               MOVE WS-RT-TO-HOME(WS-RT-I)   TO RD-TO-HOME
               MOVE WS-USE-PCT               TO RD-USE-PCT
               IF WS-PEAK > WS-RT-CAPACITY(WS-RT-I)
                   MOVE 'OVER CAPACITY' TO RD-FLAG
               ELSE
                   MOVE SPACES TO RD-FLAG
               END-IF
               MOVE WS-RIDERSHIP-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

       COPY "parmrd.cpy".
