      * Form tutors heard about their section's absences from the
      * attendance office, its incidents from the deputy head, its
      * lapsing immunizations from the nurse, its withheld results
      * from the bursar and its missing trip slips from the trip
      * organiser. This morning batch puts it all on one page per
      * SECTION-MASTER section, headed with the form tutor named on
      * the section:
      *   - the previous school day's unexcused absences off
      *     ATTEND-HISTORY (weekends and ACADEMIC-CALENDAR holidays
      *     are stepped over);
      *   - open DISCIPLINE-INCIDENTs;
      *   - HEALTH-RECORD immunizations expired or expiring within
      *     IMMUN-WARN-DAYS (30), the health exception window;
      *   - students with RESULT-WITHHELD set;
      *   - invitations to open EVENT-MASTER trips still to come with
      *     no CONSENT-RESPONSE yet.
      * The items are gathered in one pass of STUDENT-MASTER and
      * sorted by section and student. RUN-DATE on the parm card
      * reruns an earlier morning; a missing satellite file simply
      * contributes nothing.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FORM-TUTOR-WORKLIST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SECTION-MASTER ASSIGN TO 'SECTION-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SEC-KEY
                   FILE STATUS IS WS-SECT-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT ATTEND-HISTORY ASSIGN TO 'ATTEND-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ATT-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT DISCIPLINE-INCIDENT
                   ASSIGN TO 'DISCIPLINE-INCIDENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-DISC-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-HLTH-FS.

               SELECT EVENT-MASTER ASSIGN TO 'EVENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS EV-EVENT-CODE
                   FILE STATUS IS WS-EVENT-FS.

               SELECT CONSENT-RESPONSE ASSIGN TO 'CONSENT-RESPONSE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CR-KEY
                   FILE STATUS IS WS-CONSENT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT WORKLIST ASSIGN TO 'FORM-TUTOR-WORKLIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT TUTOR-WORK ASSIGN TO 'TUTRSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD SECTION-MASTER.
           COPY "sectmas.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD ATTEND-HISTORY.
           COPY "atthist.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD DISCIPLINE-INCIDENT.
           COPY "dscpinc.cpy".

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD EVENT-MASTER.
           COPY "evntmas.cpy".

           FD CONSENT-RESPONSE.
           COPY "consresp.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD WORKLIST.
           01 WORKLIST-LINE         PIC X(80).

      *    One thing for the tutor to act on, under the student's
      *    section. FW-ITEM-SEQ keeps the kinds of item in a fixed
      *    order within a student.
           SD TUTOR-WORK.
           01 TUTOR-WORK-REC.
               05 FW-CLASS-YEAR     PIC 9(02).
               05 FW-SECTION-CODE   PIC X(01).
               05 FW-STUDENT-ID     PIC 9(05).
               05 FW-ITEM-SEQ       PIC 9(01).
               05 FW-ITEM-KEY       PIC X(08).
               05 FW-STUDENT-NAME   PIC A(25).
               05 FW-ITEM-TEXT      PIC X(45).

           WORKING-STORAGE SECTION.
           01 WS-SECT-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-ATT-FS             PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-DISC-FS            PIC X(02).
           01 WS-HLTH-FS            PIC X(02).
           01 WS-EVENT-FS           PIC X(02).
           01 WS-CONSENT-FS         PIC X(02).
           01 WS-RPT-FS             PIC X(02).
      *    Whether the optional files opened - the status fields
      *    change on every keyed read, so they cannot double as the
      *    open flags.
           01 WS-STAFF-OPEN         PIC A(01) VALUE 'N'.
           01 WS-DISC-OPEN          PIC A(01) VALUE 'N'.
           01 WS-HLTH-OPEN          PIC A(01) VALUE 'N'.
           01 WS-CONSENT-OPEN       PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-BROWSE-EOF         PIC A(01).

           01 WS-RUN-DATE           PIC 9(08).
           01 WS-RUN-INT            PIC 9(08).
           01 WS-WARN-DAYS          PIC 9(03) VALUE 30.
           COPY "parmtbl.cpy".

      *    The previous school day: step back from the run date over
      *    weekends and keyed holidays.
           01 WS-PREV-DATE          PIC 9(08).
           01 WS-PREV-INT           PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-IS-SCHOOL-DAY      PIC A(01).
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DATE OCCURS 50 TIMES PIC 9(08).
           01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-HOL-I              PIC 9(03).

      *    Every section, in key order, with its tutor.
           01 WS-SECTION-TABLE.
               05 WS-SEC-ROW OCCURS 100 TIMES.
                   10 WS-SEC-CLASS-YEAR PIC 9(02).
                   10 WS-SEC-CODE       PIC X(01).
                   10 WS-SEC-TUTOR-ID   PIC 9(04).
           01 WS-SEC-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-SEC-I              PIC 9(03).
           01 WS-SEC-FOUND          PIC A(01).

      *    Yesterday's unexcused absent periods per student.
           01 WS-ABSENCE-TABLE.
               05 WS-ABS-ROW OCCURS 500 TIMES.
                   10 WS-ABS-STUDENT-ID PIC 9(05).
                   10 WS-ABS-PERIODS    PIC 9(02).
           01 WS-ABS-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-ABS-I              PIC 9(03).
           01 WS-ABS-FOUND          PIC A(01).

      *    Open events still to come, with their invitations.
           01 WS-EVENT-TABLE.
               05 WS-EV-ROW OCCURS 50 TIMES.
                   10 WS-EV-CODE        PIC X(06).
                   10 WS-EV-DESC        PIC X(25).
                   10 WS-EV-DATE        PIC 9(08).
                   10 WS-EV-INV-COUNT   PIC 9(02).
                   10 WS-EV-INV OCCURS 10 TIMES.
                       15 WS-EV-INV-YEAR    PIC 9(02).
                       15 WS-EV-INV-SECTION PIC X(01).
           01 WS-EV-COUNT           PIC 9(02) VALUE ZERO.
           01 WS-EV-I               PIC 9(02).
           01 WS-INV-I              PIC 9(02).
           01 WS-INVITED            PIC A(01).

           01 WS-EXPIRY-INT         PIC 9(08).
           01 WS-DAYS-TO-EXPIRY     PIC S9(05).
           01 WS-ITEM-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-SECTION-ITEMS      PIC 9(04).
           01 WS-PERIODS-TEXT       PIC Z9.

           01 WS-SECTION-HEADING.
               05 FILLER PIC X(14) VALUE 'FORM TUTOR -  '.
               05 SH-CLASS-YEAR     PIC 9(02).
               05 SH-SECTION        PIC X(01).
               05 FILLER PIC X(03) VALUE ' - '.
               05 SH-TUTOR-NAME     PIC X(25).
               05 FILLER PIC X(08) VALUE '  AS AT '.
               05 SH-RUN-DATE       PIC 9(08).

           01 WS-ITEM-LINE.
               05 IL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 IL-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 IL-ITEM-TEXT      PIC X(45).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FORM-TUTOR-WORKLIST".

           PERFORM LOAD-PARM-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.
           MOVE 'IMMUN-WARN-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-WARN-DAYS
           END-IF.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM LOAD-SECTIONS.
           PERFORM LOAD-HOLIDAYS.
           PERFORM FIND-PREVIOUS-SCHOOL-DAY.
           DISPLAY 'WORKLIST FOR ' WS-RUN-DATE ', ABSENCES OF '
               WS-PREV-DATE.
           PERFORM LOAD-ABSENCES.
           PERFORM LOAD-EVENTS.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS EQUAL '00'
               MOVE 'Y' TO WS-STAFF-OPEN
           END-IF.
           OPEN INPUT DISCIPLINE-INCIDENT.
           IF WS-DISC-FS EQUAL '00'
               MOVE 'Y' TO WS-DISC-OPEN
           END-IF.
           OPEN INPUT HEALTH-RECORD.
           IF WS-HLTH-FS EQUAL '00'
               MOVE 'Y' TO WS-HLTH-OPEN
           END-IF.
           OPEN INPUT CONSENT-RESPONSE.
           IF WS-CONSENT-FS EQUAL '00'
               MOVE 'Y' TO WS-CONSENT-OPEN
           END-IF.
           OPEN OUTPUT WORKLIST.

           SORT TUTOR-WORK
               ON ASCENDING KEY FW-CLASS-YEAR
               ON ASCENDING KEY FW-SECTION-CODE
               ON ASCENDING KEY FW-STUDENT-ID
               ON ASCENDING KEY FW-ITEM-SEQ
               ON ASCENDING KEY FW-ITEM-KEY
               INPUT PROCEDURE IS GATHER-SECTION-ITEMS
               OUTPUT PROCEDURE IS PRINT-WORKLISTS.

           CLOSE STUDENT.
           IF WS-STAFF-OPEN = 'Y'
               CLOSE STAFF-MAST
           END-IF.
           IF WS-DISC-OPEN = 'Y'
               CLOSE DISCIPLINE-INCIDENT
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               CLOSE HEALTH-RECORD
           END-IF.
           IF WS-CONSENT-OPEN = 'Y'
               CLOSE CONSENT-RESPONSE
           END-IF.
           CLOSE WORKLIST.

           DISPLAY 'SECTIONS: ' WS-SEC-COUNT.
           DISPLAY 'ITEMS FOR TUTORS: ' WS-ITEM-COUNT.
       STOP RUN.

       LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER.
           IF WS-SECT-FS NOT EQUAL '00'
               DISPLAY "Error opening SECTION-MASTER. Status: "
                   WS-SECT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SECTION-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-SEC-COUNT < 100
                           ADD 1 TO WS-SEC-COUNT
                           MOVE SEC-CLASS-YEAR
                               TO WS-SEC-CLASS-YEAR(WS-SEC-COUNT)
                           MOVE SEC-CODE
                               TO WS-SEC-CODE(WS-SEC-COUNT)
                           MOVE SEC-TUTOR-ID
                               TO WS-SEC-TUTOR-ID(WS-SEC-COUNT)
                       ELSE
                           DISPLAY 'SECTION TABLE FULL - '
                               SEC-CLASS-YEAR SEC-CODE ' SKIPPED'
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           CLOSE SECTION-MASTER.

       LOAD-HOLIDAYS.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS NOT EQUAL '00'
               DISPLAY 'NO ACADEMIC CALENDAR - HOLIDAYS NOT '
                   'SKIPPED'
           ELSE
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
               MOVE 'N' TO WS-EOF
               CLOSE ACADEMIC-CALENDAR
           END-IF.

      * Back one day at a time until the day is a weekday that is
      * not a keyed holiday - the attendance register's test for a
      * school day.
       FIND-PREVIOUS-SCHOOL-DAY.
           MOVE WS-RUN-INT TO WS-PREV-INT.
           MOVE 'N' TO WS-IS-SCHOOL-DAY.
           PERFORM UNTIL WS-IS-SCHOOL-DAY = 'Y'
               SUBTRACT 1 FROM WS-PREV-INT
               COMPUTE WS-PREV-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-PREV-INT)
               COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-PREV-INT, 7)
               IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
                   MOVE 'Y' TO WS-IS-SCHOOL-DAY
                   PERFORM VARYING WS-HOL-I FROM 1 BY 1
                       UNTIL WS-HOL-I > WS-HOLIDAY-COUNT
                       IF WS-HOLIDAY-DATE(WS-HOL-I) = WS-PREV-DATE
                           MOVE 'N' TO WS-IS-SCHOOL-DAY
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       LOAD-ABSENCES.
           OPEN INPUT ATTEND-HISTORY.
           IF WS-ATT-FS NOT EQUAL '00'
               DISPLAY 'NO ATTEND-HISTORY - ABSENCES NOT LISTED'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTEND-HISTORY
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-DATE = WS-PREV-DATE
                               AND AH-NOT-EXCUSED
                               PERFORM NOTE-ONE-ABSENCE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE ATTEND-HISTORY
           END-IF.

       NOTE-ONE-ABSENCE.
           MOVE 'N' TO WS-ABS-FOUND.
           PERFORM VARYING WS-ABS-I FROM 1 BY 1
                   UNTIL WS-ABS-I > WS-ABS-COUNT
                       OR WS-ABS-FOUND = 'Y'
               IF WS-ABS-STUDENT-ID(WS-ABS-I) = AH-STUDENT-ID
                   MOVE 'Y' TO WS-ABS-FOUND
                   ADD 1 TO WS-ABS-PERIODS(WS-ABS-I)
               END-IF
           END-PERFORM.
           IF WS-ABS-FOUND = 'N'
               IF WS-ABS-COUNT < 500
                   ADD 1 TO WS-ABS-COUNT
                   MOVE AH-STUDENT-ID
                       TO WS-ABS-STUDENT-ID(WS-ABS-COUNT)
                   MOVE 1 TO WS-ABS-PERIODS(WS-ABS-COUNT)
               ELSE
                   DISPLAY 'ABSENCE TABLE FULL - ' AH-STUDENT-ID
                       ' NOT LISTED'
               END-IF
           END-IF.

       LOAD-EVENTS.
           OPEN INPUT EVENT-MASTER.
           IF WS-EVENT-FS NOT EQUAL '00'
               DISPLAY 'NO EVENT-MASTER - CONSENTS NOT LISTED'
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EVENT-MASTER NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF EV-OPEN
                               AND EV-EVENT-DATE NOT < WS-RUN-DATE
                               PERFORM NOTE-ONE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO WS-EOF
               CLOSE EVENT-MASTER
           END-IF.

       NOTE-ONE-EVENT.
           IF WS-EV-COUNT < 50
               ADD 1 TO WS-EV-COUNT
               MOVE EV-EVENT-CODE   TO WS-EV-CODE(WS-EV-COUNT)
               MOVE EV-DESCRIPTION  TO WS-EV-DESC(WS-EV-COUNT)
               MOVE EV-EVENT-DATE   TO WS-EV-DATE(WS-EV-COUNT)
               MOVE EV-INVITE-COUNT TO WS-EV-INV-COUNT(WS-EV-COUNT)
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > EV-INVITE-COUNT
                   MOVE EV-INV-CLASS-YEAR(WS-INV-I)
                       TO WS-EV-INV-YEAR(WS-EV-COUNT, WS-INV-I)
                   MOVE EV-INV-SECTION(WS-INV-I)
                       TO WS-EV-INV-SECTION(WS-EV-COUNT, WS-INV-I)
               END-PERFORM
           ELSE
               DISPLAY 'EVENT TABLE FULL - ' EV-EVENT-CODE
                   ' NOT CHASED'
           END-IF.

      * One pass of the master: every active student in a section
      * on file has their items gathered and released.
       GATHER-SECTION-ITEMS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM FIND-STUDENT-SECTION
                           IF WS-SEC-FOUND = 'Y'
                               PERFORM GATHER-ONE-STUDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       FIND-STUDENT-SECTION.
           MOVE 'N' TO WS-SEC-FOUND.
           PERFORM VARYING WS-SEC-I FROM 1 BY 1
                   UNTIL WS-SEC-I > WS-SEC-COUNT
                       OR WS-SEC-FOUND = 'Y'
               IF WS-SEC-CLASS-YEAR(WS-SEC-I) = CLASS-YEAR
                   AND WS-SEC-CODE(WS-SEC-I) = SECTION-CODE
                   MOVE 'Y' TO WS-SEC-FOUND
               END-IF
           END-PERFORM.

       GATHER-ONE-STUDENT.
           MOVE CLASS-YEAR   TO FW-CLASS-YEAR.
           MOVE SECTION-CODE TO FW-SECTION-CODE.
           MOVE STUDENT-ID   TO FW-STUDENT-ID.
           MOVE STUDENT-NAME TO FW-STUDENT-NAME.

           PERFORM VARYING WS-ABS-I FROM 1 BY 1
                   UNTIL WS-ABS-I > WS-ABS-COUNT
               IF WS-ABS-STUDENT-ID(WS-ABS-I) = STUDENT-ID
                   MOVE WS-ABS-PERIODS(WS-ABS-I) TO WS-PERIODS-TEXT
                   MOVE 1      TO FW-ITEM-SEQ
                   MOVE SPACES TO FW-ITEM-KEY
                   MOVE SPACES TO FW-ITEM-TEXT
                   STRING 'UNEXCUSED ABSENCE ' WS-PREV-DATE ' - '
                       FUNCTION TRIM(WS-PERIODS-TEXT) ' PERIOD(S)'
                       DELIMITED BY SIZE INTO FW-ITEM-TEXT
                   PERFORM RELEASE-ITEM
               END-IF
           END-PERFORM.

           IF WS-DISC-OPEN = 'Y'
               PERFORM GATHER-INCIDENTS
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               PERFORM GATHER-IMMUNIZATIONS
           END-IF.

           IF RESULT-IS-WITHHELD
               MOVE 4      TO FW-ITEM-SEQ
               MOVE SPACES TO FW-ITEM-KEY
               MOVE 'RESULTS WITHHELD - FEES IN ARREARS'
                   TO FW-ITEM-TEXT
               PERFORM RELEASE-ITEM
           END-IF.

           IF WS-CONSENT-OPEN = 'Y'
               PERFORM GATHER-CONSENTS
           END-IF.

       GATHER-INCIDENTS.
           MOVE 'N' TO WS-BROWSE-EOF.
           MOVE STUDENT-ID TO DI-STUDENT-ID.
           MOVE ZERO       TO DI-INCIDENT-DATE.
           START DISCIPLINE-INCIDENT KEY NOT < DI-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ DISCIPLINE-INCIDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF DI-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           IF DI-OPEN
                               PERFORM RELEASE-INCIDENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-INCIDENT.
           MOVE 2                TO FW-ITEM-SEQ.
           MOVE DI-INCIDENT-DATE TO FW-ITEM-KEY.
           MOVE SPACES TO FW-ITEM-TEXT.
           IF DI-HEARING
               STRING 'OPEN INCIDENT ' DI-INCIDENT-DATE ' '
                   DI-CATEGORY ' AWAITING HEARING'
                   DELIMITED BY SIZE INTO FW-ITEM-TEXT
           ELSE
               STRING 'OPEN INCIDENT ' DI-INCIDENT-DATE ' '
                   DI-CATEGORY ' REPORTED'
                   DELIMITED BY SIZE INTO FW-ITEM-TEXT
           END-IF.
           PERFORM RELEASE-ITEM.

       GATHER-IMMUNIZATIONS.
           MOVE 'N' TO WS-BROWSE-EOF.
           MOVE STUDENT-ID TO HL-STUDENT-ID.
           MOVE LOW-VALUES TO HL-IMMUN-TYPE.
           START HEALTH-RECORD KEY NOT < HL-KEY
               INVALID KEY MOVE 'Y' TO WS-BROWSE-EOF
           END-START.
           PERFORM UNTIL WS-BROWSE-EOF = 'Y'
               READ HEALTH-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-BROWSE-EOF
                   NOT AT END
                       IF HL-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-BROWSE-EOF
                       ELSE
                           PERFORM CHECK-ONE-IMMUNIZATION
                       END-IF
               END-READ
           END-PERFORM.

      * The health exception report's window: already expired, or
      * expiring within the warning days of the run date.
       CHECK-ONE-IMMUNIZATION.
           IF HL-EXPIRY-DATE > ZERO
               COMPUTE WS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(HL-EXPIRY-DATE)
               COMPUTE WS-DAYS-TO-EXPIRY = WS-EXPIRY-INT - WS-RUN-INT
               IF WS-DAYS-TO-EXPIRY <= WS-WARN-DAYS
                   MOVE 3             TO FW-ITEM-SEQ
                   MOVE HL-IMMUN-TYPE TO FW-ITEM-KEY
                   MOVE SPACES TO FW-ITEM-TEXT
                   IF WS-DAYS-TO-EXPIRY < ZERO
                       STRING 'IMMUNIZATION ' HL-IMMUN-TYPE
                           ' EXPIRED ' HL-EXPIRY-DATE
                           DELIMITED BY SIZE INTO FW-ITEM-TEXT
                   ELSE
                       STRING 'IMMUNIZATION ' HL-IMMUN-TYPE
                           ' EXPIRES ' HL-EXPIRY-DATE
                           DELIMITED BY SIZE INTO FW-ITEM-TEXT
                   END-IF
                   PERFORM RELEASE-ITEM
               END-IF
           END-IF.

      * An invitation with no answer on file is outstanding; a
      * guardian's no is an answer.
       GATHER-CONSENTS.
           PERFORM VARYING WS-EV-I FROM 1 BY 1
                   UNTIL WS-EV-I > WS-EV-COUNT
               MOVE 'N' TO WS-INVITED
               PERFORM VARYING WS-INV-I FROM 1 BY 1
                       UNTIL WS-INV-I > WS-EV-INV-COUNT(WS-EV-I)
                   IF WS-EV-INV-YEAR(WS-EV-I, WS-INV-I) = CLASS-YEAR
                       AND (WS-EV-INV-SECTION(WS-EV-I, WS-INV-I)
                               = SPACE
                           OR WS-EV-INV-SECTION(WS-EV-I, WS-INV-I)
                               = SECTION-CODE)
                       MOVE 'Y' TO WS-INVITED
                   END-IF
               END-PERFORM
               IF WS-INVITED = 'Y'
                   MOVE WS-EV-CODE(WS-EV-I) TO CR-EVENT-CODE
                   MOVE STUDENT-ID          TO CR-STUDENT-ID
                   READ CONSENT-RESPONSE
                       KEY IS CR-KEY
                       INVALID KEY PERFORM RELEASE-CONSENT
                   END-READ
               END-IF
           END-PERFORM.

       RELEASE-CONSENT.
           MOVE 5                   TO FW-ITEM-SEQ.
           MOVE WS-EV-CODE(WS-EV-I) TO FW-ITEM-KEY.
           MOVE SPACES TO FW-ITEM-TEXT.
           STRING 'NO CONSENT ' WS-EV-CODE(WS-EV-I) ' '
               WS-EV-DESC(WS-EV-I)(1:15) ' ON ' WS-EV-DATE(WS-EV-I)
               DELIMITED BY SIZE INTO FW-ITEM-TEXT.
           PERFORM RELEASE-ITEM.

       RELEASE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           RELEASE TUTOR-WORK-REC.

      * The section table and the sorted items are both in class-year
      * and section order, so each section's page takes the items
      * off the sort until the section changes; a section with
      * nothing for its tutor still gets its page.
       PRINT-WORKLISTS.
           MOVE 'N' TO WS-EOF.
           PERFORM RETURN-NEXT-ITEM.
           PERFORM VARYING WS-SEC-I FROM 1 BY 1
                   UNTIL WS-SEC-I > WS-SEC-COUNT
               PERFORM PRINT-ONE-SECTION
           END-PERFORM.

       RETURN-NEXT-ITEM.
           RETURN TUTOR-WORK
               AT END MOVE 'Y' TO WS-EOF
           END-RETURN.

       PRINT-ONE-SECTION.
           MOVE WS-SEC-CLASS-YEAR(WS-SEC-I) TO SH-CLASS-YEAR.
           MOVE WS-SEC-CODE(WS-SEC-I)       TO SH-SECTION.
           MOVE WS-RUN-DATE                 TO SH-RUN-DATE.
           IF WS-SEC-TUTOR-ID(WS-SEC-I) = ZERO
               MOVE 'NO FORM TUTOR NAMED' TO SH-TUTOR-NAME
           ELSE
               MOVE 'NOT ON STAFF MASTER' TO SH-TUTOR-NAME
               IF WS-STAFF-OPEN = 'Y'
                   MOVE WS-SEC-TUTOR-ID(WS-SEC-I) TO SF-STAFF-ID
                   READ STAFF-MAST
                       KEY IS SF-STAFF-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE SF-STAFF-NAME TO SH-TUTOR-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE SPACES TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.
           MOVE WS-SECTION-HEADING TO WORKLIST-LINE.
           WRITE WORKLIST-LINE.

           MOVE ZERO TO WS-SECTION-ITEMS.
           PERFORM UNTIL WS-EOF = 'Y'
                   OR FW-CLASS-YEAR NOT = WS-SEC-CLASS-YEAR(WS-SEC-I)
                   OR FW-SECTION-CODE NOT = WS-SEC-CODE(WS-SEC-I)
               ADD 1 TO WS-SECTION-ITEMS
               MOVE FW-STUDENT-ID   TO IL-STUDENT-ID
               MOVE FW-STUDENT-NAME TO IL-STUDENT-NAME
               MOVE FW-ITEM-TEXT    TO IL-ITEM-TEXT
               MOVE WS-ITEM-LINE TO WORKLIST-LINE
               WRITE WORKLIST-LINE
               PERFORM RETURN-NEXT-ITEM
           END-PERFORM.

           IF WS-SECTION-ITEMS = ZERO
               MOVE '  (NOTHING OUTSTANDING)' TO WORKLIST-LINE
               WRITE WORKLIST-LINE
           END-IF.

       COPY "parmrd.cpy".
