      * The fire-drill roll-call: who should be on site right now,
      * printed by assembly point for the wardens to tick off. It is
      * CALLed from OPERATOR-MENU by whoever is at the office
      * terminal when the alarm goes, so it reads only what it must -
      * one pass of STUDENT-MASTER and keyed reads of everything else
      * - and is back at the menu in seconds.
      *
      * Every active student is placed in one group:
      *   - a candidate whose paper is being sat right now, by the
      *     EXAM-SCHEDULE date, start time and duration, stands with
      *     the exam room ROOM-SEAT-ALLOCATION seated them in, off
      *     EXAM-SEATING - or, where the sitting has no seat for
      *     them, the room the timetable names, since a candidate
      *     is better counted in a room than missed. A candidate
      *     EXAM-ELIGIBILITY has debarred from the exam is not in
      *     the room and stands with their class;
      *   - in school hours (SCHOOL-START to SCHOOL-END on the parm
      *     card, Monday to Friday) everyone else stands with their
      *     class-year and section;
      *   - outside them only boarders are on site, by HA-BLOCK off
      *     HOSTEL-ALLOCATION, less any away on an approved EXEAT the
      *     way HOSTEL-ROLL-CALL takes them off the night's sheet.
      * A student the nurse has sent home today (MEDICAL-VISIT), or
      * marked absent on ATTEND-TRANS in the latest period captured
      * today, is off site and listed apart so the office can answer
      * for them. Each student on a roll carries the first guardian
      * phone on GUARDIAN-CONTACT - an emergency call, so an opt-out
      * from the notification queue does not pass the guardian over
      * - and a MED flag with the allergy note off HEALTH-RECORD.
      * Phone and allergy note are masked by the operator's clearance
      * (maskrule.cpy) and each unmasked view goes on STUDENT-AUDIT,
      * as they are on the inquiry screen. Any of the secondary files
      * missing just leaves its part out, with a warning.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EVACUATION-ROLL-CALL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT ATTEND-TRANS ASSIGN TO 'ATTEND-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT MEDICAL-VISIT ASSIGN TO 'MEDICAL-VISIT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MV-KEY
                   FILE STATUS IS WS-VISIT-FS.

               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ENRL-FS.

               SELECT EXAM-SEATING ASSIGN TO 'EXAM-SEATING'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EA-KEY
                   FILE STATUS IS WS-SEATING-FS.

               SELECT EXAM-ELIGIBILITY ASSIGN TO 'EXAM-ELIGIBILITY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EG-KEY
                   FILE STATUS IS WS-ELIG-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOSTEL-FS.

               SELECT EXEAT ASSIGN TO 'EXEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EX-KEY
                   FILE STATUS IS WS-EXEAT-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-HLTH-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT ROLL-CALL-REPORT
                   ASSIGN TO 'EVACUATION-ROLL-CALL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT ROLL-WORK ASSIGN TO 'EVACSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD ATTEND-TRANS.
           COPY "atthist.cpy".

           FD MEDICAL-VISIT.
           COPY "medvisit.cpy".

           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD EXAM-SEATING.
           COPY "exmseat.cpy".

           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD EXEAT.
           COPY "exeat.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD ROLL-CALL-REPORT.
           01 ROLL-CALL-LINE        PIC X(100).

      *    One line per student placed. RW-GROUP orders the print:
      *    exam rooms first, then classes, then hostel blocks, and
      *    the off-site list last.
           SD ROLL-WORK.
           01 ROLL-WORK-REC.
               05 RW-GROUP          PIC 9(01).
               05 RW-ASSEMBLY       PIC X(20).
               05 RW-STUDENT-NAME   PIC A(25).
               05 RW-STUDENT-ID     PIC 9(05).
               05 RW-PHONE          PIC X(12).
               05 RW-MED-FLAG       PIC X(03).
               05 RW-ALLERGY        PIC X(25).
               05 RW-NOTE           PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-VISIT-FS           PIC X(02).
           01 WS-SCHED-FS           PIC X(02).
           01 WS-ENRL-FS            PIC X(02).
           01 WS-SEATING-FS         PIC X(02).
           01 WS-ELIG-FS            PIC X(02).
           01 WS-HOSTEL-FS          PIC X(02).
           01 WS-EXEAT-FS           PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-HLTH-FS            PIC X(02).
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
      *    Which of the secondary files this run found.
           01 WS-OPEN-FLAGS.
               05 WS-VISIT-OPEN     PIC A(01).
               05 WS-SCHED-OPEN     PIC A(01).
               05 WS-ENRL-OPEN      PIC A(01).
               05 WS-SEATING-OPEN   PIC A(01).
               05 WS-ELIG-OPEN      PIC A(01).
               05 WS-HOSTEL-OPEN    PIC A(01).
               05 WS-EXEAT-OPEN     PIC A(01).
               05 WS-GUARD-OPEN     PIC A(01).
               05 WS-HLTH-OPEN      PIC A(01).
               05 WS-AUDIT-OPEN     PIC A(01).
           01 WS-EOF                PIC A(01).
           01 WS-READ-EOF           PIC A(01).
           01 WS-SORT-EOF           PIC A(01).

      *    School hours, HHMM; SCHOOL-START and SCHOOL-END on the
      *    parm card move them.
           01 WS-SCHOOL-START       PIC 9(04) VALUE 0800.
           01 WS-SCHOOL-END         PIC 9(04) VALUE 1530.
           01 WS-TODAY              PIC 9(08).
           01 WS-NOW-HHMM           PIC 9(04).
           01 WS-NOW-PARTS REDEFINES WS-NOW-HHMM.
               05 WS-NOW-HH         PIC 9(02).
               05 WS-NOW-MM         PIC 9(02).
           01 WS-NOW-MINS           PIC 9(04).
           01 WS-END-MINS           PIC 9(04).
           01 WS-PAPER-START-MINS   PIC 9(04).
           01 WS-PAPER-END-MINS     PIC 9(05).
           01 WS-HHMM-WORK          PIC 9(04).
           01 WS-HHMM-PARTS REDEFINES WS-HHMM-WORK.
               05 WS-HHMM-HH        PIC 9(02).
               05 WS-HHMM-MM        PIC 9(02).
           01 WS-DAY-NUMBER         PIC 9(08).
           01 WS-WEEK-COUNT         PIC 9(08).
           01 WS-WEEKDAY            PIC 9(01).
           01 WS-IN-HOURS           PIC A(01).

      *    Students absent in the latest period captured today. The
      *    table is only as long as this call's count, so a SEARCH
      *    never finds an absentee left over from an earlier call
      *    in the same session.
           01 WS-LATEST-PERIOD      PIC 9(02).
           01 WS-ABSENT-COUNT       PIC 9(04).
           01 WS-ABSENT-TABLE.
               05 WS-ABSENT-ID      PIC 9(05) OCCURS 1 TO 2000 TIMES
                                    DEPENDING ON WS-ABSENT-COUNT
                                    INDEXED BY ABS-I.

      *    Papers being sat at this moment.
           01 WS-SIT-COUNT          PIC 9(02).
           01 WS-SIT-TABLE.
               05 WS-SIT-ROW OCCURS 30 TIMES INDEXED BY SIT-I.
                   10 WS-SIT-EXAM-CODE  PIC X(06).
                   10 WS-SIT-SUBJECT    PIC X(04).
                   10 WS-SIT-ROOM       PIC X(04).

      *    Where the student in hand stands.
           01 WS-PLACE              PIC X(01).
               88 WS-PLACE-EXAM     VALUE 'E'.
               88 WS-PLACE-CLASS    VALUE 'C'.
               88 WS-PLACE-HOSTEL   VALUE 'H'.
               88 WS-PLACE-OFF-SITE VALUE 'O'.
               88 WS-PLACE-NONE     VALUE 'N'.
           01 WS-SENT-HOME          PIC A(01).
           01 WS-ON-EXEAT           PIC A(01).
           01 WS-PHONE-FOUND        PIC A(01).
           01 WS-DEBARRED           PIC A(01).

           01 WS-ROLL-COUNTS.
               05 WS-EXAM-COUNT     PIC 9(05).
               05 WS-CLASS-COUNT    PIC 9(05).
               05 WS-HOSTEL-COUNT   PIC 9(05).
               05 WS-OFF-SITE-COUNT PIC 9(05).
               05 WS-ON-ROLL-COUNT  PIC 9(05).
               05 WS-POINT-COUNT    PIC 9(04).
               05 WS-POINTS         PIC 9(04).
           01 WS-PRIOR-GROUP        PIC 9(01).
           01 WS-PRIOR-ASSEMBLY     PIC X(20).

           01 WS-POINT-HEADING.
               05 FILLER PIC X(17) VALUE 'ASSEMBLY POINT:  '.
               05 PH-ASSEMBLY       PIC X(20).
           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(36)
                   VALUE '    ID    NAME                      '.
               05 FILLER PIC X(42)
                   VALUE 'GUARDIAN PH  MED ALLERGY / MEDICAL NOTE  '.
               05 FILLER PIC X(10) VALUE 'NOTE'.
           01 WS-DETAIL-LINE.
               05 FILLER            PIC X(04) VALUE '[ ] '.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 DL-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 DL-PHONE          PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 DL-MED-FLAG       PIC X(03).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 DL-ALLERGY        PIC X(25).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 DL-NOTE           PIC X(10).
           01 WS-POINT-FOOTING.
               05 FILLER PIC X(10) VALUE 'ON ROLL: '.
               05 PF-COUNT          PIC ZZZ9.
               05 FILLER PIC X(30)
                   VALUE '    ACCOUNTED FOR: ______'.

           COPY "audflds.cpy".
           COPY "parmtbl.cpy".
           COPY "maskflds.cpy".

           LINKAGE SECTION.
               01 LS-OPERATOR-ID    PIC X(08).
               01 LS-CLEARANCE      PIC 9(01).

       PROCEDURE DIVISION USING LS-OPERATOR-ID, LS-CLEARANCE.
       MAIN-LOGIC.
           DISPLAY "EVACUATION-ROLL-CALL".
           MOVE 'EVACROLL'     TO AUDIT-PROGRAM-ID.
           MOVE LS-OPERATOR-ID TO AUDIT-OPERATOR-ID.
           MOVE LS-CLEARANCE   TO WS-MASK-CLEARANCE.
           MOVE 'EVACUATION ROLL-CALL' TO WS-MASK-CONTEXT.
           MOVE 'NNNNNNNNNN' TO WS-OPEN-FLAGS.
           INITIALIZE WS-ROLL-COUNTS.
           MOVE ZERO TO RETURN-CODE.

      *    The menu may call this more than once a session, so the
      *    parm table is loaded afresh each time.
           MOVE ZERO TO WS-PARM-COUNT.
           PERFORM LOAD-PARM-CARD.
           MOVE 'SCHOOL-START' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 2400
               MOVE WS-PARM-NUMERIC TO WS-SCHOOL-START
           END-IF.
           MOVE 'SCHOOL-END' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 2400
               MOVE WS-PARM-NUMERIC TO WS-SCHOOL-END
           END-IF.
           DISPLAY 'EFFECTIVE SCHOOL HOURS: ' WS-SCHOOL-START
               ' TO ' WS-SCHOOL-END.
           PERFORM LOAD-MASK-LEVELS.

           PERFORM FIND-TIME-OF-DAY.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               DISPLAY 'ROLL-CALL NOT PRODUCED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PRODUCE-ROLL-CALL
               CLOSE STUDENT
           END-IF.
       EXIT PROGRAM.

      * In school hours means a weekday between SCHOOL-START and
      * SCHOOL-END. Day 1 of INTEGER-OF-DATE was a Monday, so the
      * remainder of a division by seven gives 5 and 6 for the
      * weekend.
       FIND-TIME-OF-DAY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-NOW-HHMM.
           COMPUTE WS-NOW-MINS = WS-NOW-HH * 60 + WS-NOW-MM.
           COMPUTE WS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.
           DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY.
           MOVE WS-SCHOOL-END TO WS-HHMM-WORK.
           COMPUTE WS-END-MINS = WS-HHMM-HH * 60 + WS-HHMM-MM.
           IF WS-WEEKDAY < 5
               AND WS-NOW-HHMM NOT < WS-SCHOOL-START
               AND WS-NOW-HHMM < WS-SCHOOL-END
               MOVE 'Y' TO WS-IN-HOURS
               DISPLAY 'ROLL-CALL AT ' WS-NOW-HHMM
                   ' - IN SCHOOL HOURS'
           ELSE
               MOVE 'N' TO WS-IN-HOURS
               DISPLAY 'ROLL-CALL AT ' WS-NOW-HHMM
                   ' - OUTSIDE SCHOOL HOURS, BOARDERS ONLY'
           END-IF.

       PRODUCE-ROLL-CALL.
           PERFORM OPEN-SECONDARY-FILES.
           PERFORM LOAD-ABSENT-STUDENTS.
           PERFORM LOAD-SITTING-PAPERS.

           OPEN OUTPUT ROLL-CALL-REPORT.
           MOVE SPACES TO ROLL-CALL-LINE.
           STRING 'EVACUATION ROLL-CALL ' WS-TODAY ' AT '
               WS-NOW-HHMM '   OPERATOR ' LS-OPERATOR-ID
               DELIMITED BY SIZE INTO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

           SORT ROLL-WORK
               ON ASCENDING KEY RW-GROUP RW-ASSEMBLY
                                RW-STUDENT-NAME RW-STUDENT-ID
               INPUT PROCEDURE IS PLACE-STUDENTS
               OUTPUT PROCEDURE IS PRINT-ROLL-CALL.

           CLOSE ROLL-CALL-REPORT.
           PERFORM CLOSE-SECONDARY-FILES.

           DISPLAY 'ASSEMBLY POINTS:      ' WS-POINTS.
           DISPLAY 'IN EXAM ROOMS:        ' WS-EXAM-COUNT.
           DISPLAY 'WITH CLASSES:         ' WS-CLASS-COUNT.
           DISPLAY 'IN HOSTEL BLOCKS:     ' WS-HOSTEL-COUNT.
           DISPLAY 'OFF SITE:             ' WS-OFF-SITE-COUNT.
           DISPLAY 'ROLL-CALL WRITTEN TO EVACUATION-ROLL-CALL.txt'.

      * Only STUDENT-MASTER is required; each of the others simply
      * leaves its part of the picture out when it is not there.
       OPEN-SECONDARY-FILES.
           OPEN INPUT MEDICAL-VISIT.
           IF WS-VISIT-FS EQUAL '00'
               MOVE 'Y' TO WS-VISIT-OPEN
           ELSE
               DISPLAY 'MEDICAL-VISIT NOT AVAILABLE - NO SENT-HOME '
                   'CHECK'
           END-IF.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS EQUAL '00'
               MOVE 'Y' TO WS-SCHED-OPEN
           ELSE
               DISPLAY 'EXAM-SCHEDULE NOT AVAILABLE - NO EXAM ROOMS'
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENRL-FS EQUAL '00'
               MOVE 'Y' TO WS-ENRL-OPEN
           ELSE
               DISPLAY 'ENROLLMENT NOT AVAILABLE - NO EXAM ROOMS'
           END-IF.
           OPEN INPUT EXAM-SEATING.
           IF WS-SEATING-FS EQUAL '00'
               MOVE 'Y' TO WS-SEATING-OPEN
           ELSE
               DISPLAY 'EXAM-SEATING NOT AVAILABLE - TIMETABLED ROOMS '
                   'USED'
           END-IF.
           OPEN INPUT EXAM-ELIGIBILITY.
           IF WS-ELIG-FS EQUAL '00'
               MOVE 'Y' TO WS-ELIG-OPEN
           ELSE
               DISPLAY 'EXAM-ELIGIBILITY NOT AVAILABLE - NO STUDENT '
                   'DEBARRED'
           END-IF.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-HOSTEL-FS EQUAL '00'
               MOVE 'Y' TO WS-HOSTEL-OPEN
           ELSE
               DISPLAY 'HOSTEL-ALLOCATION NOT AVAILABLE - NO '
                   'BOARDERS'
           END-IF.
           OPEN INPUT EXEAT.
           IF WS-EXEAT-FS EQUAL '00'
               MOVE 'Y' TO WS-EXEAT-OPEN
           ELSE
               DISPLAY 'NO EXEAT FILE - EVERY BOARDER EXPECTED'
           END-IF.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS EQUAL '00'
               MOVE 'Y' TO WS-GUARD-OPEN
           ELSE
               DISPLAY 'GUARDIAN-CONTACT NOT AVAILABLE - NO PHONES'
           END-IF.
           OPEN INPUT HEALTH-RECORD.
           IF WS-HLTH-FS EQUAL '00'
               MOVE 'Y' TO WS-HLTH-OPEN
           ELSE
               DISPLAY 'HEALTH-RECORD NOT AVAILABLE - NO MED FLAGS'
           END-IF.
           OPEN EXTEND STUDENT-AUDIT.
           IF WS-AUDIT-FS EQUAL '35'
               OPEN OUTPUT STUDENT-AUDIT
           END-IF.
           IF WS-AUDIT-FS EQUAL '00'
               MOVE 'Y' TO WS-AUDIT-OPEN
           ELSE
      *        Unlogged views are not allowed, so without the trail
      *        every phone and note prints masked.
               DISPLAY 'STUDENT-AUDIT NOT AVAILABLE. STATUS: '
                   WS-AUDIT-FS ' - CONTACTS MASKED'
               MOVE ZERO TO WS-MASK-CLEARANCE
           END-IF.

       CLOSE-SECONDARY-FILES.
           IF WS-VISIT-OPEN = 'Y'
               CLOSE MEDICAL-VISIT
           END-IF.
           IF WS-SCHED-OPEN = 'Y'
               CLOSE EXAM-SCHEDULE
           END-IF.
           IF WS-ENRL-OPEN = 'Y'
               CLOSE ENROLLMENT
           END-IF.
           IF WS-SEATING-OPEN = 'Y'
               CLOSE EXAM-SEATING
           END-IF.
           IF WS-ELIG-OPEN = 'Y'
               CLOSE EXAM-ELIGIBILITY
           END-IF.
           IF WS-HOSTEL-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           END-IF.
           IF WS-EXEAT-OPEN = 'Y'
               CLOSE EXEAT
           END-IF.
           IF WS-GUARD-OPEN = 'Y'
               CLOSE GUARDIAN-CONTACT
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               CLOSE HEALTH-RECORD
           END-IF.
           IF WS-AUDIT-OPEN = 'Y'
               CLOSE STUDENT-AUDIT
           END-IF.

      * ATTEND-TRANS holds one record per absent period captured so
      * far today. A student late in is absent only in the early
      * periods, so it is the latest period anyone has captured
      * that says who is still away: a first pass finds it, a
      * second collects the students absent in it.
       LOAD-ABSENT-STUDENTS.
           MOVE ZERO TO WS-LATEST-PERIOD.
           MOVE ZERO TO WS-ABSENT-COUNT.
           OPEN INPUT ATTEND-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
               DISPLAY 'ATTEND-TRANS NOT AVAILABLE - NO ABSENCES '
                   'TAKEN OFF'
           ELSE
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ ATTEND-TRANS
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           IF AH-DATE = WS-TODAY
                               AND AH-PERIOD > WS-LATEST-PERIOD
                               MOVE AH-PERIOD TO WS-LATEST-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ATTEND-TRANS
               IF WS-LATEST-PERIOD > ZERO
                   PERFORM COLLECT-ABSENT-STUDENTS
               END-IF
               DISPLAY 'LATEST PERIOD CAPTURED: ' WS-LATEST-PERIOD
                   '  ABSENT IN IT: ' WS-ABSENT-COUNT
           END-IF.

       COLLECT-ABSENT-STUDENTS.
           OPEN INPUT ATTEND-TRANS.
           MOVE 'N' TO WS-READ-EOF.
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ ATTEND-TRANS
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF AH-DATE = WS-TODAY
                           AND AH-PERIOD = WS-LATEST-PERIOD
                           PERFORM HOLD-ABSENT-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ATTEND-TRANS.

       HOLD-ABSENT-STUDENT.
           IF WS-ABSENT-COUNT >= 2000
               DISPLAY 'ABSENCE TABLE FULL - STUDENT LEFT ON ROLL: '
                   AH-STUDENT-ID
           ELSE
               ADD 1 TO WS-ABSENT-COUNT
               MOVE AH-STUDENT-ID TO WS-ABSENT-ID(WS-ABSENT-COUNT)
           END-IF.

      * A paper is being sat from its start time for its duration.
      * A paper with no start time set is taken as sat all school
      * day, and one with no duration as sat until SCHOOL-END - the
      * candidates are better counted in the room than missed.
       LOAD-SITTING-PAPERS.
           MOVE ZERO TO WS-SIT-COUNT.
           IF WS-SCHED-OPEN = 'Y' AND WS-ENRL-OPEN = 'Y'
               MOVE 'N' TO WS-READ-EOF
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ EXAM-SCHEDULE NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           IF ES-EXAM-DATE = WS-TODAY
                               PERFORM CHECK-PAPER-SITTING
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY 'PAPERS BEING SAT NOW: ' WS-SIT-COUNT
           END-IF.

       CHECK-PAPER-SITTING.
           IF ES-START-TIME = ZERO
               IF WS-IN-HOURS = 'Y'
                   PERFORM HOLD-SITTING-PAPER
               END-IF
           ELSE
               MOVE ES-START-TIME TO WS-HHMM-WORK
               COMPUTE WS-PAPER-START-MINS =
                   WS-HHMM-HH * 60 + WS-HHMM-MM
               IF ES-DURATION-MINS = ZERO
                   MOVE WS-END-MINS TO WS-PAPER-END-MINS
               ELSE
                   COMPUTE WS-PAPER-END-MINS =
                       WS-PAPER-START-MINS + ES-DURATION-MINS
               END-IF
               IF WS-NOW-MINS NOT < WS-PAPER-START-MINS
                   AND WS-NOW-MINS < WS-PAPER-END-MINS
                   PERFORM HOLD-SITTING-PAPER
               END-IF
           END-IF.

       HOLD-SITTING-PAPER.
           IF WS-SIT-COUNT >= 30
               DISPLAY 'SITTING TABLE FULL - PAPER LEFT OUT: '
                   ES-EXAM-CODE ' ' ES-SUBJECT-CODE
           ELSE
               ADD 1 TO WS-SIT-COUNT
               MOVE ES-EXAM-CODE    TO WS-SIT-EXAM-CODE(WS-SIT-COUNT)
               MOVE ES-SUBJECT-CODE TO WS-SIT-SUBJECT(WS-SIT-COUNT)
               MOVE ES-ROOM         TO WS-SIT-ROOM(WS-SIT-COUNT)
           END-IF.

      * The input procedure: one pass of the master, each active
      * student placed in an exam room, a class, a hostel block or
      * the off-site list - or, out of hours, nowhere at all for a
      * day student gone home.
       PLACE-STUDENTS.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           PERFORM PLACE-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

       PLACE-ONE-STUDENT.
           MOVE SPACES TO ROLL-WORK-REC.
           MOVE STUDENT-ID   TO RW-STUDENT-ID.
           MOVE STUDENT-NAME TO RW-STUDENT-NAME.
           SET WS-PLACE-NONE TO TRUE.

           PERFORM CHECK-SENT-HOME.
           IF WS-SENT-HOME = 'Y'
               SET WS-PLACE-OFF-SITE TO TRUE
               MOVE 'SENT HOME' TO RW-NOTE
           END-IF.

           IF WS-PLACE-NONE AND WS-IN-HOURS = 'Y'
               AND WS-ABSENT-COUNT > ZERO
               SET ABS-I TO 1
               SEARCH WS-ABSENT-ID
                   WHEN WS-ABSENT-ID(ABS-I) = STUDENT-ID
                       SET WS-PLACE-OFF-SITE TO TRUE
                       MOVE 'ABSENT' TO RW-NOTE
               END-SEARCH
           END-IF.

           IF WS-PLACE-NONE AND WS-SIT-COUNT > ZERO
               PERFORM FIND-EXAM-ROOM
           END-IF.

           IF WS-PLACE-NONE
               IF WS-IN-HOURS = 'Y'
                   PERFORM PLACE-WITH-CLASS
               ELSE
                   PERFORM PLACE-IN-HOSTEL
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN WS-PLACE-EXAM
                   MOVE 1 TO RW-GROUP
                   ADD 1 TO WS-EXAM-COUNT
               WHEN WS-PLACE-CLASS
                   MOVE 2 TO RW-GROUP
                   ADD 1 TO WS-CLASS-COUNT
               WHEN WS-PLACE-HOSTEL
                   MOVE 3 TO RW-GROUP
                   ADD 1 TO WS-HOSTEL-COUNT
               WHEN WS-PLACE-OFF-SITE
                   MOVE 9 TO RW-GROUP
                   MOVE 'OFF SITE' TO RW-ASSEMBLY
                   ADD 1 TO WS-OFF-SITE-COUNT
           END-EVALUATE.

           IF NOT WS-PLACE-NONE
               IF NOT WS-PLACE-OFF-SITE
                   PERFORM FIND-CONTACT-DETAILS
               END-IF
               RELEASE ROLL-WORK-REC
           END-IF.

      * Every visit today is "so far"; any one that sent the
      * student home takes them off site.
       CHECK-SENT-HOME.
           MOVE 'N' TO WS-SENT-HOME.
           IF WS-VISIT-OPEN = 'Y'
               MOVE 'N'        TO WS-READ-EOF
               MOVE STUDENT-ID TO MV-STUDENT-ID
               MOVE WS-TODAY   TO MV-VISIT-DATE
               MOVE ZERO       TO MV-VISIT-TIME
               START MEDICAL-VISIT KEY NOT < MV-KEY
                   INVALID KEY MOVE 'Y' TO WS-READ-EOF
               END-START
               PERFORM UNTIL WS-READ-EOF = 'Y'
                   READ MEDICAL-VISIT NEXT RECORD
                       AT END MOVE 'Y' TO WS-READ-EOF
                       NOT AT END
                           IF MV-STUDENT-ID NOT EQUAL STUDENT-ID
                               OR MV-VISIT-DATE NOT EQUAL WS-TODAY
                               MOVE 'Y' TO WS-READ-EOF
                           ELSE
                               IF MV-WAS-SENT-HOME
                                   MOVE 'Y' TO WS-SENT-HOME
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * The first paper being sat that the student is enrolled in,
      * and not debarred from, puts them in the room they were
      * seated in for it.
       FIND-EXAM-ROOM.
           PERFORM VARYING SIT-I FROM 1 BY 1
               UNTIL SIT-I > WS-SIT-COUNT OR WS-PLACE-EXAM
               MOVE STUDENT-ID TO EN-STUDENT-ID
               MOVE WS-SIT-SUBJECT(SIT-I) TO EN-SUBJECT-CODE
               READ ENROLLMENT
                   KEY IS EN-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EN-ENROLLED
                           PERFORM CHECK-DEBARRED
                           IF WS-DEBARRED = 'N'
                               PERFORM PLACE-IN-EXAM-ROOM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * A debarred candidate was never seated; a condoned one sits.
       CHECK-DEBARRED.
           MOVE 'N' TO WS-DEBARRED.
           IF WS-ELIG-OPEN = 'Y'
               MOVE STUDENT-ID              TO EG-STUDENT-ID
               MOVE WS-SIT-EXAM-CODE(SIT-I) TO EG-EXAM-CODE
               READ EXAM-ELIGIBILITY
                   KEY IS EG-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EG-DEBARRED
                           MOVE 'Y' TO WS-DEBARRED
                       END-IF
               END-READ
           END-IF.

       PLACE-IN-EXAM-ROOM.
           SET WS-PLACE-EXAM TO TRUE.
           MOVE WS-SIT-ROOM(SIT-I) TO EA-ROOM-CODE.
           IF WS-SEATING-OPEN = 'Y'
               MOVE WS-SIT-EXAM-CODE(SIT-I) TO EA-EXAM-CODE
               MOVE WS-SIT-SUBJECT(SIT-I)   TO EA-SUBJECT-CODE
               MOVE STUDENT-ID              TO EA-STUDENT-ID
               READ EXAM-SEATING
                   KEY IS EA-KEY
                   INVALID KEY
                       MOVE WS-SIT-ROOM(SIT-I) TO EA-ROOM-CODE
               END-READ
           END-IF.
           STRING 'EXAM ROOM ' EA-ROOM-CODE
               DELIMITED BY SIZE INTO RW-ASSEMBLY.
           MOVE WS-SIT-EXAM-CODE(SIT-I) TO RW-NOTE.

       PLACE-WITH-CLASS.
           SET WS-PLACE-CLASS TO TRUE.
           IF SECTION-CODE = SPACE
               STRING 'YEAR ' CLASS-YEAR
                   DELIMITED BY SIZE INTO RW-ASSEMBLY
           ELSE
               STRING 'YEAR ' CLASS-YEAR ' SECTION ' SECTION-CODE
                   DELIMITED BY SIZE INTO RW-ASSEMBLY
           END-IF.
           IF WS-HOSTEL-OPEN = 'Y'
               MOVE STUDENT-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HA-BOARDING
                           MOVE 'BOARDER' TO RW-NOTE
                       END-IF
               END-READ
           END-IF.

      * Out of hours a boarder with a bed is on site unless away on
      * an approved exeat; a day student has gone home and is not
      * on any list.
       PLACE-IN-HOSTEL.
           IF WS-HOSTEL-OPEN = 'Y'
               MOVE STUDENT-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF HA-BOARDING
                           PERFORM CHECK-BOARDER-EXEAT
                       END-IF
               END-READ
           END-IF.

       CHECK-BOARDER-EXEAT.
           MOVE 'N' TO WS-ON-EXEAT.
           IF WS-EXEAT-OPEN = 'Y'
               PERFORM FIND-EXEAT-STATE
           END-IF.
           IF WS-ON-EXEAT = 'Y'
               SET WS-PLACE-OFF-SITE TO TRUE
               MOVE 'ON EXEAT' TO RW-NOTE
           ELSE
               SET WS-PLACE-HOSTEL TO TRUE
               STRING 'HOSTEL BLOCK ' HA-BLOCK
                   DELIMITED BY SIZE INTO RW-ASSEMBLY
               MOVE HA-ROOM TO RW-NOTE
           END-IF.

      * As HOSTEL-ROLL-CALL reads the book: an approved exeat begun
      * by today keeps the boarder away until signed back in.
       FIND-EXEAT-STATE.
           MOVE 'N'           TO WS-READ-EOF.
           MOVE HA-STUDENT-ID TO EX-STUDENT-ID.
           MOVE ZERO          TO EX-DEPART-DATE.
           START EXEAT KEY NOT < EX-KEY
               INVALID KEY MOVE 'Y' TO WS-READ-EOF
           END-START.
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ EXEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF EX-STUDENT-ID NOT EQUAL HA-STUDENT-ID
                           OR EX-DEPART-DATE > WS-TODAY
                           MOVE 'Y' TO WS-READ-EOF
                       ELSE
                           IF EX-APPROVED
                               AND (EX-BACK-DATE = ZERO
                                   OR WS-TODAY < EX-BACK-DATE)
                               MOVE 'Y' TO WS-ON-EXEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * The first guardian with a phone, in priority order, and the
      * first allergy note on the health record, each shown or
      * starred by the operator's clearance.
       FIND-CONTACT-DETAILS.
           MOVE STUDENT-ID TO AUDIT-STUDENT-ID.
           PERFORM RESET-MASK-LOG.
           IF WS-GUARD-OPEN = 'Y'
               PERFORM FIND-GUARDIAN-PHONE
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               PERFORM FIND-MEDICAL-FLAG
           END-IF.

       FIND-GUARDIAN-PHONE.
           MOVE 'N'        TO WS-PHONE-FOUND.
           MOVE 'N'        TO WS-READ-EOF.
           MOVE STUDENT-ID TO GC-STUDENT-ID.
           MOVE ZERO       TO GC-PRIORITY.
           START GUARDIAN-CONTACT KEY NOT < GC-KEY
               INVALID KEY MOVE 'Y' TO WS-READ-EOF
           END-START.
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ GUARDIAN-CONTACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF GC-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-READ-EOF
                       ELSE
                           IF GC-PHONE NOT EQUAL SPACES
                               MOVE 'Y' TO WS-PHONE-FOUND
                               MOVE 'Y' TO WS-READ-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PHONE-FOUND = 'Y'
               SET WS-MASK-GRD-PHONE TO TRUE
               PERFORM CHECK-FIELD-CLEARANCE
               IF WS-MASK-SHOW = 'Y'
                   MOVE GC-PHONE TO RW-PHONE
               ELSE
                   MOVE WS-MASK-STARS TO RW-PHONE
               END-IF
           ELSE
               MOVE 'NONE ON FILE' TO RW-PHONE
           END-IF.

       FIND-MEDICAL-FLAG.
           MOVE 'N'        TO WS-READ-EOF.
           MOVE STUDENT-ID TO HL-STUDENT-ID.
           MOVE LOW-VALUES TO HL-IMMUN-TYPE.
           START HEALTH-RECORD KEY NOT < HL-KEY
               INVALID KEY MOVE 'Y' TO WS-READ-EOF
           END-START.
           PERFORM UNTIL WS-READ-EOF = 'Y'
               READ HEALTH-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-READ-EOF
                   NOT AT END
                       IF HL-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-READ-EOF
                       ELSE
                           IF HL-ALLERGY-NOTES NOT EQUAL SPACES
                               MOVE 'MED' TO RW-MED-FLAG
                               MOVE 'Y' TO WS-READ-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF RW-MED-FLAG = 'MED'
               SET WS-MASK-ALLERGY TO TRUE
               PERFORM CHECK-FIELD-CLEARANCE
               IF WS-MASK-SHOW = 'Y'
                   MOVE HL-ALLERGY-NOTES TO RW-ALLERGY
               ELSE
                   MOVE WS-MASK-STARS TO RW-ALLERGY
               END-IF
           END-IF.

      * The output procedure: a sheet per assembly point, each
      * student with a box to tick, and a count to reconcile.
       PRINT-ROLL-CALL.
           MOVE 'N'    TO WS-SORT-EOF.
           MOVE ZERO   TO WS-PRIOR-GROUP.
           MOVE SPACES TO WS-PRIOR-ASSEMBLY.
           PERFORM UNTIL WS-SORT-EOF = 'Y'
               RETURN ROLL-WORK
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END PERFORM PRINT-ONE-STUDENT
               END-RETURN
           END-PERFORM.
           IF WS-PRIOR-GROUP > ZERO
               PERFORM CLOSE-ASSEMBLY-POINT
           END-IF.
           MOVE SPACES TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE SPACES TO ROLL-CALL-LINE.
           STRING 'ON SITE: ' WS-ON-ROLL-COUNT
               '  EXAM ROOMS: ' WS-EXAM-COUNT
               '  CLASSES: ' WS-CLASS-COUNT
               '  HOSTEL: ' WS-HOSTEL-COUNT
               '  OFF SITE: ' WS-OFF-SITE-COUNT
               DELIMITED BY SIZE INTO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       PRINT-ONE-STUDENT.
           IF RW-GROUP NOT EQUAL WS-PRIOR-GROUP
               OR RW-ASSEMBLY NOT EQUAL WS-PRIOR-ASSEMBLY
               IF WS-PRIOR-GROUP > ZERO
                   PERFORM CLOSE-ASSEMBLY-POINT
               END-IF
               PERFORM OPEN-ASSEMBLY-POINT
           END-IF.
           ADD 1 TO WS-POINT-COUNT.
           IF RW-GROUP NOT EQUAL 9
               ADD 1 TO WS-ON-ROLL-COUNT
           END-IF.
           MOVE RW-STUDENT-ID   TO DL-STUDENT-ID.
           MOVE RW-STUDENT-NAME TO DL-STUDENT-NAME.
           MOVE RW-PHONE        TO DL-PHONE.
           MOVE RW-MED-FLAG     TO DL-MED-FLAG.
           MOVE RW-ALLERGY      TO DL-ALLERGY.
           MOVE RW-NOTE         TO DL-NOTE.
           MOVE WS-DETAIL-LINE  TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       OPEN-ASSEMBLY-POINT.
           MOVE RW-GROUP    TO WS-PRIOR-GROUP.
           MOVE RW-ASSEMBLY TO WS-PRIOR-ASSEMBLY.
           MOVE ZERO TO WS-POINT-COUNT.
           IF RW-GROUP NOT EQUAL 9
               ADD 1 TO WS-POINTS
           END-IF.
           MOVE SPACES TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE RW-ASSEMBLY TO PH-ASSEMBLY.
           MOVE WS-POINT-HEADING TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE WS-COLUMN-HEADING TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       CLOSE-ASSEMBLY-POINT.
           MOVE WS-POINT-COUNT TO PF-COUNT.
           MOVE WS-POINT-FOOTING TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       COPY "parmrd.cpy".

       COPY "audwrt.cpy".

       COPY "maskrule.cpy".
