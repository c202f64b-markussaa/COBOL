      * A student the nurse sent home after lunch used to show as an
      * unexcused afternoon, and a warning letter could follow. This
      * batch runs ahead of ATTENDANCE-POSTING each night. Every
      * sent-home visit on MEDICAL-VISIT (medvisit.cpy) up to
      * RUN-DATE (default today) not already fed is expanded into
      * the periods left that day - the periods after the visit's
      * period on the student's CLASS-TIMETABLE for that day of the
      * week. Captures the teachers already keyed for those periods
      * are re-flagged excused by copying ATTEND-TRANS through a
      * work file, the two-pass shape LEAVE-RETRO-APPLY uses on the
      * history, and an excused capture is appended for each period
      * nobody keyed, so the posting run finds the whole afternoon
      * excused. Each visit fed also gets a guardian notice on
      * MEDICAL-NOTICE.txt, lettered by LETTER-ENGINE under code
      * 'N', and is stamped with the day it was fed so a rerun never
      * feeds it twice.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SENT-HOME-FEED.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEDICAL-VISIT ASSIGN TO 'MEDICAL-VISIT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MV-KEY
                   FILE STATUS IS WS-VISIT-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-TIMTB-FS.

               SELECT ATTEND-TRANS ASSIGN TO 'ATTEND-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT ATTEND-WORK ASSIGN TO 'ATTEND-MEDICAL-WORK.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WORK-FS.

               SELECT NOTICE-OUT ASSIGN TO 'MEDICAL-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MEDICAL-VISIT.
           COPY "medvisit.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD ATTEND-TRANS.
           COPY "atthist.cpy".

           FD ATTEND-WORK.
           01 ATTEND-WORK-REC       PIC X(16).

      *    One guardian letter to raise: LETTER-ENGINE selects these
      *    with code 'N' and merges MN-DETAIL at the &VISIT marker.
           FD NOTICE-OUT.
           01 MEDICAL-NOTICE-REC.
               05 MN-STUDENT-ID     PIC 9(05).
               05 MN-LETTER-CODE    PIC X(01).
               05 MN-DETAIL         PIC X(60).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-VISIT-FS           PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-TIMTB-FS           PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-WORK-FS            PIC X(02).
           01 WS-NOTICE-FS          PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TT-EOF             PIC A(01).
           01 WS-TT-SECTION         PIC X(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-COMPLAINT-TEXT     PIC X(18).
           COPY "parmtbl.cpy".

      *    The sent-home visits being fed this run.
           01 WS-VISIT-TABLE.
               05 WS-VISIT-ROW OCCURS 200 TIMES.
                   10 WS-VT-STUDENT     PIC 9(05).
                   10 WS-VT-DATE        PIC 9(08).
                   10 WS-VT-TIME        PIC 9(04).
                   10 WS-VT-COMPLAINT   PIC X(04).
           01 WS-VISIT-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-VT-I               PIC 9(03).

      *    Every period to excuse; found is 'Y' once the period is
      *    met among the captures already keyed.
           01 WS-EXCUSE-TABLE.
               05 WS-EXCUSE-ROW OCCURS 1500 TIMES.
                   10 WS-EX-STUDENT     PIC 9(05).
                   10 WS-EX-DATE        PIC 9(08).
                   10 WS-EX-PERIOD      PIC 9(02).
                   10 WS-EX-FOUND       PIC A(01).
           01 WS-EXCUSE-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-EX-I               PIC 9(04).

           01 WS-REFLAGGED-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-APPENDED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-NOTICE-COUNT       PIC 9(05) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SENT-HOME-FEED".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.

           OPEN I-O MEDICAL-VISIT.
           IF WS-VISIT-FS NOT EQUAL '00'
               DISPLAY "Error opening MEDICAL-VISIT. Status: "
                   WS-VISIT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE MEDICAL-VISIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Without the timetable nobody can say which periods were
      *    left, so nothing is fed.
           OPEN INPUT CLASS-TIMETABLE.
           IF WS-TIMTB-FS NOT EQUAL '00'
               DISPLAY "Error opening CLASS-TIMETABLE. Status: "
                   WS-TIMTB-FS
               CLOSE MEDICAL-VISIT
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM GATHER-SENT-HOME-VISITS.
           CLOSE STUDENT.
           CLOSE CLASS-TIMETABLE.

      *    An empty notice file all the same, so last night's notices
      *    are never lettered twice.
           IF WS-VISIT-COUNT = ZERO
               DISPLAY 'NO SENT-HOME VISITS TO FEED'
               OPEN OUTPUT NOTICE-OUT
               CLOSE NOTICE-OUT
               CLOSE MEDICAL-VISIT
               STOP RUN
           END-IF.

           PERFORM REFLAG-THE-CAPTURES.
           PERFORM APPEND-UNKEYED-PERIODS.
           PERFORM RAISE-NOTICES.
           CLOSE MEDICAL-VISIT.

           DISPLAY 'SENT-HOME VISITS FED: '      WS-VISIT-COUNT.
           DISPLAY 'CAPTURES RE-FLAGGED EXCUSED: ' WS-REFLAGGED-COUNT.
           DISPLAY 'EXCUSED CAPTURES ADDED: '    WS-APPENDED-COUNT.
           DISPLAY 'GUARDIAN NOTICES RAISED: '   WS-NOTICE-COUNT.
       STOP RUN.

       GATHER-SENT-HOME-VISITS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEDICAL-VISIT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MV-WAS-SENT-HOME
                           AND MV-FED-DATE = ZERO
                           AND MV-VISIT-DATE NOT > WS-RUN-DATE
                           PERFORM GATHER-ONE-VISIT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       GATHER-ONE-VISIT.
           IF WS-VISIT-COUNT >= 200
               DISPLAY 'VISIT TABLE FULL - LEFT FOR NEXT RUN: '
                   MV-STUDENT-ID ' ' MV-VISIT-DATE
           ELSE
               MOVE MV-STUDENT-ID TO STUDENT-ID
               READ STUDENT
                   KEY IS STUDENT-ID
                   INVALID KEY
                       DISPLAY 'FEED: STUDENT NOT ON MASTER '
                           MV-STUDENT-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-VISIT-COUNT
                       MOVE MV-STUDENT-ID
                           TO WS-VT-STUDENT(WS-VISIT-COUNT)
                       MOVE MV-VISIT-DATE
                           TO WS-VT-DATE(WS-VISIT-COUNT)
                       MOVE MV-VISIT-TIME
                           TO WS-VT-TIME(WS-VISIT-COUNT)
                       MOVE MV-COMPLAINT-CODE
                           TO WS-VT-COMPLAINT(WS-VISIT-COUNT)
                       PERFORM EXPAND-REMAINING-PERIODS
               END-READ
           END-IF.

      * The periods on the class-year's timetable for the visit's
      * day of the week, after the period the visit fell in.
       EXPAND-REMAINING-PERIODS.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(
               FUNCTION INTEGER-OF-DATE(MV-VISIT-DATE), 7).
           PERFORM CHOOSE-TIMETABLE-SECTION.
           MOVE 'N' TO WS-TT-EOF.
           MOVE CLASS-YEAR     TO TT-CLASS-YEAR.
           MOVE WS-TT-SECTION  TO TT-SECTION-CODE.
           MOVE WS-DAY-OF-WEEK TO TT-DAY-OF-WEEK.
           COMPUTE TT-PERIOD = MV-PERIOD + 1.
           START CLASS-TIMETABLE KEY NOT < TT-KEY
               INVALID KEY MOVE 'Y' TO WS-TT-EOF
           END-START.
           PERFORM UNTIL WS-TT-EOF = 'Y'
               READ CLASS-TIMETABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-TT-EOF
                   NOT AT END
                       IF TT-CLASS-YEAR NOT = CLASS-YEAR
                           OR TT-SECTION-CODE NOT = WS-TT-SECTION
                           OR TT-DAY-OF-WEEK NOT = WS-DAY-OF-WEEK
                           MOVE 'Y' TO WS-TT-EOF
                       ELSE
                           PERFORM NOTE-PERIOD-TO-EXCUSE
                       END-IF
               END-READ
           END-PERFORM.

      * The student's own section's day if it is on the timetable,
      * otherwise the class-year's space-keyed one.
       CHOOSE-TIMETABLE-SECTION.
           MOVE SPACE TO WS-TT-SECTION.
           IF SECTION-CODE NOT = SPACE
               MOVE CLASS-YEAR     TO TT-CLASS-YEAR
               MOVE SECTION-CODE   TO TT-SECTION-CODE
               MOVE WS-DAY-OF-WEEK TO TT-DAY-OF-WEEK
               MOVE ZERO           TO TT-PERIOD
               START CLASS-TIMETABLE KEY NOT < TT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       READ CLASS-TIMETABLE NEXT RECORD
                           AT END CONTINUE
                           NOT AT END
                               IF TT-CLASS-YEAR = CLASS-YEAR
                                   AND TT-SECTION-CODE = SECTION-CODE
                                   AND TT-DAY-OF-WEEK = WS-DAY-OF-WEEK
                                   MOVE SECTION-CODE TO WS-TT-SECTION
                               END-IF
                       END-READ
               END-START
           END-IF.

       NOTE-PERIOD-TO-EXCUSE.
           IF WS-EXCUSE-COUNT >= 1500
               DISPLAY 'EXCUSE TABLE FULL - PERIOD DROPPED: '
                   MV-STUDENT-ID ' ' MV-VISIT-DATE ' ' TT-PERIOD
           ELSE
               ADD 1 TO WS-EXCUSE-COUNT
               MOVE MV-STUDENT-ID TO WS-EX-STUDENT(WS-EXCUSE-COUNT)
               MOVE MV-VISIT-DATE TO WS-EX-DATE(WS-EXCUSE-COUNT)
               MOVE TT-PERIOD     TO WS-EX-PERIOD(WS-EXCUSE-COUNT)
               MOVE 'N'           TO WS-EX-FOUND(WS-EXCUSE-COUNT)
           END-IF.

      * Pass one copies the captures through the work file with the
      * sent-home periods flipped to excused; pass two writes them
      * back. No capture file yet means nothing was keyed.
       REFLAG-THE-CAPTURES.
           OPEN INPUT ATTEND-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
               DISPLAY 'NO ATTEND-TRANS YET - NOTHING TO RE-FLAG'
           ELSE
               OPEN OUTPUT ATTEND-WORK
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ATTEND-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM REFLAG-ONE-CAPTURE
                   END-READ
               END-PERFORM
               CLOSE ATTEND-TRANS
               CLOSE ATTEND-WORK
               MOVE 'N' TO WS-EOF
               PERFORM COPY-CAPTURES-BACK
           END-IF.

       REFLAG-ONE-CAPTURE.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
                   UNTIL WS-EX-I > WS-EXCUSE-COUNT
               IF WS-EX-STUDENT(WS-EX-I) = AH-STUDENT-ID
                   AND WS-EX-DATE(WS-EX-I) = AH-DATE
                   AND WS-EX-PERIOD(WS-EX-I) = AH-PERIOD
                   MOVE 'Y' TO WS-EX-FOUND(WS-EX-I)
                   IF AH-NOT-EXCUSED
                       MOVE 'Y' TO AH-EXCUSED
                       ADD 1 TO WS-REFLAGGED-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           MOVE ATTEND-DETAIL-REC TO ATTEND-WORK-REC.
           WRITE ATTEND-WORK-REC.

       COPY-CAPTURES-BACK.
           OPEN INPUT ATTEND-WORK.
           OPEN OUTPUT ATTEND-TRANS.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ATTEND-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE ATTEND-WORK-REC TO ATTEND-DETAIL-REC
                       WRITE ATTEND-DETAIL-REC
               END-READ
           END-PERFORM.
           CLOSE ATTEND-WORK.
           CLOSE ATTEND-TRANS.
           MOVE 'N' TO WS-EOF.

       APPEND-UNKEYED-PERIODS.
           OPEN EXTEND ATTEND-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
               OPEN OUTPUT ATTEND-TRANS
           END-IF.
           IF WS-TRANS-FS NOT EQUAL '00'
               DISPLAY "Error opening ATTEND-TRANS. Status: "
                   WS-TRANS-FS
               CLOSE MEDICAL-VISIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-EX-I FROM 1 BY 1
                   UNTIL WS-EX-I > WS-EXCUSE-COUNT
               IF WS-EX-FOUND(WS-EX-I) = 'N'
                   MOVE WS-EX-STUDENT(WS-EX-I) TO AH-STUDENT-ID
                   MOVE WS-EX-DATE(WS-EX-I)    TO AH-DATE
                   MOVE WS-EX-PERIOD(WS-EX-I)  TO AH-PERIOD
                   MOVE 'Y'                    TO AH-EXCUSED
                   WRITE ATTEND-DETAIL-REC
                   ADD 1 TO WS-APPENDED-COUNT
               END-IF
           END-PERFORM.
           CLOSE ATTEND-TRANS.

      * The register is fed before any visit is stamped, so a run
      * that stops short leaves its visits to be fed again.
       RAISE-NOTICES.
           OPEN OUTPUT NOTICE-OUT.
           PERFORM VARYING WS-VT-I FROM 1 BY 1
                   UNTIL WS-VT-I > WS-VISIT-COUNT
               PERFORM SET-COMPLAINT-TEXT
               MOVE SPACES TO MEDICAL-NOTICE-REC
               MOVE WS-VT-STUDENT(WS-VT-I) TO MN-STUDENT-ID
               MOVE 'N'                    TO MN-LETTER-CODE
               STRING 'ON ' WS-VT-DATE(WS-VT-I)
                   ' AT ' WS-VT-TIME(WS-VT-I)
                   ' WITH ' WS-COMPLAINT-TEXT
                   DELIMITED BY SIZE INTO MN-DETAIL
               WRITE MEDICAL-NOTICE-REC
               ADD 1 TO WS-NOTICE-COUNT
               PERFORM STAMP-VISIT-FED
           END-PERFORM.
           CLOSE NOTICE-OUT.

       SET-COMPLAINT-TEXT.
           EVALUATE WS-VT-COMPLAINT(WS-VT-I)
               WHEN 'HEAD'
                   MOVE 'A HEADACHE' TO WS-COMPLAINT-TEXT
               WHEN 'STOM'
                   MOVE 'A STOMACH UPSET' TO WS-COMPLAINT-TEXT
               WHEN 'FEVR'
                   MOVE 'A FEVER' TO WS-COMPLAINT-TEXT
               WHEN 'INJR'
                   MOVE 'AN INJURY' TO WS-COMPLAINT-TEXT
               WHEN 'RESP'
                   MOVE 'BREATHING TROUBLE' TO WS-COMPLAINT-TEXT
               WHEN 'SKIN'
                   MOVE 'A SKIN COMPLAINT' TO WS-COMPLAINT-TEXT
               WHEN 'MENS'
                   MOVE 'PERIOD PAIN' TO WS-COMPLAINT-TEXT
               WHEN OTHER
                   MOVE 'FEELING UNWELL' TO WS-COMPLAINT-TEXT
           END-EVALUATE.

       STAMP-VISIT-FED.
           MOVE WS-VT-STUDENT(WS-VT-I) TO MV-STUDENT-ID.
           MOVE WS-VT-DATE(WS-VT-I)    TO MV-VISIT-DATE.
           MOVE WS-VT-TIME(WS-VT-I)    TO MV-VISIT-TIME.
           READ MEDICAL-VISIT
               KEY IS MV-KEY
               INVALID KEY
                   DISPLAY 'FEED: VISIT GONE BEFORE STAMPING '
                       MV-STUDENT-ID
               NOT INVALID KEY
                   MOVE WS-TODAY TO MV-FED-DATE
                   REWRITE MEDICAL-VISIT-FILE
                       INVALID KEY
                           DISPLAY 'FEED: REWRITE FAILED FOR '
                               MV-STUDENT-ID
                   END-REWRITE
           END-READ.

       COPY "parmrd.cpy".
