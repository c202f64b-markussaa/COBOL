      * School rules bar a student whose attendance is below the
      * minimum from sitting the term exams unless the principal
      * condones the shortage, but the admit cards went to everyone
      * and the shortfall was worked out by hand from the registers.
      * This batch settles eligibility for one exam. The cut-off is
      * the ELIG-CUTOFF-DATE parm, or failing that the day before
      * the exam's first paper on EXAM-SCHEDULE; attendance is
      * measured from the current term's start on ACADEMIC-CALENDAR
      * to that cut-off, over school days only - weekends and keyed
      * holidays never count, the test GPA-ATTENDANCE-BATCH applies.
      *
      * Each school day holds PERIODS-PER-DAY periods. A school day
      * inside an approved LEAVE-APPLICATION range is taken out of
      * the student's count altogether, and so is any absence
      * recorded on it; every other absent period on ATTEND-HISTORY
      * counts against the student, excused or not - a shortage
      * with a good reason is what condonation is for. A student
      * below MIN-ATTEND-PCT is debarred on EXAM-ELIGIBILITY. A
      * rerun refreshes the figures but never undoes a condonation
      * keyed through EXAM-CONDONATION. The debarment list for the
      * exam office names every debarred and condoned student.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. EXAM-ELIGIBILITY-RUN.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT ATTEND-HISTORY ASSIGN TO 'ATTEND-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-FS.

               SELECT SORT-WORK ASSIGN TO 'ELIGSORT'.

               SELECT SORTED-HISTORY
                   ASSIGN TO 'ELIG-HISTORY-SORTED.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SORTED-FS.

               SELECT LEAVE-APPLICATION
                   ASSIGN TO 'LEAVE-APPLICATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS WS-LEAVE-FS.

               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT EXAM-ELIGIBILITY ASSIGN TO 'EXAM-ELIGIBILITY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EG-KEY
                   FILE STATUS IS WS-ELIG-FS.

               SELECT TERM-CONTROL ASSIGN TO 'TERM-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT DEBARMENT-LIST
                   ASSIGN TO 'EXAM-DEBARMENT-LIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD ATTEND-HISTORY.
           COPY "atthist.cpy".

           SD SORT-WORK.
           01 SORT-WORK-REC.
               05 SW-STUDENT-ID    PIC 9(05).
               05 SW-DATE          PIC 9(08).
               05 SW-PERIOD        PIC 9(02).
               05 SW-EXCUSED       PIC X(01).

           FD SORTED-HISTORY.
           01 SORTED-HISTORY-REC.
               05 SH-STUDENT-ID    PIC 9(05).
               05 SH-DATE          PIC 9(08).
               05 SH-PERIOD        PIC 9(02).
               05 SH-EXCUSED       PIC X(01).

           FD LEAVE-APPLICATION.
           COPY "leaveapp.cpy".

           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD TERM-CONTROL.
           COPY "termctl.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD DEBARMENT-LIST.
           01 DEBARMENT-LINE       PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-SORTED-FS          PIC X(02).
           01 WS-LEAVE-FS           PIC X(02).
      *    Whether the leave file opened at all - the status field
      *    itself changes on every keyed read, so it cannot double
      *    as the open flag. No leave file means nobody is on leave.
           01 WS-LEAVE-OPEN         PIC A(01) VALUE 'N'.
           01 WS-LEAVE-EOF          PIC A(01).
           01 WS-SCHED-FS           PIC X(02).
           01 WS-ELIG-FS            PIC X(02).
           01 WS-TERM-FS            PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-CAL-EOF            PIC A(01) VALUE 'N'.
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-HIST-EOF           PIC A(01) VALUE 'N'.
           01 WS-EXAM-CODE          PIC X(06).
           01 WS-CURRENT-TERM       PIC X(06) VALUE SPACES.
           01 WS-MIN-PCT            PIC 9(03) VALUE 75.
           01 WS-PERIODS-PER-DAY    PIC 9(02) VALUE 8.
           01 WS-CUTOFF-DATE        PIC 9(08) VALUE ZERO.
           01 WS-FIRST-PAPER-DATE   PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-INT         PIC 9(08).
           01 WS-TERM-START-INT     PIC 9(08) VALUE ZERO.
           01 WS-TERM-END-INT       PIC 9(08) VALUE ZERO.
           01 WS-HAVE-TERM-DATES    PIC A(01) VALUE 'N'.
      *    The term's keyed holidays as day numbers, the same fifty
      *    GPA-ATTENDANCE-BATCH allows.
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DAY OCCURS 50 TIMES PIC 9(08).
           01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-HOL-I              PIC 9(03).
           01 WS-DAY-INT            PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-IS-SCHOOL-DAY      PIC A(01).
           01 WS-SCHOOL-DAYS        PIC 9(03) VALUE ZERO.

      *    The student in hand's approved leave, clipped to the
      *    measured window, as day numbers.
           01 WS-LEAVE-TABLE.
               05 WS-LEAVE-ROW OCCURS 20 TIMES.
                   10 WS-LV-FROM-INT    PIC 9(08).
                   10 WS-LV-TO-INT      PIC 9(08).
           01 WS-LEAVE-COUNT        PIC 9(02) VALUE ZERO.
           01 WS-LV-I               PIC 9(02).
           01 WS-LV-FROM-WORK       PIC 9(08).
           01 WS-LV-TO-WORK         PIC 9(08).
           01 WS-ON-LEAVE           PIC A(01).
           01 WS-LEAVE-DAYS         PIC 9(03).

           01 WS-PERIODS-HELD       PIC 9(05).
           01 WS-PERIODS-ABSENT     PIC 9(05).
           01 WS-ATTEND-PCT         PIC 999V99.
           01 WS-ON-FILE            PIC A(01).
           01 WS-ASSESSED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-ELIGIBLE-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-DEBARRED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-CONDONED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-DISPLAY-PCT        PIC ZZ9.99.
           01 WS-STANDING-WORDS     PIC X(22).

           COPY "runflds.cpy".

           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "EXAM-ELIGIBILITY-RUN".
           MOVE 'EXAM-ELIGIBILITY' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-PARM-CARD.
           MOVE 'MIN-ATTEND-PCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-MIN-PCT
           END-IF.
           MOVE 'PERIODS-PER-DAY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-PERIODS-PER-DAY
           END-IF.
           MOVE 'ELIG-CUTOFF-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-CUTOFF-DATE
           END-IF.
           DISPLAY 'MINIMUM ATTENDANCE PCT: ' WS-MIN-PCT.
           DISPLAY 'PERIODS PER DAY:        ' WS-PERIODS-PER-DAY.

           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-EXAM-CODE.

           PERFORM READ-TERM-CONTROL.
           PERFORM LOAD-CALENDAR.
           IF WS-HAVE-TERM-DATES = 'N'
               DISPLAY 'NO CALENDAR RECORD FOR TERM ' WS-CURRENT-TERM
                   ' - ATTENDANCE CANNOT BE MEASURED'
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM FIND-CUTOFF-DATE.
           PERFORM COUNT-SCHOOL-DAYS.
           IF WS-SCHOOL-DAYS = ZERO
               DISPLAY 'NO SCHOOL DAYS BEFORE THE CUT-OFF - '
                   'NOTHING TO MEASURE'
               PERFORM ABANDON-RUN
           END-IF.
           DISPLAY 'CUT-OFF DATE:           ' WS-CUTOFF-DATE.
           DISPLAY 'SCHOOL DAYS MEASURED:   ' WS-SCHOOL-DAYS.

      *    The history comes back grouped by student, in the same
      *    order the master is read, so the two match up in one
      *    pass.
           SORT SORT-WORK
               ON ASCENDING KEY SW-STUDENT-ID
               ON ASCENDING KEY SW-DATE
               USING ATTEND-HISTORY
               GIVING SORTED-HISTORY.

           PERFORM OPEN-RUN-FILES.
           PERFORM WRITE-LIST-HEADING.
           PERFORM READ-NEXT-ABSENCE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       IF STUDENT-ACTIVE
                           PERFORM ASSESS-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-LIST-TOTALS.

           CLOSE STUDENT.
           CLOSE SORTED-HISTORY.
           CLOSE EXAM-ELIGIBILITY.
           CLOSE DEBARMENT-LIST.
           IF WS-LEAVE-OPEN = 'Y'
               CLOSE LEAVE-APPLICATION
           END-IF.

           DISPLAY 'STUDENTS ASSESSED: ' WS-ASSESSED-COUNT.
           DISPLAY 'ELIGIBLE:          ' WS-ELIGIBLE-COUNT.
           DISPLAY 'DEBARRED:          ' WS-DEBARRED-COUNT.
           DISPLAY 'CONDONED:          ' WS-CONDONED-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       ABANDON-RUN.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERROR' TO RUN-STATUS.
           PERFORM RUN-LOG-END.
           STOP RUN.

       READ-TERM-CONTROL.
           OPEN INPUT TERM-CONTROL.
           IF WS-TERM-FS NOT EQUAL '00'
               DISPLAY "Error opening TERM-CONTROL. Status: "
                   WS-TERM-FS
               PERFORM ABANDON-RUN
           END-IF.
           READ TERM-CONTROL
               AT END
                   DISPLAY 'TERM-CONTROL IS EMPTY - NO CURRENT TERM'
                   CLOSE TERM-CONTROL
                   PERFORM ABANDON-RUN
               NOT AT END MOVE TC-CURRENT-TERM TO WS-CURRENT-TERM
           END-READ.
           CLOSE TERM-CONTROL.
           DISPLAY 'CURRENT TERM:           ' WS-CURRENT-TERM.

       LOAD-CALENDAR.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS NOT EQUAL '00'
               DISPLAY "Error opening ACADEMIC-CALENDAR. Status: "
                   WS-CAL-FS
               PERFORM ABANDON-RUN
           END-IF.
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ ACADEMIC-CALENDAR
                   AT END MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END PERFORM NOTE-CALENDAR-RECORD
               END-READ
           END-PERFORM.
           CLOSE ACADEMIC-CALENDAR.

       NOTE-CALENDAR-RECORD.
           IF AC-TERM-CODE NOT EQUAL WS-CURRENT-TERM
               CONTINUE
           ELSE
               IF AC-TERM-DATES
                   MOVE 'Y' TO WS-HAVE-TERM-DATES
                   COMPUTE WS-TERM-START-INT =
                       FUNCTION INTEGER-OF-DATE(AC-DATE-1)
                   COMPUTE WS-TERM-END-INT =
                       FUNCTION INTEGER-OF-DATE(AC-DATE-2)
               ELSE
                   IF AC-HOLIDAY
                       IF WS-HOLIDAY-COUNT >= 50
                           DISPLAY 'HOLIDAY TABLE FULL - DATE '
                               'DROPPED: ' AC-DATE-1
                       ELSE
                           ADD 1 TO WS-HOLIDAY-COUNT
                           COMPUTE
                               WS-HOLIDAY-DAY(WS-HOLIDAY-COUNT) =
                               FUNCTION INTEGER-OF-DATE(AC-DATE-1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A keyed ELIG-CUTOFF-DATE wins; otherwise attendance counts
      * up to the day before the exam's first paper. An exam with
      * neither cannot be assessed. The window never runs past the
      * term's last day.
       FIND-CUTOFF-DATE.
           IF WS-CUTOFF-DATE = ZERO
               PERFORM FIND-FIRST-PAPER
               IF WS-FIRST-PAPER-DATE = ZERO
                   DISPLAY 'NO PAPERS ON EXAM-SCHEDULE FOR EXAM '
                       WS-EXAM-CODE ' AND NO ELIG-CUTOFF-DATE'
                   PERFORM ABANDON-RUN
               END-IF
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FIRST-PAPER-DATE) - 1
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           ELSE
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CUTOFF-DATE)
           END-IF.
           IF WS-CUTOFF-INT > WS-TERM-END-INT
               MOVE WS-TERM-END-INT TO WS-CUTOFF-INT
               COMPUTE WS-CUTOFF-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
           END-IF.

       FIND-FIRST-PAPER.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-SCHEDULE. Status: "
                   WS-SCHED-FS
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-EXAM-CODE TO ES-EXAM-CODE
               MOVE LOW-VALUES   TO ES-SUBJECT-CODE
               START EXAM-SCHEDULE KEY NOT < ES-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXAM-SCHEDULE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ES-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               IF WS-FIRST-PAPER-DATE = ZERO
                                   OR ES-EXAM-DATE
                                       < WS-FIRST-PAPER-DATE
                                   MOVE ES-EXAM-DATE
                                       TO WS-FIRST-PAPER-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
               MOVE 'N' TO WS-EOF
           END-IF.

       COUNT-SCHOOL-DAYS.
           MOVE ZERO TO WS-SCHOOL-DAYS.
           PERFORM VARYING WS-DAY-INT FROM WS-TERM-START-INT BY 1
               UNTIL WS-DAY-INT > WS-CUTOFF-INT
               PERFORM TEST-ONE-SCHOOL-DAY
               IF WS-IS-SCHOOL-DAY = 'Y'
                   ADD 1 TO WS-SCHOOL-DAYS
               END-IF
           END-PERFORM.

      * Integer day one is a Monday, so REM of the day number by
      * seven gives six for Saturday and zero for Sunday.
       TEST-ONE-SCHOOL-DAY.
           MOVE 'Y' TO WS-IS-SCHOOL-DAY.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-DAY-INT, 7).
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               MOVE 'N' TO WS-IS-SCHOOL-DAY
           ELSE
               PERFORM VARYING WS-HOL-I FROM 1 BY 1
                   UNTIL WS-HOL-I > WS-HOLIDAY-COUNT
                       OR WS-IS-SCHOOL-DAY = 'N'
                   IF WS-HOLIDAY-DAY(WS-HOL-I) = WS-DAY-INT
                       MOVE 'N' TO WS-IS-SCHOOL-DAY
                   END-IF
               END-PERFORM
           END-IF.

       OPEN-RUN-FILES.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT SORTED-HISTORY.
           IF WS-SORTED-FS NOT EQUAL '00'
               DISPLAY "Error opening sorted history. Status: "
                   WS-SORTED-FS
               CLOSE STUDENT
               PERFORM ABANDON-RUN
           END-IF.
           OPEN I-O EXAM-ELIGIBILITY.
           IF WS-ELIG-FS EQUAL '35'
               OPEN OUTPUT EXAM-ELIGIBILITY
               CLOSE EXAM-ELIGIBILITY
               OPEN I-O EXAM-ELIGIBILITY
           END-IF.
           IF WS-ELIG-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-ELIGIBILITY. Status: "
                   WS-ELIG-FS
               CLOSE STUDENT
               CLOSE SORTED-HISTORY
               PERFORM ABANDON-RUN
           END-IF.
           OPEN OUTPUT DEBARMENT-LIST.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening DEBARMENT-LIST. Status: "
                   WS-RPT-FS
               CLOSE STUDENT
               CLOSE SORTED-HISTORY
               CLOSE EXAM-ELIGIBILITY
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT LEAVE-APPLICATION.
           IF WS-LEAVE-FS EQUAL '00'
               MOVE 'Y' TO WS-LEAVE-OPEN
           ELSE
               DISPLAY 'LEAVE-APPLICATION NOT AVAILABLE - NO LEAVE '
                   'EXCLUDED'
           END-IF.

       READ-NEXT-ABSENCE.
           READ SORTED-HISTORY
               AT END MOVE 'Y' TO WS-HIST-EOF
           END-READ.

       ASSESS-ONE-STUDENT.
           ADD 1 TO WS-ASSESSED-COUNT.
           PERFORM LOAD-STUDENT-LEAVE.
           PERFORM COUNT-LEAVE-DAYS.
           COMPUTE WS-PERIODS-HELD =
               (WS-SCHOOL-DAYS - WS-LEAVE-DAYS) * WS-PERIODS-PER-DAY.
           PERFORM COUNT-STUDENT-ABSENCES.
           IF WS-PERIODS-ABSENT > WS-PERIODS-HELD
               MOVE WS-PERIODS-HELD TO WS-PERIODS-ABSENT
           END-IF.
      *    A student on leave for the whole window has nothing to
      *    fall short of.
           IF WS-PERIODS-HELD = ZERO
               MOVE 100 TO WS-ATTEND-PCT
           ELSE
               COMPUTE WS-ATTEND-PCT ROUNDED =
                   (WS-PERIODS-HELD - WS-PERIODS-ABSENT) * 100
                       / WS-PERIODS-HELD
           END-IF.
           PERFORM POST-ELIGIBILITY.

      * Approved ranges for this student that overlap the window,
      * clipped to it, off the leave file's student-plus-from-date
      * key.
       LOAD-STUDENT-LEAVE.
           MOVE ZERO TO WS-LEAVE-COUNT.
           IF WS-LEAVE-OPEN = 'Y'
               MOVE 'N' TO WS-LEAVE-EOF
               MOVE STUDENT-ID TO LV-STUDENT-ID
               MOVE ZERO       TO LV-FROM-DATE
               START LEAVE-APPLICATION KEY NOT < LV-KEY
                   INVALID KEY MOVE 'Y' TO WS-LEAVE-EOF
               END-START
               PERFORM UNTIL WS-LEAVE-EOF = 'Y'
                   READ LEAVE-APPLICATION NEXT RECORD
                       AT END MOVE 'Y' TO WS-LEAVE-EOF
                       NOT AT END
                           IF LV-STUDENT-ID NOT EQUAL STUDENT-ID
                               MOVE 'Y' TO WS-LEAVE-EOF
                           ELSE
                               IF LV-APPROVED
                                   PERFORM NOTE-ONE-LEAVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       NOTE-ONE-LEAVE.
           COMPUTE WS-LV-FROM-WORK =
               FUNCTION INTEGER-OF-DATE(LV-FROM-DATE).
           COMPUTE WS-LV-TO-WORK =
               FUNCTION INTEGER-OF-DATE(LV-TO-DATE).
           IF WS-LV-FROM-WORK < WS-TERM-START-INT
               MOVE WS-TERM-START-INT TO WS-LV-FROM-WORK
           END-IF.
           IF WS-LV-TO-WORK > WS-CUTOFF-INT
               MOVE WS-CUTOFF-INT TO WS-LV-TO-WORK
           END-IF.
           IF WS-LV-FROM-WORK NOT > WS-LV-TO-WORK
               IF WS-LEAVE-COUNT >= 20
                   DISPLAY 'LEAVE TABLE FULL - RANGE DROPPED: '
                       STUDENT-ID ' ' LV-FROM-DATE
               ELSE
                   ADD 1 TO WS-LEAVE-COUNT
                   MOVE WS-LV-FROM-WORK
                       TO WS-LV-FROM-INT(WS-LEAVE-COUNT)
                   MOVE WS-LV-TO-WORK
                       TO WS-LV-TO-INT(WS-LEAVE-COUNT)
               END-IF
           END-IF.

      * School days covered by any approved range; walking the
      * window day by day means two overlapping ranges never take
      * the same day out twice.
       COUNT-LEAVE-DAYS.
           MOVE ZERO TO WS-LEAVE-DAYS.
           IF WS-LEAVE-COUNT > ZERO
               PERFORM VARYING WS-DAY-INT FROM WS-TERM-START-INT
                   BY 1 UNTIL WS-DAY-INT > WS-CUTOFF-INT
                   PERFORM TEST-ONE-SCHOOL-DAY
                   IF WS-IS-SCHOOL-DAY = 'Y'
                       PERFORM TEST-ON-LEAVE
                       IF WS-ON-LEAVE = 'Y'
                           ADD 1 TO WS-LEAVE-DAYS
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       TEST-ON-LEAVE.
           MOVE 'N' TO WS-ON-LEAVE.
           PERFORM VARYING WS-LV-I FROM 1 BY 1
               UNTIL WS-LV-I > WS-LEAVE-COUNT
                   OR WS-ON-LEAVE = 'Y'
               IF WS-DAY-INT NOT < WS-LV-FROM-INT(WS-LV-I)
                   AND WS-DAY-INT NOT > WS-LV-TO-INT(WS-LV-I)
                   MOVE 'Y' TO WS-ON-LEAVE
               END-IF
           END-PERFORM.

      * History for students no longer on the master (or not
      * active) is passed over; this student's absent periods count
      * when they fall on a school day inside the window and off
      * approved leave.
       COUNT-STUDENT-ABSENCES.
           MOVE ZERO TO WS-PERIODS-ABSENT.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               OR SH-STUDENT-ID NOT < STUDENT-ID
               PERFORM READ-NEXT-ABSENCE
           END-PERFORM.
           PERFORM UNTIL WS-HIST-EOF = 'Y'
               OR SH-STUDENT-ID NOT EQUAL STUDENT-ID
               COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(SH-DATE)
               IF WS-DAY-INT NOT < WS-TERM-START-INT
                   AND WS-DAY-INT NOT > WS-CUTOFF-INT
                   PERFORM TEST-ONE-SCHOOL-DAY
                   IF WS-IS-SCHOOL-DAY = 'Y'
                       PERFORM TEST-ON-LEAVE
                       IF WS-ON-LEAVE = 'N'
                           ADD 1 TO WS-PERIODS-ABSENT
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-NEXT-ABSENCE
           END-PERFORM.

      * A condonation already on file stands through a rerun; only
      * the figures are refreshed under it.
       POST-ELIGIBILITY.
           MOVE STUDENT-ID   TO EG-STUDENT-ID.
           MOVE WS-EXAM-CODE TO EG-EXAM-CODE.
           READ EXAM-ELIGIBILITY
               KEY IS EG-KEY
               INVALID KEY MOVE 'N' TO WS-ON-FILE
               NOT INVALID KEY MOVE 'Y' TO WS-ON-FILE
           END-READ.
           IF WS-ON-FILE = 'N'
               MOVE STUDENT-ID   TO EG-STUDENT-ID
               MOVE WS-EXAM-CODE TO EG-EXAM-CODE
               MOVE SPACES       TO EG-STATUS
               MOVE SPACES       TO EG-CONDONED-BY
               MOVE ZERO         TO EG-CONDONED-DATE
               MOVE SPACES       TO EG-CONDONE-REASON
           END-IF.
           MOVE WS-CURRENT-TERM   TO EG-TERM-CODE.
           MOVE WS-CUTOFF-DATE    TO EG-CUTOFF-DATE.
           MOVE WS-PERIODS-HELD   TO EG-PERIODS-HELD.
           MOVE WS-PERIODS-ABSENT TO EG-PERIODS-ABSENT.
           MOVE WS-ATTEND-PCT     TO EG-ATTEND-PCT.
           IF NOT EG-CONDONED
               IF WS-ATTEND-PCT < WS-MIN-PCT
                   MOVE 'D' TO EG-STATUS
               ELSE
                   MOVE 'E' TO EG-STATUS
               END-IF
           END-IF.

           IF WS-ON-FILE = 'Y'
               REWRITE EXAM-ELIGIBILITY-FILE
           ELSE
               WRITE EXAM-ELIGIBILITY-FILE
           END-IF.
           IF WS-ELIG-FS EQUAL '00'
               ADD 1 TO RUN-WRITE-COUNT
           ELSE
               DISPLAY "Error writing EXAM-ELIGIBILITY. Status: "
                   WS-ELIG-FS ' STUDENT ' STUDENT-ID
               ADD 1 TO RUN-REJECT-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN EG-DEBARRED
                   ADD 1 TO WS-DEBARRED-COUNT
                   MOVE 'DEBARRED' TO WS-STANDING-WORDS
                   PERFORM WRITE-LIST-LINE
               WHEN EG-CONDONED
                   ADD 1 TO WS-CONDONED-COUNT
                   MOVE SPACES TO WS-STANDING-WORDS
                   STRING 'CONDONED BY ' EG-CONDONED-BY
                       DELIMITED BY SIZE INTO WS-STANDING-WORDS
                   PERFORM WRITE-LIST-LINE
               WHEN OTHER
                   ADD 1 TO WS-ELIGIBLE-COUNT
           END-EVALUATE.

       WRITE-LIST-HEADING.
           MOVE SPACES TO DEBARMENT-LINE.
           STRING 'EXAM DEBARMENT LIST - EXAM ' WS-EXAM-CODE
               '  TERM ' WS-CURRENT-TERM
               DELIMITED BY SIZE INTO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.
           MOVE SPACES TO DEBARMENT-LINE.
           STRING 'ATTENDANCE TO ' WS-CUTOFF-DATE
               '  MINIMUM ' WS-MIN-PCT '%'
               '  SCHOOL DAYS ' WS-SCHOOL-DAYS
               DELIMITED BY SIZE INTO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.
           MOVE SPACES TO DEBARMENT-LINE.
           STRING 'ID    NAME                      CLS  '
               'ATTEND%  STANDING'
               DELIMITED BY SIZE INTO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.
           MOVE ALL '-' TO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.

       WRITE-LIST-LINE.
           MOVE EG-ATTEND-PCT TO WS-DISPLAY-PCT.
           MOVE SPACES TO DEBARMENT-LINE.
           STRING STUDENT-ID ' ' STUDENT-NAME ' '
               CLASS-YEAR SECTION-CODE '  '
               WS-DISPLAY-PCT '   ' WS-STANDING-WORDS
               DELIMITED BY SIZE INTO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.

       WRITE-LIST-TOTALS.
           MOVE ALL '-' TO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.
           MOVE SPACES TO DEBARMENT-LINE.
           STRING 'ASSESSED ' WS-ASSESSED-COUNT
               '  DEBARRED ' WS-DEBARRED-COUNT
               '  CONDONED ' WS-CONDONED-COUNT
               DELIMITED BY SIZE INTO DEBARMENT-LINE.
           WRITE DEBARMENT-LINE.

       COPY "runwrt.cpy".

       COPY "parmrd.cpy".
