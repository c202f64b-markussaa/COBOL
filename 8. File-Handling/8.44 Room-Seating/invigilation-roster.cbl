      * ROOM-MASTER pins one RM-STAFF-ID to each room for the whole
      * examination, which is unfair on that teacher and impossible
      * when the same hall runs a morning and an afternoon paper.
      * This batch builds the invigilation roster for one exam code:
      * every date, session and room the EXAM-SCHEDULE papers sit in
      * becomes a post - one invigilator per INVIG-SEATS-EACH parm
      * seats of the room's ROOM-MASTER capacity (30 if not given),
      * one for a room not on the master - and each post goes to an
      * SF-ACTIVE teacher who
      *   - teaches none of the subjects sitting in that session (per
      *     TEACHING-ASSIGNMENT) - the seat allocation deals every
      *     paper of a session across all its rooms, so a teacher of
      *     any of them could end up watching their own subject,
      *   - is not already on another room that session, and
      *   - has no recorded STAFF-ABSENCE covering the exam date;
      * among those the teacher with the fewest duties so far in the
      * roster gets it, so the load spreads evenly.
      *
      * The roster replaces any earlier roster for the exam code on
      * INVIGILATION-ROSTER, which ROOM-SEAT-ALLOCATION reads for the
      * chart headings. INVIGILATION-SLIPS gets one duty slip per
      * teacher and INVIGILATION-SUMMARY the duty count per teacher;
      * a post nobody could fill is listed there and sets return
      * code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. INVIGILATION-ROSTER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT ROOM-MASTER ASSIGN TO 'ROOM-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RM-ROOM-CODE
                   FILE STATUS IS WS-ROOM-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT TEACHING-ASSIGNMENT
                   ASSIGN TO 'TEACHING-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS TA-KEY
                   ALTERNATE RECORD KEY IS TA-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ASG-FS.

               SELECT STAFF-ABSENCE ASSIGN TO 'STAFF-ABSENCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS WS-ABS-FS.

               SELECT INVIGILATION-ROSTER
                   ASSIGN TO 'INVIGILATION-ROSTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS IR-KEY
                   FILE STATUS IS WS-ROSTER-FS.

               SELECT DUTY-SLIPS ASSIGN TO 'INVIGILATION-SLIPS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SLIP-FS.

               SELECT DUTY-SUMMARY
                   ASSIGN TO 'INVIGILATION-SUMMARY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUMM-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD ROOM-MASTER.
           COPY "roommas.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD TEACHING-ASSIGNMENT.
           COPY "teachasg.cpy".

           FD STAFF-ABSENCE.
           COPY "stfabs.cpy".

           FD INVIGILATION-ROSTER.
           COPY "invrost.cpy".

           FD DUTY-SLIPS.
           01 DUTY-SLIP-LINE        PIC X(70).

           FD DUTY-SUMMARY.
           01 DUTY-SUMMARY-LINE     PIC X(70).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SCHED-FS           PIC X(02).
           01 WS-ROOM-FS            PIC X(02).
           01 WS-ROOM-OPEN          PIC A(01) VALUE 'N'.
           01 WS-STAFF-FS           PIC X(02).
           01 WS-ASG-FS             PIC X(02).
           01 WS-ABS-FS             PIC X(02).
           01 WS-ROSTER-FS          PIC X(02).
           01 WS-SLIP-FS            PIC X(02).
           01 WS-SUMM-FS            PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-EXAM-CODE          PIC X(06).
           01 WS-SEATS-EACH         PIC 9(03) VALUE 30.
           01 WS-POSTS-NEEDED       PIC 9(02).
           01 WS-POST-NO            PIC 9(02).
           01 WS-FIND-ID            PIC 9(04).
           01 WS-FOUND-I            PIC 9(03).
           01 WS-BEST-STAFF         PIC 9(03).
           01 WS-BEST-DUTIES        PIC 9(03).
           01 WS-FILLED-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-UNFILLED-COUNT     PIC 9(04) VALUE ZERO.
           01 WS-DELETED-COUNT      PIC 9(04) VALUE ZERO.
           01 WS-PRIOR-SITTING      PIC X(10) VALUE SPACES.
           COPY "parmtbl.cpy".

      *    Every teacher on the master, with the duty count and the
      *    per-session flags set afresh for each sitting.
           01 WS-STAFF-TABLE.
               05 WS-STAFF-ROW OCCURS 300 TIMES.
                   10 WS-ST-STAFF-ID    PIC 9(04).
                   10 WS-ST-NAME        PIC A(25).
                   10 WS-ST-ACTIVE      PIC A(01).
                   10 WS-ST-DUTIES      PIC 9(03).
                   10 WS-ST-CONFLICT    PIC A(01).
                   10 WS-ST-BUSY        PIC A(01).
                   10 WS-ST-ABSENT      PIC A(01).
           01 WS-STAFF-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-STAFF-I            PIC 9(03).

           01 WS-ASSIGN-TABLE.
               05 WS-ASSIGN-ROW OCCURS 1000 TIMES.
                   10 WS-AS-STAFF-I     PIC 9(03).
                   10 WS-AS-SUBJECT     PIC X(04).
           01 WS-ASSIGN-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-ASSIGN-I           PIC 9(04).

           01 WS-ABSENCE-TABLE.
               05 WS-ABSENCE-ROW OCCURS 500 TIMES.
                   10 WS-AB-STAFF-ID    PIC 9(04).
                   10 WS-AB-FROM-DATE   PIC 9(08).
                   10 WS-AB-TO-DATE     PIC 9(08).
           01 WS-ABSENCE-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-ABSENCE-I          PIC 9(03).

      *    The exam's papers, and its posts - one per date, session
      *    and room - kept in date, session and room order.
           01 WS-PAPER-TABLE.
               05 WS-PAPER-ROW OCCURS 200 TIMES.
                   10 WS-PA-SITTING.
                       15 WS-PA-DATE    PIC 9(08).
                       15 WS-PA-SESSION PIC X(02).
                   10 WS-PA-SUBJECT     PIC X(04).
           01 WS-PAPER-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-PAPER-I            PIC 9(03).

           01 WS-POST-TABLE.
               05 WS-POST-ROW OCCURS 200 TIMES.
                   10 WS-PO-KEY.
                       15 WS-PO-SITTING.
                           20 WS-PO-DATE    PIC 9(08).
                           20 WS-PO-SESSION PIC X(02).
                       15 WS-PO-ROOM        PIC X(04).
           01 WS-POST-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-POST-I             PIC 9(03).
           01 WS-POST-J             PIC 9(03).
           01 WS-NEW-POST.
               05 WS-NP-DATE        PIC 9(08).
               05 WS-NP-SESSION     PIC X(02).
               05 WS-NP-ROOM        PIC X(04).

      *    Every duty handed out, in post order, for the slips.
           01 WS-DUTY-TABLE.
               05 WS-DUTY-ROW OCCURS 1000 TIMES.
                   10 WS-DU-STAFF-I     PIC 9(03).
                   10 WS-DU-DATE        PIC 9(08).
                   10 WS-DU-SESSION     PIC X(02).
                   10 WS-DU-ROOM        PIC X(04).
           01 WS-DUTY-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-DUTY-I             PIC 9(04).

           01 WS-SLIP-HEADING.
               05 FILLER            PIC X(20)
                   VALUE 'INVIGILATION DUTIES '.
               05 FILLER            PIC X(05) VALUE 'EXAM '.
               05 SH-EXAM-CODE      PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SH-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 SH-STAFF-NAME     PIC A(25).

           01 WS-SLIP-DETAIL.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 FILLER            PIC X(06) VALUE 'DATE '.
               05 SD-DATE           PIC 9(08).
               05 FILLER            PIC X(10) VALUE '  SESSION '.
               05 SD-SESSION        PIC X(02).
               05 FILLER            PIC X(07) VALUE '  ROOM '.
               05 SD-ROOM           PIC X(04).

           01 WS-SUMMARY-HEADING.
               05 FILLER            PIC X(26)
                   VALUE 'INVIGILATION DUTY COUNTS, '.
               05 FILLER            PIC X(05) VALUE 'EXAM '.
               05 SM-EXAM-CODE      PIC X(06).

           01 WS-SUMMARY-DETAIL.
               05 SM-STAFF-ID       PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 SM-STAFF-NAME     PIC A(25).
               05 FILLER            PIC X(09) VALUE '  DUTIES '.
               05 SM-DUTIES         PIC ZZ9.

           01 WS-SUMMARY-TOTALS.
               05 FILLER            PIC X(14) VALUE 'POSTS FILLED: '.
               05 SM-FILLED         PIC ZZZ9.
               05 FILLER            PIC X(12) VALUE '  UNFILLED: '.
               05 SM-UNFILLED       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "INVIGILATION-ROSTER".

           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-EXAM-CODE.

           PERFORM LOAD-PARM-CARD.
           MOVE 'INVIG-SEATS-EACH' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-SEATS-EACH
           END-IF.

           PERFORM LOAD-EXAM-PAPERS.
           IF WS-POST-COUNT = ZERO
               DISPLAY 'NO PAPERS TIMETABLED FOR EXAM ' WS-EXAM-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-STAFF-TABLE.
           PERFORM LOAD-ASSIGN-TABLE.
           PERFORM LOAD-ABSENCE-TABLE.

      *    Without the room master every room gets one invigilator.
           OPEN INPUT ROOM-MASTER.
           IF WS-ROOM-FS EQUAL '00'
               MOVE 'Y' TO WS-ROOM-OPEN
           ELSE
               DISPLAY 'NO ROOM-MASTER - ONE INVIGILATOR PER ROOM'
           END-IF.

           OPEN I-O INVIGILATION-ROSTER.
           IF WS-ROSTER-FS EQUAL '35'
               OPEN OUTPUT INVIGILATION-ROSTER
               CLOSE INVIGILATION-ROSTER
               OPEN I-O INVIGILATION-ROSTER
           END-IF.
           IF WS-ROSTER-FS NOT EQUAL '00'
               DISPLAY "Error opening INVIGILATION-ROSTER. Status: "
                   WS-ROSTER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CLEAR-OLD-ROSTER.

           OPEN OUTPUT DUTY-SUMMARY.
           MOVE WS-EXAM-CODE TO SM-EXAM-CODE.
           MOVE WS-SUMMARY-HEADING TO DUTY-SUMMARY-LINE.
           WRITE DUTY-SUMMARY-LINE.

           PERFORM VARYING WS-POST-I FROM 1 BY 1
               UNTIL WS-POST-I > WS-POST-COUNT
               IF WS-PO-SITTING(WS-POST-I) NOT EQUAL WS-PRIOR-SITTING
                   MOVE WS-PO-SITTING(WS-POST-I) TO WS-PRIOR-SITTING
                   PERFORM PREPARE-SITTING
               END-IF
               PERFORM STAFF-ONE-ROOM
           END-PERFORM.

           CLOSE INVIGILATION-ROSTER.
           IF WS-ROOM-OPEN = 'Y'
               CLOSE ROOM-MASTER
           END-IF.

           PERFORM PRINT-DUTY-SLIPS.
           PERFORM PRINT-DUTY-COUNTS.
           CLOSE DUTY-SUMMARY.

           IF WS-UNFILLED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'EARLIER ROSTER LINES REPLACED: ' WS-DELETED-COUNT.
           DISPLAY 'POSTS FILLED: '   WS-FILLED-COUNT.
           DISPLAY 'POSTS UNFILLED: ' WS-UNFILLED-COUNT.
       STOP RUN.

       LOAD-EXAM-PAPERS.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-SCHEDULE. Status: "
                   WS-SCHED-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           MOVE WS-EXAM-CODE TO ES-EXAM-CODE.
           MOVE LOW-VALUES   TO ES-SUBJECT-CODE.
           START EXAM-SCHEDULE KEY NOT < ES-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXAM-SCHEDULE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ES-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM NOTE-EXAM-PAPER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXAM-SCHEDULE.

       NOTE-EXAM-PAPER.
           IF WS-PAPER-COUNT < 200
               ADD 1 TO WS-PAPER-COUNT
               MOVE ES-EXAM-DATE    TO WS-PA-DATE(WS-PAPER-COUNT)
               MOVE ES-SESSION      TO WS-PA-SESSION(WS-PAPER-COUNT)
               MOVE ES-SUBJECT-CODE TO WS-PA-SUBJECT(WS-PAPER-COUNT)
           ELSE
               DISPLAY 'PAPER TABLE FULL - NOT ROSTERED: '
                   ES-SUBJECT-CODE
           END-IF.

           MOVE ES-EXAM-DATE TO WS-NP-DATE.
           MOVE ES-SESSION   TO WS-NP-SESSION.
           MOVE ES-ROOM      TO WS-NP-ROOM.
           MOVE 1 TO WS-POST-I.
           PERFORM UNTIL WS-POST-I > WS-POST-COUNT
                  OR WS-PO-KEY(WS-POST-I) NOT < WS-NEW-POST
               ADD 1 TO WS-POST-I
           END-PERFORM.
           IF WS-POST-I > WS-POST-COUNT
               OR WS-PO-KEY(WS-POST-I) NOT EQUAL WS-NEW-POST
               IF WS-POST-COUNT < 200
                   MOVE WS-POST-COUNT TO WS-POST-J
                   PERFORM UNTIL WS-POST-J < WS-POST-I
                       MOVE WS-PO-KEY(WS-POST-J)
                           TO WS-PO-KEY(WS-POST-J + 1)
                       SUBTRACT 1 FROM WS-POST-J
                   END-PERFORM
                   MOVE WS-NEW-POST TO WS-PO-KEY(WS-POST-I)
                   ADD 1 TO WS-POST-COUNT
               ELSE
                   DISPLAY 'POST TABLE FULL - ROOM NOT ROSTERED: '
                       ES-ROOM
               END-IF
           END-IF.

       LOAD-STAFF-TABLE.
           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ STAFF-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-STAFF-COUNT < 300
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE SF-STAFF-ID
                               TO WS-ST-STAFF-ID(WS-STAFF-COUNT)
                           MOVE SF-STAFF-NAME
                               TO WS-ST-NAME(WS-STAFF-COUNT)
                           IF SF-ACTIVE
                               MOVE 'Y' TO WS-ST-ACTIVE(WS-STAFF-COUNT)
                           ELSE
                               MOVE 'N' TO WS-ST-ACTIVE(WS-STAFF-COUNT)
                           END-IF
                           MOVE ZERO TO WS-ST-DUTIES(WS-STAFF-COUNT)
                       ELSE
                           DISPLAY 'STAFF TABLE FULL - NOT LOADED: '
                               SF-STAFF-ID
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STAFF-MAST.

       FIND-STAFF-ROW.
           MOVE ZERO TO WS-FOUND-I.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
                  OR WS-FOUND-I > ZERO
               IF WS-ST-STAFF-ID(WS-STAFF-I) = WS-FIND-ID
                   MOVE WS-STAFF-I TO WS-FOUND-I
               END-IF
           END-PERFORM.

       LOAD-ASSIGN-TABLE.
           OPEN INPUT TEACHING-ASSIGNMENT.
           IF WS-ASG-FS NOT EQUAL '00'
               DISPLAY "Error opening TEACHING-ASSIGNMENT. Status: "
                   WS-ASG-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TEACHING-ASSIGNMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF TA-ASSIGNED
                           PERFORM ADD-ASSIGN-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TEACHING-ASSIGNMENT.

       ADD-ASSIGN-ROW.
           MOVE TA-STAFF-ID TO WS-FIND-ID.
           PERFORM FIND-STAFF-ROW.
           IF WS-FOUND-I > ZERO
               IF WS-ASSIGN-COUNT < 1000
                   ADD 1 TO WS-ASSIGN-COUNT
                   MOVE WS-FOUND-I TO WS-AS-STAFF-I(WS-ASSIGN-COUNT)
                   MOVE TA-SUBJECT-CODE
                       TO WS-AS-SUBJECT(WS-ASSIGN-COUNT)
               ELSE
                   DISPLAY 'ASSIGNMENT TABLE FULL - NOT LOADED: '
                       TA-KEY
               END-IF
           END-IF.

      * No absence file just means nobody is known to be away.
       LOAD-ABSENCE-TABLE.
           OPEN INPUT STAFF-ABSENCE.
           IF WS-ABS-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STAFF-ABSENCE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SA-RECORDED AND WS-ABSENCE-COUNT < 500
                               ADD 1 TO WS-ABSENCE-COUNT
                               MOVE SA-STAFF-ID
                                   TO WS-AB-STAFF-ID(WS-ABSENCE-COUNT)
                               MOVE SA-FROM-DATE
                                   TO WS-AB-FROM-DATE(WS-ABSENCE-COUNT)
                               MOVE SA-TO-DATE
                                   TO WS-AB-TO-DATE(WS-ABSENCE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STAFF-ABSENCE
           END-IF.

      * A rerun for the exam replaces the whole earlier roster.
       CLEAR-OLD-ROSTER.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES   TO IR-KEY.
           MOVE WS-EXAM-CODE TO IR-EXAM-CODE.
           START INVIGILATION-ROSTER KEY NOT < IR-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ INVIGILATION-ROSTER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF IR-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE INVIGILATION-ROSTER RECORD
                               INVALID KEY
                                   DISPLAY 'ROSTER: Invalid Key '
                                       IR-KEY
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

      * A new date and session: nobody is on a room yet, a teacher
      * of any subject sitting now is barred, and so is anyone away
      * that day.
       PREPARE-SITTING.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               MOVE 'N' TO WS-ST-CONFLICT(WS-STAFF-I)
               MOVE 'N' TO WS-ST-BUSY(WS-STAFF-I)
               MOVE 'N' TO WS-ST-ABSENT(WS-STAFF-I)
           END-PERFORM.

           PERFORM VARYING WS-PAPER-I FROM 1 BY 1
               UNTIL WS-PAPER-I > WS-PAPER-COUNT
               IF WS-PA-SITTING(WS-PAPER-I) = WS-PRIOR-SITTING
                   PERFORM VARYING WS-ASSIGN-I FROM 1 BY 1
                       UNTIL WS-ASSIGN-I > WS-ASSIGN-COUNT
                       IF WS-AS-SUBJECT(WS-ASSIGN-I)
                           = WS-PA-SUBJECT(WS-PAPER-I)
                           MOVE WS-AS-STAFF-I(WS-ASSIGN-I)
                               TO WS-STAFF-I
                           MOVE 'Y' TO WS-ST-CONFLICT(WS-STAFF-I)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

           PERFORM VARYING WS-ABSENCE-I FROM 1 BY 1
               UNTIL WS-ABSENCE-I > WS-ABSENCE-COUNT
               IF WS-AB-FROM-DATE(WS-ABSENCE-I)
                       NOT > WS-PO-DATE(WS-POST-I)
                   AND WS-AB-TO-DATE(WS-ABSENCE-I)
                       NOT < WS-PO-DATE(WS-POST-I)
                   MOVE WS-AB-STAFF-ID(WS-ABSENCE-I) TO WS-FIND-ID
                   PERFORM FIND-STAFF-ROW
                   IF WS-FOUND-I > ZERO
                       MOVE 'Y' TO WS-ST-ABSENT(WS-FOUND-I)
                   END-IF
               END-IF
           END-PERFORM.

      * One invigilator per INVIG-SEATS-EACH seats, rounded up;
      * never fewer than one, never more than nine.
       STAFF-ONE-ROOM.
           MOVE 1 TO WS-POSTS-NEEDED.
           IF WS-ROOM-OPEN = 'Y'
               MOVE WS-PO-ROOM(WS-POST-I) TO RM-ROOM-CODE
               READ ROOM-MASTER
                   KEY IS RM-ROOM-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-POSTS-NEEDED =
                           (RM-CAPACITY + WS-SEATS-EACH - 1)
                               / WS-SEATS-EACH
               END-READ
           END-IF.
           IF WS-POSTS-NEEDED < 1
               MOVE 1 TO WS-POSTS-NEEDED
           END-IF.
           IF WS-POSTS-NEEDED > 9
               MOVE 9 TO WS-POSTS-NEEDED
           END-IF.

           PERFORM VARYING WS-POST-NO FROM 1 BY 1
               UNTIL WS-POST-NO > WS-POSTS-NEEDED
               PERFORM CHOOSE-INVIGILATOR
           END-PERFORM.

      * The eligible teacher with the fewest duties so far; on a tie
      * the lower staff number.
       CHOOSE-INVIGILATOR.
           MOVE ZERO TO WS-BEST-STAFF.
           MOVE 999  TO WS-BEST-DUTIES.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               IF WS-ST-ACTIVE(WS-STAFF-I) = 'Y'
                   AND WS-ST-CONFLICT(WS-STAFF-I) = 'N'
                   AND WS-ST-BUSY(WS-STAFF-I) = 'N'
                   AND WS-ST-ABSENT(WS-STAFF-I) = 'N'
                   AND WS-ST-DUTIES(WS-STAFF-I) < WS-BEST-DUTIES
                   MOVE WS-STAFF-I TO WS-BEST-STAFF
                   MOVE WS-ST-DUTIES(WS-STAFF-I) TO WS-BEST-DUTIES
               END-IF
           END-PERFORM.

           IF WS-BEST-STAFF = ZERO
               ADD 1 TO WS-UNFILLED-COUNT
               MOVE SPACES TO DUTY-SUMMARY-LINE
               STRING 'UNFILLED POST: DATE ' WS-PO-DATE(WS-POST-I)
                   ' SESSION ' WS-PO-SESSION(WS-POST-I)
                   ' ROOM ' WS-PO-ROOM(WS-POST-I)
                   ' POST ' WS-POST-NO
                   DELIMITED BY SIZE INTO DUTY-SUMMARY-LINE
               WRITE DUTY-SUMMARY-LINE
           ELSE
               MOVE 'Y' TO WS-ST-BUSY(WS-BEST-STAFF)
               ADD 1 TO WS-ST-DUTIES(WS-BEST-STAFF)
               ADD 1 TO WS-FILLED-COUNT

               MOVE WS-EXAM-CODE             TO IR-EXAM-CODE
               MOVE WS-PO-DATE(WS-POST-I)    TO IR-EXAM-DATE
               MOVE WS-PO-SESSION(WS-POST-I) TO IR-SESSION
               MOVE WS-PO-ROOM(WS-POST-I)    TO IR-ROOM
               MOVE WS-POST-NO               TO IR-POST-NO
               MOVE WS-ST-STAFF-ID(WS-BEST-STAFF) TO IR-STAFF-ID
               WRITE INVIGILATION-ROSTER-FILE
                   INVALID KEY DISPLAY 'ROSTER: Invalid Key ' IR-KEY
               END-WRITE

               IF WS-DUTY-COUNT < 1000
                   ADD 1 TO WS-DUTY-COUNT
                   MOVE WS-BEST-STAFF
                       TO WS-DU-STAFF-I(WS-DUTY-COUNT)
                   MOVE WS-PO-DATE(WS-POST-I)
                       TO WS-DU-DATE(WS-DUTY-COUNT)
                   MOVE WS-PO-SESSION(WS-POST-I)
                       TO WS-DU-SESSION(WS-DUTY-COUNT)
                   MOVE WS-PO-ROOM(WS-POST-I)
                       TO WS-DU-ROOM(WS-DUTY-COUNT)
               END-IF
           END-IF.

      * One slip per teacher with duties, the duties in date order.
       PRINT-DUTY-SLIPS.
           OPEN OUTPUT DUTY-SLIPS.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               IF WS-ST-DUTIES(WS-STAFF-I) > ZERO
                   MOVE WS-EXAM-CODE TO SH-EXAM-CODE
                   MOVE WS-ST-STAFF-ID(WS-STAFF-I) TO SH-STAFF-ID
                   MOVE WS-ST-NAME(WS-STAFF-I)     TO SH-STAFF-NAME
                   MOVE WS-SLIP-HEADING TO DUTY-SLIP-LINE
                   WRITE DUTY-SLIP-LINE
                   PERFORM VARYING WS-DUTY-I FROM 1 BY 1
                       UNTIL WS-DUTY-I > WS-DUTY-COUNT
                       IF WS-DU-STAFF-I(WS-DUTY-I) = WS-STAFF-I
                           MOVE WS-DU-DATE(WS-DUTY-I)    TO SD-DATE
                           MOVE WS-DU-SESSION(WS-DUTY-I) TO SD-SESSION
                           MOVE WS-DU-ROOM(WS-DUTY-I)    TO SD-ROOM
                           MOVE WS-SLIP-DETAIL TO DUTY-SLIP-LINE
                           WRITE DUTY-SLIP-LINE
                       END-IF
                   END-PERFORM
                   MOVE SPACES TO DUTY-SLIP-LINE
                   WRITE DUTY-SLIP-LINE
               END-IF
           END-PERFORM.
           CLOSE DUTY-SLIPS.

      * Every active teacher is listed, duties or not, so an uneven
      * spread shows.
       PRINT-DUTY-COUNTS.
           PERFORM VARYING WS-STAFF-I FROM 1 BY 1
               UNTIL WS-STAFF-I > WS-STAFF-COUNT
               IF WS-ST-ACTIVE(WS-STAFF-I) = 'Y'
                   OR WS-ST-DUTIES(WS-STAFF-I) > ZERO
                   MOVE WS-ST-STAFF-ID(WS-STAFF-I) TO SM-STAFF-ID
                   MOVE WS-ST-NAME(WS-STAFF-I)     TO SM-STAFF-NAME
                   MOVE WS-ST-DUTIES(WS-STAFF-I)   TO SM-DUTIES
                   MOVE WS-SUMMARY-DETAIL TO DUTY-SUMMARY-LINE
                   WRITE DUTY-SUMMARY-LINE
               END-IF
           END-PERFORM.
           MOVE WS-FILLED-COUNT   TO SM-FILLED.
           MOVE WS-UNFILLED-COUNT TO SM-UNFILLED.
           MOVE WS-SUMMARY-TOTALS TO DUTY-SUMMARY-LINE.
           WRITE DUTY-SUMMARY-LINE.

       COPY "parmrd.cpy".
