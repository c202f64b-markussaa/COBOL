      * AUDIT-INQUIRY answers "who changed this student". Internal
      * audit's quarterly question runs the other way - "what did
      * this operator do" - and the answer was spread over six
      * trails. This report gathers, for the REVIEW-FROM to REVIEW-TO
      * dates on the parm card (the ninety days to today when
      * absent), every operator's actions off STUDENT-AUDIT,
      * SATELLITE-AUDIT, ONLINE-JOURNAL, the RECEIPT-REGISTER lines
      * PAYMENT-POSTING tags with the cashier, the cashier sessions
      * (closed ones off SESSION-REGISTER, open ones off
      * CASHIER-SESSION) and the fee adjustments FEE-ADJUSTMENT-
      * POSTING leaves on the satellite trail under the approver.
      * Entries made as BATCH are the night's own work, not an
      * operator's, and are left out.
      *
      * The actions are sorted by operator and time. Each operator
      * gets a volume count by trail and action type, and a line for
      * every action that wants a second look:
      *   HOURS - keyed before SCHOOL-START or from SCHOOL-END on
      *           (0700 and 1800 unless the parm card says; the
      *           registers carry no time, so only the trails with
      *           a clock are judged);
      *   DAY   - a weekend, an ACADEMIC-CALENDAR holiday, or a day
      *           outside every term;
      *   PERM  - an action above the operator's OPERATOR-MASTER
      *           permission level (a delete, adjustment or
      *           write-off needs level 3, any other change level
      *           2, a logged VIEW of a sensitive field level 1),
      *           or an operator id not on OPERATOR-MASTER.
      * The report closes with the operators who did nothing in the
      * period and the accounts dormant DORMANT-DAYS (90) or more,
      * judged on their latest action on any trail, so internal
      * audit can have them disabled. Anything flagged sets return
      * code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERATOR-ACTIVITY-REVIEW.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

               SELECT ONLINE-JOURNAL ASSIGN TO 'ONLINE-JOURNAL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FS.

               SELECT RECEIPT-REGISTER
                   ASSIGN TO 'RECEIPT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCPT-FS.

               SELECT SESSION-REGISTER
                   ASSIGN TO 'SESSION-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SREG-FS.

               SELECT CASHIER-SESSIONS ASSIGN TO 'CASHIER-SESSION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CS-OPERATOR-ID
                   FILE STATUS IS WS-SESS-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT ACTIVITY-REPORT
                   ASSIGN TO 'OPERATOR-ACTIVITY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT ACTIVITY-WORK ASSIGN TO 'OPERSORT'.

       DATA DIVISION.
           FILE SECTION.
           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           FD ONLINE-JOURNAL.
           COPY "onljrnl.cpy".

      *    A receipt line in PAYMENT-POSTING's fixed positions, with
      *    the cashier after the date.
           FD RECEIPT-REGISTER.
           01 RECEIPT-REGISTER-LINE.
               05 RL-TAG            PIC X(08).
               05 RL-RECEIPT-NUMBER PIC X(08).
               05 FILLER            PIC X(04).
               05 RL-STUDENT-ID     PIC X(05).
               05 FILLER            PIC X(25).
               05 FILLER            PIC X(06).
               05 RL-PAY-DATE       PIC 9(08).
               05 RL-OPR-TAG        PIC X(05).
               05 RL-CASHIER-ID     PIC X(08).
               05 FILLER            PIC X(03).

      *    A closed session as CASHIER-SESSION strings it.
           FD SESSION-REGISTER.
           01 SESSION-REGISTER-LINE.
               05 SG-TAG            PIC X(08).
               05 SG-OPERATOR-ID    PIC X(08).
               05 FILLER            PIC X(01).
               05 SG-OPEN-DATE      PIC 9(08).
               05 FILLER            PIC X(65).

           FD CASHIER-SESSIONS.
           COPY "cashsess.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD ACTIVITY-REPORT.
           01 ACTIVITY-REPORT-LINE  PIC X(90).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

      *    One operator action in the review period.
           SD ACTIVITY-WORK.
           01 ACTIVITY-WORK-REC.
               05 SW-OPERATOR-ID    PIC X(08).
               05 SW-DATE           PIC 9(08).
               05 SW-TIME           PIC 9(06).
               05 SW-TIME-KNOWN     PIC X(01).
               05 SW-SOURCE         PIC X(04).
               05 SW-ACTION         PIC X(08).
               05 SW-DETAIL         PIC X(30).
               05 SW-HOURS-FLAG     PIC X(01).
               05 SW-DAY-FLAG       PIC X(01).
               05 SW-PERM-FLAG      PIC X(01).

           WORKING-STORAGE SECTION.
           01 WS-OPER-FS            PIC X(02).
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-SATAUD-FS          PIC X(02).
           01 WS-JRNL-FS            PIC X(02).
           01 WS-RCPT-FS            PIC X(02).
           01 WS-SREG-FS            PIC X(02).
           01 WS-SESS-FS            PIC X(02).
           01 WS-CAL-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).

      *    The parm card settings, with their defaults.
           01 WS-FROM-DATE          PIC 9(08) VALUE ZERO.
           01 WS-TO-DATE            PIC 9(08) VALUE ZERO.
           01 WS-SCHOOL-START       PIC 9(04) VALUE 0700.
           01 WS-SCHOOL-END         PIC 9(04) VALUE 1800.
           01 WS-DORMANT-DAYS       PIC 9(03) VALUE 90.
           COPY "parmtbl.cpy".
           01 WS-TO-INT             PIC 9(08).

      *    OPERATOR-MASTER held in storage, with each operator's
      *    latest action on any trail and whether they did anything
      *    in the period.
           01 WS-OPERATOR-TABLE.
               05 WS-OPT-ROW OCCURS 200 TIMES.
                   10 WS-OPT-ID         PIC X(08).
                   10 WS-OPT-LEVEL      PIC 9(01).
                   10 WS-OPT-LAST-DATE  PIC 9(08).
                   10 WS-OPT-SEEN       PIC X(01).
           01 WS-OPT-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-OPT-I              PIC 9(03).
           01 WS-OPT-FOUND          PIC 9(03).

      *    ACADEMIC-CALENDAR's term ranges and holidays.
           01 WS-TERM-TABLE.
               05 WS-TERM-ROW OCCURS 12 TIMES.
                   10 WS-TERM-START     PIC 9(08).
                   10 WS-TERM-END       PIC 9(08).
           01 WS-TERM-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-TERM-I             PIC 9(02).
           01 WS-HOLIDAY-TABLE.
               05 WS-HOLIDAY-DATE OCCURS 100 TIMES PIC 9(08).
           01 WS-HOLIDAY-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-HOL-I              PIC 9(03).
           01 WS-PROBE-DATE         PIC 9(08).
           01 WS-PROBE-INT          PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-IS-SCHOOL-DAY      PIC A(01).

      *    The action being gathered off whichever trail.
           01 WS-ACT-OPERATOR       PIC X(08).
           01 WS-ACT-DATE           PIC 9(08).
           01 WS-ACT-TIME           PIC 9(06).
           01 WS-ACT-CLOCK REDEFINES WS-ACT-TIME.
               05 WS-ACT-HHMM       PIC 9(04).
               05 FILLER            PIC 9(02).
           01 WS-ACT-TIME-KNOWN     PIC X(01).
           01 WS-ACT-SOURCE         PIC X(04).
           01 WS-ACT-ACTION         PIC X(08).
           01 WS-ACT-DETAIL         PIC X(30).
           01 WS-NEED-LEVEL         PIC 9(01).
           01 WS-GATHERED-COUNT     PIC 9(07) VALUE ZERO.

      *    The control-break holders for the operator being printed.
           01 WS-HAVE-OPERATOR      PIC A(01) VALUE 'N'.
           01 WS-PRIOR-OPERATOR     PIC X(08).
           01 WS-OP-ACTIONS         PIC 9(05).
           01 WS-OP-HOURS           PIC 9(05).
           01 WS-OP-DAYS            PIC 9(05).
           01 WS-OP-PERMS           PIC 9(05).
           01 WS-OP-EXCEPTIONS      PIC 9(05).
           01 WS-TYPE-TABLE.
               05 WS-TYPE-ROW OCCURS 40 TIMES.
                   10 WS-TYPE-NAME      PIC X(13).
                   10 WS-TYPE-COUNT     PIC 9(05).
           01 WS-TYPE-COUNT-USED    PIC 9(02).
           01 WS-TYPE-I             PIC 9(02).
           01 WS-TYPE-KEY           PIC X(13).

           01 WS-FLAGGED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-OPERATOR-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-DORMANT-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-QUIET-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-IDLE-DAYS          PIC 9(05).
           01 WS-FLAG-TEXT          PIC X(15).

           01 WS-OPERATOR-HEADING.
               05 FILLER PIC X(09) VALUE 'OPERATOR '.
               05 OH-OPERATOR-ID    PIC X(08).
               05 FILLER PIC X(02) VALUE SPACES.
               05 OH-LEVEL-TEXT     PIC X(30).

           01 WS-EXCEPTION-HEADING.
               05 FILLER PIC X(04) VALUE SPACES.
               05 FILLER PIC X(09) VALUE 'DATE'.
               05 FILLER PIC X(05) VALUE 'TIME'.
               05 FILLER PIC X(05) VALUE 'FROM'.
               05 FILLER PIC X(09) VALUE 'ACTION'.
               05 FILLER PIC X(31) VALUE 'DETAIL'.
               05 FILLER PIC X(07) VALUE 'FLAGGED'.

           01 WS-EXCEPTION-LINE.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 EL-DATE           PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 EL-TIME           PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 EL-SOURCE         PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 EL-ACTION         PIC X(08).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 EL-DETAIL         PIC X(30).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 EL-FLAGS          PIC X(15).

           01 WS-TYPE-LINE.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 TL-TYPE-NAME      PIC X(13).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-TYPE-COUNT     PIC ZZZZ9.

           01 WS-TOTAL-LINE.
               05 FILLER PIC X(12) VALUE '  ACTIONS: '.
               05 TT-ACTIONS        PIC ZZZZ9.
               05 FILLER PIC X(16) VALUE '  OUT OF HOURS: '.
               05 TT-HOURS          PIC ZZZZ9.
               05 FILLER PIC X(18) VALUE '  NON-SCHOOL DAY: '.
               05 TT-DAYS           PIC ZZZZ9.
               05 FILLER PIC X(15) VALUE '  PERMISSION: '.
               05 TT-PERMS          PIC ZZZZ9.

           01 WS-ACCOUNT-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-OPERATOR-ID    PIC X(08).
               05 FILLER PIC X(08) VALUE '  LEVEL '.
               05 AL-LEVEL          PIC 9(01).
               05 FILLER PIC X(15) VALUE '  LAST ACTION '.
               05 AL-LAST-DATE      PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-IDLE-TEXT      PIC X(20).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "OPERATOR-ACTIVITY-REVIEW".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           MOVE 'REVIEW-TO' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-TO-DATE
           ELSE
               MOVE WS-TODAY TO WS-TO-DATE
           END-IF.
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           MOVE 'REVIEW-FROM' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-FROM-DATE
           ELSE
               COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-TO-INT - 90)
           END-IF.
           MOVE 'SCHOOL-START' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-SCHOOL-START
           END-IF.
           MOVE 'SCHOOL-END' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-SCHOOL-END
           END-IF.
           MOVE 'DORMANT-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-DORMANT-DAYS
           END-IF.
           DISPLAY 'REVIEWING ' WS-FROM-DATE ' TO ' WS-TO-DATE
               ' SCHOOL HOURS ' WS-SCHOOL-START '-' WS-SCHOOL-END.

           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'REVIEW-FROM IS AFTER REVIEW-TO - NOTHING RUN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-OPERATORS.
           PERFORM LOAD-CALENDAR.

           OPEN OUTPUT ACTIVITY-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening OPERATOR-ACTIVITY. Status: "
                   WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           STRING 'OPERATOR ACTIVITY REVIEW ' WS-FROM-DATE
               ' TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           STRING 'SCHOOL HOURS ' WS-SCHOOL-START ' TO '
               WS-SCHOOL-END '   DORMANT AFTER ' WS-DORMANT-DAYS
               ' DAYS'
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

           SORT ACTIVITY-WORK
               ON ASCENDING KEY SW-OPERATOR-ID
               ON ASCENDING KEY SW-DATE
               ON ASCENDING KEY SW-TIME
               INPUT PROCEDURE IS GATHER-ACTIVITY
               OUTPUT PROCEDURE IS PRINT-OPERATOR-ACTIVITY.

           PERFORM PRINT-QUIET-OPERATORS.
           PERFORM PRINT-DORMANT-ACCOUNTS.
           CLOSE ACTIVITY-REPORT.

           DISPLAY 'ACTIONS GATHERED: '   WS-GATHERED-COUNT.
           DISPLAY 'OPERATORS ACTIVE: '   WS-OPERATOR-COUNT.
           DISPLAY 'ACTIONS FLAGGED: '    WS-FLAGGED-COUNT.
           DISPLAY 'DORMANT ACCOUNTS: '   WS-DORMANT-COUNT.
           IF WS-FLAGGED-COUNT > ZERO OR WS-DORMANT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MAST.
           IF WS-OPER-FS NOT EQUAL '00'
               DISPLAY "Error opening OPERATOR-MASTER. Status: "
                   WS-OPER-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPERATOR-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-OPERATOR
               END-READ
           END-PERFORM.
           CLOSE OPERATOR-MAST.

       LOAD-ONE-OPERATOR.
           IF WS-OPT-COUNT >= 200
               DISPLAY 'OPERATOR TABLE FULL - NOT REVIEWED: '
                   OP-OPERATOR-ID
           ELSE
               ADD 1 TO WS-OPT-COUNT
               MOVE OP-OPERATOR-ID TO WS-OPT-ID(WS-OPT-COUNT)
               MOVE OP-PERM-LEVEL  TO WS-OPT-LEVEL(WS-OPT-COUNT)
               MOVE ZERO           TO WS-OPT-LAST-DATE(WS-OPT-COUNT)
               MOVE 'N'            TO WS-OPT-SEEN(WS-OPT-COUNT)
           END-IF.

       LOAD-CALENDAR.
           OPEN INPUT ACADEMIC-CALENDAR.
           IF WS-CAL-FS NOT EQUAL '00'
               DISPLAY 'NO ACADEMIC-CALENDAR - ONLY WEEKENDS ARE '
                   'NON-SCHOOL DAYS'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACADEMIC-CALENDAR
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-CALENDAR-DATE
                   END-READ
               END-PERFORM
               CLOSE ACADEMIC-CALENDAR
           END-IF.

       LOAD-ONE-CALENDAR-DATE.
           EVALUATE TRUE
               WHEN AC-TERM-DATES AND WS-TERM-COUNT < 12
                   ADD 1 TO WS-TERM-COUNT
                   MOVE AC-DATE-1 TO WS-TERM-START(WS-TERM-COUNT)
                   MOVE AC-DATE-2 TO WS-TERM-END(WS-TERM-COUNT)
               WHEN AC-HOLIDAY AND WS-HOLIDAY-COUNT < 100
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE AC-DATE-1 TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Each trail is optional: a site that has never run a program
      * simply has no actions from it.
       GATHER-ACTIVITY.
           PERFORM GATHER-STUDENT-AUDIT.
           PERFORM GATHER-SATELLITE-AUDIT.
           PERFORM GATHER-ONLINE-JOURNAL.
           PERFORM GATHER-RECEIPTS.
           PERFORM GATHER-SESSION-REGISTER.
           PERFORM GATHER-OPEN-SESSIONS.

       GATHER-STUDENT-AUDIT.
           OPEN INPUT STUDENT-AUDIT.
           IF WS-AUDIT-FS NOT EQUAL '00'
               DISPLAY 'NO STUDENT-AUDIT ON FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ STUDENT-AUDIT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-STUDENT-AUDIT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-AUDIT
           END-IF.

       TAKE-STUDENT-AUDIT.
           MOVE AUD-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE AUD-DATE        TO WS-ACT-DATE.
           MOVE AUD-TIME        TO WS-ACT-TIME.
           MOVE 'Y'             TO WS-ACT-TIME-KNOWN.
           MOVE 'STU'           TO WS-ACT-SOURCE.
           MOVE AUD-ACTION      TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-DETAIL.
           STRING 'STUDENT ' AUD-STUDENT-ID ' BY ' AUD-PROGRAM
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

       GATHER-SATELLITE-AUDIT.
           OPEN INPUT SATELLITE-AUDIT.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'NO SATELLITE-AUDIT ON FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SATELLITE-AUDIT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-SATELLITE-AUDIT
                   END-READ
               END-PERFORM
               CLOSE SATELLITE-AUDIT
           END-IF.

      * FEE-ADJUSTMENT-POSTING's adjustments and write-offs land on
      * this trail against RECEIVABLE under the approver; they are
      * counted as fee adjustments rather than satellite changes.
       TAKE-SATELLITE-AUDIT.
           MOVE SA-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE SA-DATE        TO WS-ACT-DATE.
           MOVE SA-TIME        TO WS-ACT-TIME.
           MOVE 'Y'            TO WS-ACT-TIME-KNOWN.
           IF SA-FILE-NAME = 'RECEIVABLE'
               AND (SA-ACTION = 'ADJUST' OR SA-ACTION = 'WRITEOFF')
               MOVE 'FEE'      TO WS-ACT-SOURCE
           ELSE
               MOVE 'SAT'      TO WS-ACT-SOURCE
           END-IF.
           MOVE SA-ACTION      TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-DETAIL.
           STRING SA-FILE-NAME ' ' SA-RECORD-KEY
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

       GATHER-ONLINE-JOURNAL.
           OPEN INPUT ONLINE-JOURNAL.
           IF WS-JRNL-FS NOT EQUAL '00'
               DISPLAY 'NO ONLINE-JOURNAL ON FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ONLINE-JOURNAL
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-ONLINE-JOURNAL
                   END-READ
               END-PERFORM
               CLOSE ONLINE-JOURNAL
           END-IF.

       TAKE-ONLINE-JOURNAL.
           MOVE OJ-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE OJ-DATE        TO WS-ACT-DATE.
           MOVE OJ-TIME        TO WS-ACT-TIME.
           MOVE 'Y'            TO WS-ACT-TIME-KNOWN.
           MOVE 'JNL'          TO WS-ACT-SOURCE.
           MOVE OJ-ACTION      TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-DETAIL.
           STRING 'STUDENT ' OJ-STUDENT-ID ' KEYED'
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

      * Only a RECEIPT= line carries a cashier; reversals, refunds,
      * awards and direct-debit receipts are batch postings.
       GATHER-RECEIPTS.
           OPEN INPUT RECEIPT-REGISTER.
           IF WS-RCPT-FS NOT EQUAL '00'
               DISPLAY 'NO RECEIPT-REGISTER ON FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIPT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF RL-TAG = 'RECEIPT='
                               AND RL-OPR-TAG = ' OPR='
                               AND RL-PAY-DATE IS NUMERIC
                               PERFORM TAKE-RECEIPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-REGISTER
           END-IF.

       TAKE-RECEIPT.
           MOVE RL-CASHIER-ID  TO WS-ACT-OPERATOR.
           MOVE RL-PAY-DATE    TO WS-ACT-DATE.
           MOVE ZERO           TO WS-ACT-TIME.
           MOVE 'N'            TO WS-ACT-TIME-KNOWN.
           MOVE 'RCPT'         TO WS-ACT-SOURCE.
           MOVE 'RECEIPT'      TO WS-ACT-ACTION.
           MOVE SPACES TO WS-ACT-DETAIL.
           STRING 'RECEIPT ' RL-RECEIPT-NUMBER ' ID=' RL-STUDENT-ID
               DELIMITED BY SIZE INTO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

       GATHER-SESSION-REGISTER.
           OPEN INPUT SESSION-REGISTER.
           IF WS-SREG-FS NOT EQUAL '00'
               DISPLAY 'NO SESSION-REGISTER ON FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SESSION-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF SG-TAG = 'SESSION '
                               AND SG-OPEN-DATE IS NUMERIC
                               PERFORM TAKE-CLOSED-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SESSION-REGISTER
           END-IF.

       TAKE-CLOSED-SESSION.
           MOVE SG-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE SG-OPEN-DATE   TO WS-ACT-DATE.
           MOVE ZERO           TO WS-ACT-TIME.
           MOVE 'N'            TO WS-ACT-TIME-KNOWN.
           MOVE 'CASH'         TO WS-ACT-SOURCE.
           MOVE 'SESSION'      TO WS-ACT-ACTION.
           MOVE 'SESSION OPENED AND CLOSED' TO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

      * A session still open has not reached the register yet.
       GATHER-OPEN-SESSIONS.
           OPEN INPUT CASHIER-SESSIONS.
           IF WS-SESS-FS NOT EQUAL '00'
               DISPLAY 'NO CASHIER-SESSION FILE - SKIPPED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CASHIER-SESSIONS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CS-OPEN
                               PERFORM TAKE-OPEN-SESSION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHIER-SESSIONS
           END-IF.

       TAKE-OPEN-SESSION.
           MOVE CS-OPERATOR-ID TO WS-ACT-OPERATOR.
           MOVE CS-OPEN-DATE   TO WS-ACT-DATE.
           MOVE ZERO           TO WS-ACT-TIME.
           MOVE 'N'            TO WS-ACT-TIME-KNOWN.
           MOVE 'CASH'         TO WS-ACT-SOURCE.
           MOVE 'SESSION'      TO WS-ACT-ACTION.
           MOVE 'SESSION STILL OPEN' TO WS-ACT-DETAIL.
           PERFORM TAKE-ACTIVITY.

      * Every operator action, in the period or not, moves the
      * operator's latest-action date for the dormancy test; only
      * those in the period go to the sort.
       TAKE-ACTIVITY.
           IF WS-ACT-OPERATOR = SPACES OR WS-ACT-OPERATOR = 'BATCH'
               CONTINUE
           ELSE
               PERFORM FIND-OPERATOR
               IF WS-OPT-FOUND > ZERO
                   AND WS-ACT-DATE NOT > WS-TO-DATE
                   AND WS-ACT-DATE > WS-OPT-LAST-DATE(WS-OPT-FOUND)
                   MOVE WS-ACT-DATE TO WS-OPT-LAST-DATE(WS-OPT-FOUND)
               END-IF
               IF WS-ACT-DATE NOT < WS-FROM-DATE
                   AND WS-ACT-DATE NOT > WS-TO-DATE
                   PERFORM RELEASE-ACTIVITY
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE ZERO TO WS-OPT-FOUND.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
               UNTIL WS-OPT-I > WS-OPT-COUNT
                   OR WS-OPT-FOUND > ZERO
               IF WS-OPT-ID(WS-OPT-I) = WS-ACT-OPERATOR
                   MOVE WS-OPT-I TO WS-OPT-FOUND
               END-IF
           END-PERFORM.

       RELEASE-ACTIVITY.
           ADD 1 TO WS-GATHERED-COUNT.
           MOVE WS-ACT-OPERATOR   TO SW-OPERATOR-ID.
           MOVE WS-ACT-DATE       TO SW-DATE.
           MOVE WS-ACT-TIME       TO SW-TIME.
           MOVE WS-ACT-TIME-KNOWN TO SW-TIME-KNOWN.
           MOVE WS-ACT-SOURCE     TO SW-SOURCE.
           MOVE WS-ACT-ACTION     TO SW-ACTION.
           MOVE WS-ACT-DETAIL     TO SW-DETAIL.
           MOVE 'N' TO SW-HOURS-FLAG.
           MOVE 'N' TO SW-DAY-FLAG.
           MOVE 'N' TO SW-PERM-FLAG.

           IF WS-ACT-TIME-KNOWN = 'Y'
               AND (WS-ACT-HHMM < WS-SCHOOL-START
                   OR WS-ACT-HHMM NOT < WS-SCHOOL-END)
               MOVE 'Y' TO SW-HOURS-FLAG
           END-IF.

           MOVE WS-ACT-DATE TO WS-PROBE-DATE.
           PERFORM CHECK-SCHOOL-DAY.
           IF WS-IS-SCHOOL-DAY = 'N'
               MOVE 'Y' TO SW-DAY-FLAG
           END-IF.

           EVALUATE WS-ACT-ACTION
               WHEN 'DELETE'
               WHEN 'ADJUST'
               WHEN 'WRITEOFF'
                   MOVE 3 TO WS-NEED-LEVEL
               WHEN 'VIEW'
                   MOVE 1 TO WS-NEED-LEVEL
               WHEN OTHER
                   MOVE 2 TO WS-NEED-LEVEL
           END-EVALUATE.
           IF WS-OPT-FOUND = ZERO
               MOVE 'U' TO SW-PERM-FLAG
           ELSE
               IF WS-OPT-LEVEL(WS-OPT-FOUND) < WS-NEED-LEVEL
                   MOVE 'Y' TO SW-PERM-FLAG
               END-IF
           END-IF.

           RELEASE ACTIVITY-WORK-REC.

      * A school day is a weekday inside a term (when the calendar
      * has terms) that is not a holiday.
       CHECK-SCHOOL-DAY.
           MOVE 'N' TO WS-IS-SCHOOL-DAY.
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE(WS-PROBE-DATE).
           COMPUTE WS-DAY-OF-WEEK = FUNCTION REM(WS-PROBE-INT, 7).
           IF WS-DAY-OF-WEEK NOT = 0 AND WS-DAY-OF-WEEK NOT = 6
               IF WS-TERM-COUNT = ZERO
                   MOVE 'Y' TO WS-IS-SCHOOL-DAY
               ELSE
                   PERFORM VARYING WS-TERM-I FROM 1 BY 1
                           UNTIL WS-TERM-I > WS-TERM-COUNT
                       IF WS-PROBE-DATE NOT < WS-TERM-START(WS-TERM-I)
                           AND WS-PROBE-DATE
                               NOT > WS-TERM-END(WS-TERM-I)
                           MOVE 'Y' TO WS-IS-SCHOOL-DAY
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING WS-HOL-I FROM 1 BY 1
                       UNTIL WS-HOL-I > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE(WS-HOL-I) = WS-PROBE-DATE
                       MOVE 'N' TO WS-IS-SCHOOL-DAY
                   END-IF
               END-PERFORM
           END-IF.

       PRINT-OPERATOR-ACTIVITY.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN ACTIVITY-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM PRINT-ONE-ACTION
               END-RETURN
           END-PERFORM.
           IF WS-HAVE-OPERATOR = 'Y'
               PERFORM CLOSE-OPERATOR-SECTION
           END-IF.

       PRINT-ONE-ACTION.
           IF WS-HAVE-OPERATOR = 'Y'
               AND SW-OPERATOR-ID NOT EQUAL WS-PRIOR-OPERATOR
               PERFORM CLOSE-OPERATOR-SECTION
           END-IF.
           IF WS-HAVE-OPERATOR = 'N'
               PERFORM OPEN-OPERATOR-SECTION
           END-IF.

           ADD 1 TO WS-OP-ACTIONS.
           MOVE SPACES TO WS-TYPE-KEY.
           STRING SW-SOURCE DELIMITED BY SPACE
               ' ' SW-ACTION DELIMITED BY SIZE
               INTO WS-TYPE-KEY.
           PERFORM TALLY-ACTION-TYPE.

           IF SW-HOURS-FLAG = 'Y' OR SW-DAY-FLAG = 'Y'
               OR SW-PERM-FLAG NOT = 'N'
               PERFORM PRINT-EXCEPTION
           END-IF.

       OPEN-OPERATOR-SECTION.
           MOVE 'Y' TO WS-HAVE-OPERATOR.
           MOVE SW-OPERATOR-ID TO WS-PRIOR-OPERATOR.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE ZERO TO WS-OP-ACTIONS.
           MOVE ZERO TO WS-OP-HOURS.
           MOVE ZERO TO WS-OP-DAYS.
           MOVE ZERO TO WS-OP-PERMS.
           MOVE ZERO TO WS-OP-EXCEPTIONS.
           MOVE ZERO TO WS-TYPE-COUNT-USED.

           MOVE SW-OPERATOR-ID TO WS-ACT-OPERATOR.
           PERFORM FIND-OPERATOR.
           MOVE SW-OPERATOR-ID TO OH-OPERATOR-ID.
           IF WS-OPT-FOUND = ZERO
               MOVE '*** NOT ON OPERATOR-MASTER ***' TO OH-LEVEL-TEXT
           ELSE
               MOVE 'Y' TO WS-OPT-SEEN(WS-OPT-FOUND)
               MOVE SPACES TO OH-LEVEL-TEXT
               STRING 'PERMISSION LEVEL '
                   WS-OPT-LEVEL(WS-OPT-FOUND)
                   DELIMITED BY SIZE INTO OH-LEVEL-TEXT
           END-IF.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE WS-OPERATOR-HEADING TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

       TALLY-ACTION-TYPE.
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > WS-TYPE-COUNT-USED
                       OR WS-TYPE-NAME(WS-TYPE-I) = WS-TYPE-KEY
               CONTINUE
           END-PERFORM.
           IF WS-TYPE-I > WS-TYPE-COUNT-USED
               IF WS-TYPE-COUNT-USED < 40
                   ADD 1 TO WS-TYPE-COUNT-USED
                   MOVE WS-TYPE-KEY TO WS-TYPE-NAME(WS-TYPE-I)
                   MOVE ZERO TO WS-TYPE-COUNT(WS-TYPE-I)
               ELSE
                   MOVE 40 TO WS-TYPE-I
               END-IF
           END-IF.
           ADD 1 TO WS-TYPE-COUNT(WS-TYPE-I).

       PRINT-EXCEPTION.
           IF WS-OP-EXCEPTIONS = ZERO
               MOVE WS-EXCEPTION-HEADING TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.
           ADD 1 TO WS-OP-EXCEPTIONS.
           ADD 1 TO WS-FLAGGED-COUNT.

           MOVE SPACES TO WS-FLAG-TEXT.
           IF SW-HOURS-FLAG = 'Y'
               ADD 1 TO WS-OP-HOURS
               MOVE 'HOURS' TO WS-FLAG-TEXT(1:5)
           END-IF.
           IF SW-DAY-FLAG = 'Y'
               ADD 1 TO WS-OP-DAYS
               MOVE 'DAY' TO WS-FLAG-TEXT(7:3)
           END-IF.
           IF SW-PERM-FLAG NOT = 'N'
               ADD 1 TO WS-OP-PERMS
               MOVE 'PERM' TO WS-FLAG-TEXT(11:4)
           END-IF.

           MOVE SW-DATE TO EL-DATE.
           IF SW-TIME-KNOWN = 'Y'
               MOVE SW-TIME(1:4) TO EL-TIME
           ELSE
               MOVE '----' TO EL-TIME
           END-IF.
           MOVE SW-SOURCE    TO EL-SOURCE.
           MOVE SW-ACTION    TO EL-ACTION.
           MOVE SW-DETAIL    TO EL-DETAIL.
           MOVE WS-FLAG-TEXT TO EL-FLAGS.
           MOVE WS-EXCEPTION-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

       CLOSE-OPERATOR-SECTION.
           MOVE 'N' TO WS-HAVE-OPERATOR.
           MOVE '  ACTIONS BY TYPE' TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > WS-TYPE-COUNT-USED
               MOVE WS-TYPE-NAME(WS-TYPE-I)  TO TL-TYPE-NAME
               MOVE WS-TYPE-COUNT(WS-TYPE-I) TO TL-TYPE-COUNT
               MOVE WS-TYPE-LINE TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-PERFORM.
           MOVE WS-OP-ACTIONS TO TT-ACTIONS.
           MOVE WS-OP-HOURS   TO TT-HOURS.
           MOVE WS-OP-DAYS    TO TT-DAYS.
           MOVE WS-OP-PERMS   TO TT-PERMS.
           MOVE WS-TOTAL-LINE TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.

       PRINT-QUIET-OPERATORS.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE 'OPERATORS WITH NO ACTIVITY IN THE PERIOD'
               TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-COUNT
               IF WS-OPT-SEEN(WS-OPT-I) = 'N'
                   ADD 1 TO WS-QUIET-COUNT
                   PERFORM BUILD-ACCOUNT-LINE
                   MOVE SPACES TO AL-IDLE-TEXT
                   MOVE WS-ACCOUNT-LINE TO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-QUIET-COUNT = ZERO
               MOVE '  (NONE)' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.

      * Dormancy runs to REVIEW-TO on the latest action on any
      * trail, however old; an operator with none at all is listed
      * as never used.
       PRINT-DORMANT-ACCOUNTS.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           MOVE SPACES TO ACTIVITY-REPORT-LINE.
           STRING 'DORMANT ACCOUNTS - NO ACTIVITY IN '
               WS-DORMANT-DAYS ' DAYS TO ' WS-TO-DATE
               DELIMITED BY SIZE INTO ACTIVITY-REPORT-LINE.
           WRITE ACTIVITY-REPORT-LINE.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > WS-OPT-COUNT
               IF WS-OPT-LAST-DATE(WS-OPT-I) = ZERO
                   MOVE 99999 TO WS-IDLE-DAYS
               ELSE
                   COMPUTE WS-IDLE-DAYS = WS-TO-INT -
                       FUNCTION INTEGER-OF-DATE
                           (WS-OPT-LAST-DATE(WS-OPT-I))
               END-IF
               IF WS-IDLE-DAYS NOT < WS-DORMANT-DAYS
                   ADD 1 TO WS-DORMANT-COUNT
                   PERFORM BUILD-ACCOUNT-LINE
                   IF WS-OPT-LAST-DATE(WS-OPT-I) = ZERO
                       MOVE 'NEVER USED' TO AL-IDLE-TEXT
                   ELSE
                       MOVE SPACES TO AL-IDLE-TEXT
                       STRING WS-IDLE-DAYS ' DAYS IDLE'
                           DELIMITED BY SIZE INTO AL-IDLE-TEXT
                   END-IF
                   MOVE WS-ACCOUNT-LINE TO ACTIVITY-REPORT-LINE
                   WRITE ACTIVITY-REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-DORMANT-COUNT = ZERO
               MOVE '  (NONE)' TO ACTIVITY-REPORT-LINE
               WRITE ACTIVITY-REPORT-LINE
           END-IF.

       BUILD-ACCOUNT-LINE.
           MOVE WS-OPT-ID(WS-OPT-I)    TO AL-OPERATOR-ID.
           MOVE WS-OPT-LEVEL(WS-OPT-I) TO AL-LEVEL.
           IF WS-OPT-LAST-DATE(WS-OPT-I) = ZERO
               MOVE 'NONE' TO AL-LAST-DATE
           ELSE
               MOVE WS-OPT-LAST-DATE(WS-OPT-I) TO AL-LAST-DATE
           END-IF.

       COPY "parmrd.cpy".
