      * The house staff's nightly roll-call sheet. HOSTEL-ALLOCATION
      * gives every boarder holding a bed; this report walks it in
      * HA-ROOM-KEY alternate-key order, the way the occupancy report
      * does, and prints one sheet per HA-BLOCK of the boarders
      * expected in the building on RUN-DATE (default today), with
      * a box to tick at roll-call. A boarder on an approved EXEAT
      * (exeat.cpy) over that night is netted off and listed
      * beneath the block as away, with the day due back. A boarder
      * whose exeat ends that day is on the sheet marked due back;
      * one past the return date and not signed back in is on the
      * sheet marked overdue, and is listed again on the overdue
      * exceptions page at the end with the authorizing guardian's
      * name and phone off GUARDIAN-CONTACT, for the office to ring.
      * Any overdue boarder ends the run with return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. HOSTEL-ROLL-CALL.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT EXEAT ASSIGN TO 'EXEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EX-KEY
                   FILE STATUS IS WS-EXEAT-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT ROLL-CALL-REPORT
                   ASSIGN TO 'HOSTEL-ROLL-CALL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD EXEAT.
           COPY "exeat.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD ROLL-CALL-REPORT.
           01 ROLL-CALL-LINE        PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-EXEAT-FS           PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
      *    Without EXEAT nobody is away; without GUARDIAN-CONTACT
      *    the overdue page carries no one to ring. The status
      *    changes on every keyed read, so these flags remember
      *    whether each file opened.
           01 WS-EXEAT-OPEN         PIC A(01) VALUE 'N'.
           01 WS-GUARD-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-EXEAT-EOF          PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-PRIOR-BLOCK        PIC X(02) VALUE SPACES.
           COPY "parmtbl.cpy".

      *    Where the boarder is tonight, off the exeat book.
           01 WS-NIGHT-STATE        PIC X(01).
               88 WS-IN-HOUSE           VALUE 'I'.
               88 WS-AWAY               VALUE 'A'.
               88 WS-DUE-BACK           VALUE 'D'.
               88 WS-OVERDUE            VALUE 'O'.
           01 WS-DUE-DATE           PIC 9(08).
           01 WS-DUE-PRIORITY       PIC 9(01).

           01 WS-BLOCK-BEDS         PIC 9(04) VALUE ZERO.
           01 WS-BLOCK-EXPECTED     PIC 9(04) VALUE ZERO.
           01 WS-TOTAL-BEDS         PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-AWAY         PIC 9(05) VALUE ZERO.
           01 WS-TOTAL-EXPECTED     PIC 9(05) VALUE ZERO.

      *    The block's boarders away tonight, printed under its
      *    sheet once the expected list is done.
           01 WS-AWAY-TABLE.
               05 WS-AWAY-ROW OCCURS 100 TIMES.
                   10 WS-AW-ROOM        PIC X(04).
                   10 WS-AW-ID          PIC 9(05).
                   10 WS-AW-NAME        PIC A(25).
                   10 WS-AW-DUE         PIC 9(08).
           01 WS-AWAY-COUNT         PIC 9(03) VALUE ZERO.
           01 WS-AW-I               PIC 9(03).

      *    Every overdue boarder in the house, for the last page.
           01 WS-OVERDUE-TABLE.
               05 WS-OVERDUE-ROW OCCURS 200 TIMES.
                   10 WS-OD-BLOCK       PIC X(02).
                   10 WS-OD-ROOM        PIC X(04).
                   10 WS-OD-ID          PIC 9(05).
                   10 WS-OD-NAME        PIC A(25).
                   10 WS-OD-DUE         PIC 9(08).
                   10 WS-OD-PRIORITY    PIC 9(01).
           01 WS-OVERDUE-COUNT      PIC 9(03) VALUE ZERO.
           01 WS-OD-I               PIC 9(03).

           01 WS-BLOCK-HEADING.
               05 FILLER PIC X(06) VALUE 'BLOCK '.
               05 BH-BLOCK          PIC X(02).
               05 FILLER PIC X(25) VALUE '  ROLL-CALL FOR NIGHT OF '.
               05 BH-RUN-DATE       PIC 9(08).

           01 WS-COLUMN-HEADING.
               05 FILLER PIC X(06) VALUE 'ROOM'.
               05 FILLER PIC X(05) VALUE 'BED'.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(07) VALUE 'HERE'.
               05 FILLER PIC X(04) VALUE 'NOTE'.

           01 WS-DETAIL-LINE.
               05 DL-ROOM           PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-BED-NO         PIC 9(02).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-TICK           PIC X(05) VALUE '[   ]'.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NOTE           PIC X(26).

           01 WS-AWAY-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-ROOM           PIC X(04).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 AL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-STUDENT-NAME   PIC A(25).
               05 FILLER            PIC X(11) VALUE '  DUE BACK '.
               05 AL-DUE            PIC 9(08).

           01 WS-BLOCK-TOTAL-LINE.
               05 FILLER PIC X(06) VALUE 'BEDS: '.
               05 BT-BEDS           PIC ZZZ9.
               05 FILLER PIC X(12) VALUE '  ON EXEAT: '.
               05 BT-AWAY           PIC ZZZ9.
               05 FILLER PIC X(12) VALUE '  EXPECTED: '.
               05 BT-EXPECTED       PIC ZZZ9.

           01 WS-OVERDUE-LINE.
               05 OL-BLOCK          PIC X(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 OL-ROOM           PIC X(04).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 OL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 OL-STUDENT-NAME   PIC A(20).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 OL-DUE            PIC 9(08).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 OL-GUARDIAN       PIC A(20).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 OL-PHONE          PIC X(12).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "HOSTEL-ROLL-CALL".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           MOVE WS-TODAY TO WS-RUN-DATE.
           MOVE 'RUN-DATE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-RUN-DATE
           END-IF.

           OPEN INPUT HOSTEL-ALLOC.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening HOSTEL-ALLOCATION. Status: "
                   WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE HOSTEL-ALLOC
               MOVE 8 TO RETURN-CODE
               STOP RUN
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
           END-IF.
           OPEN OUTPUT ROLL-CALL-REPORT.

           MOVE LOW-VALUES TO HA-ROOM-KEY.
           START HOSTEL-ALLOC KEY NOT < HA-ROOM-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

           PERFORM UNTIL WS-EOF = 'Y'
               READ HOSTEL-ALLOC NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF HA-BOARDING
                           PERFORM CALL-ONE-BOARDER
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-PRIOR-BLOCK NOT EQUAL SPACES
               PERFORM CLOSE-BLOCK-SHEET
           END-IF.
           PERFORM PRINT-OVERDUE-PAGE.

           CLOSE HOSTEL-ALLOC.
           CLOSE STUDENT.
           IF WS-EXEAT-OPEN = 'Y'
               CLOSE EXEAT
           END-IF.
           IF WS-GUARD-OPEN = 'Y'
               CLOSE GUARDIAN-CONTACT
           END-IF.
           CLOSE ROLL-CALL-REPORT.

           DISPLAY 'BOARDERS WITH A BED: '  WS-TOTAL-BEDS.
           DISPLAY 'AWAY ON EXEAT:       '  WS-TOTAL-AWAY.
           DISPLAY 'EXPECTED TONIGHT:    '  WS-TOTAL-EXPECTED.
           DISPLAY 'OVERDUE FROM EXEAT:  '  WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       CALL-ONE-BOARDER.
           IF HA-BLOCK NOT EQUAL WS-PRIOR-BLOCK
               IF WS-PRIOR-BLOCK NOT EQUAL SPACES
                   PERFORM CLOSE-BLOCK-SHEET
               END-IF
               PERFORM OPEN-BLOCK-SHEET
           END-IF.

           MOVE HA-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY MOVE 'NOT ON MASTER' TO STUDENT-NAME
           END-READ.

           ADD 1 TO WS-BLOCK-BEDS.
           ADD 1 TO WS-TOTAL-BEDS.
           SET WS-IN-HOUSE TO TRUE.
           IF WS-EXEAT-OPEN = 'Y'
               PERFORM FIND-NIGHT-STATE
           END-IF.

           IF WS-AWAY
               PERFORM HOLD-AWAY-BOARDER
           ELSE
               PERFORM PRINT-EXPECTED-BOARDER
           END-IF.

      * Each approved exeat already begun by the run date is looked
      * at in departure order. A boarder signed back in is away only
      * until the day back; one not signed in is away until the
      * return date, due back on it, and overdue after it.
       FIND-NIGHT-STATE.
           MOVE 'N' TO WS-EXEAT-EOF.
           MOVE HA-STUDENT-ID TO EX-STUDENT-ID.
           MOVE ZERO          TO EX-DEPART-DATE.
           START EXEAT KEY NOT < EX-KEY
               INVALID KEY MOVE 'Y' TO WS-EXEAT-EOF
           END-START.
           PERFORM UNTIL WS-EXEAT-EOF = 'Y'
               READ EXEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EXEAT-EOF
                   NOT AT END
                       IF EX-STUDENT-ID NOT EQUAL HA-STUDENT-ID
                           OR EX-DEPART-DATE > WS-RUN-DATE
                           MOVE 'Y' TO WS-EXEAT-EOF
                       ELSE
                           IF EX-APPROVED
                               PERFORM APPLY-ONE-EXEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-ONE-EXEAT.
           IF EX-BACK-DATE > ZERO
               IF WS-RUN-DATE < EX-BACK-DATE
                   SET WS-AWAY TO TRUE
                   MOVE EX-RETURN-DATE TO WS-DUE-DATE
               END-IF
           ELSE
               MOVE EX-RETURN-DATE       TO WS-DUE-DATE
               MOVE EX-GUARDIAN-PRIORITY TO WS-DUE-PRIORITY
               EVALUATE TRUE
                   WHEN WS-RUN-DATE < EX-RETURN-DATE
                       SET WS-AWAY TO TRUE
                   WHEN WS-RUN-DATE = EX-RETURN-DATE
                       SET WS-DUE-BACK TO TRUE
                   WHEN OTHER
                       SET WS-OVERDUE TO TRUE
               END-EVALUATE
           END-IF.

       OPEN-BLOCK-SHEET.
           MOVE HA-BLOCK TO WS-PRIOR-BLOCK.
           MOVE ZERO TO WS-BLOCK-BEDS.
           MOVE ZERO TO WS-BLOCK-EXPECTED.
           MOVE ZERO TO WS-AWAY-COUNT.

           MOVE SPACES TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE HA-BLOCK    TO BH-BLOCK.
           MOVE WS-RUN-DATE TO BH-RUN-DATE.
           MOVE WS-BLOCK-HEADING TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE WS-COLUMN-HEADING TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       PRINT-EXPECTED-BOARDER.
           ADD 1 TO WS-BLOCK-EXPECTED.
           ADD 1 TO WS-TOTAL-EXPECTED.
           MOVE HA-ROOM       TO DL-ROOM.
           MOVE HA-BED-NO     TO DL-BED-NO.
           MOVE HA-STUDENT-ID TO DL-STUDENT-ID.
           MOVE STUDENT-NAME  TO DL-STUDENT-NAME.
           MOVE SPACES        TO DL-NOTE.
           EVALUATE TRUE
               WHEN WS-DUE-BACK
                   MOVE 'DUE BACK FROM EXEAT' TO DL-NOTE
               WHEN WS-OVERDUE
                   STRING 'OVERDUE - DUE ' WS-DUE-DATE
                       DELIMITED BY SIZE INTO DL-NOTE
                   PERFORM HOLD-OVERDUE-BOARDER
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       HOLD-AWAY-BOARDER.
           ADD 1 TO WS-TOTAL-AWAY.
           IF WS-AWAY-COUNT < 100
               ADD 1 TO WS-AWAY-COUNT
               MOVE HA-ROOM       TO WS-AW-ROOM(WS-AWAY-COUNT)
               MOVE HA-STUDENT-ID TO WS-AW-ID(WS-AWAY-COUNT)
               MOVE STUDENT-NAME  TO WS-AW-NAME(WS-AWAY-COUNT)
               MOVE WS-DUE-DATE   TO WS-AW-DUE(WS-AWAY-COUNT)
           ELSE
               DISPLAY 'AWAY LIST FULL FOR BLOCK ' HA-BLOCK
                   ' - ' HA-STUDENT-ID ' NOT LISTED'
           END-IF.

       HOLD-OVERDUE-BOARDER.
           IF WS-OVERDUE-COUNT < 200
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE HA-BLOCK      TO WS-OD-BLOCK(WS-OVERDUE-COUNT)
               MOVE HA-ROOM       TO WS-OD-ROOM(WS-OVERDUE-COUNT)
               MOVE HA-STUDENT-ID TO WS-OD-ID(WS-OVERDUE-COUNT)
               MOVE STUDENT-NAME  TO WS-OD-NAME(WS-OVERDUE-COUNT)
               MOVE WS-DUE-DATE   TO WS-OD-DUE(WS-OVERDUE-COUNT)
               MOVE WS-DUE-PRIORITY
                   TO WS-OD-PRIORITY(WS-OVERDUE-COUNT)
           ELSE
               DISPLAY 'OVERDUE LIST FULL - ' HA-STUDENT-ID
                   ' NOT LISTED'
           END-IF.

       CLOSE-BLOCK-SHEET.
           IF WS-AWAY-COUNT > ZERO
               MOVE SPACES TO ROLL-CALL-LINE
               WRITE ROLL-CALL-LINE
               MOVE 'ON EXEAT TONIGHT' TO ROLL-CALL-LINE
               WRITE ROLL-CALL-LINE
           END-IF.
           PERFORM VARYING WS-AW-I FROM 1 BY 1
                   UNTIL WS-AW-I > WS-AWAY-COUNT
               MOVE WS-AW-ROOM(WS-AW-I) TO AL-ROOM
               MOVE WS-AW-ID(WS-AW-I)   TO AL-STUDENT-ID
               MOVE WS-AW-NAME(WS-AW-I) TO AL-STUDENT-NAME
               MOVE WS-AW-DUE(WS-AW-I)  TO AL-DUE
               MOVE WS-AWAY-LINE TO ROLL-CALL-LINE
               WRITE ROLL-CALL-LINE
           END-PERFORM.
           MOVE WS-BLOCK-BEDS     TO BT-BEDS.
           COMPUTE BT-AWAY = WS-BLOCK-BEDS - WS-BLOCK-EXPECTED.
           MOVE WS-BLOCK-EXPECTED TO BT-EXPECTED.
           MOVE WS-BLOCK-TOTAL-LINE TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.

       PRINT-OVERDUE-PAGE.
           MOVE SPACES TO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           MOVE SPACES TO ROLL-CALL-LINE.
           STRING 'OVERDUE FROM EXEAT AT ' WS-RUN-DATE
               DELIMITED BY SIZE INTO ROLL-CALL-LINE.
           WRITE ROLL-CALL-LINE.
           IF WS-OVERDUE-COUNT = ZERO
               MOVE '  (NONE)' TO ROLL-CALL-LINE
               WRITE ROLL-CALL-LINE
           END-IF.
           PERFORM VARYING WS-OD-I FROM 1 BY 1
                   UNTIL WS-OD-I > WS-OVERDUE-COUNT
               MOVE WS-OD-BLOCK(WS-OD-I) TO OL-BLOCK
               MOVE WS-OD-ROOM(WS-OD-I)  TO OL-ROOM
               MOVE WS-OD-ID(WS-OD-I)    TO OL-STUDENT-ID
               MOVE WS-OD-NAME(WS-OD-I)  TO OL-STUDENT-NAME
               MOVE WS-OD-DUE(WS-OD-I)   TO OL-DUE
               MOVE 'GUARDIAN NOT ON FILE' TO OL-GUARDIAN
               MOVE SPACES TO OL-PHONE
               IF WS-GUARD-OPEN = 'Y'
                   MOVE WS-OD-ID(WS-OD-I)       TO GC-STUDENT-ID
                   MOVE WS-OD-PRIORITY(WS-OD-I) TO GC-PRIORITY
                   READ GUARDIAN-CONTACT
                       KEY IS GC-KEY
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE GC-NAME  TO OL-GUARDIAN
                           MOVE GC-PHONE TO OL-PHONE
                   END-READ
               END-IF
               MOVE WS-OVERDUE-LINE TO ROLL-CALL-LINE
               WRITE ROLL-CALL-LINE
           END-PERFORM.

       COPY "parmrd.cpy".
