      * The month-end mess charge, raised onto RECEIVABLE instead of
      * invoiced by the kitchen off its spreadsheet - and now for
      * lunch-plan day students too, who were never billed at all.
      * Each plan type is a fee of its own on FEE-SCHEDULE, named by
      * the MESS-FULL-CODE and MESS-LUNCH-CODE parms, whose amount
      * is the full month's rate; FEE-ASSESSMENT never assesses
      * either. For every MEAL-PLAN running in the billing month and
      * not yet billed for it, the days of the month inside the plan
      * are marked, the days inside any approved LEAVE-APPLICATION
      * are taken off again - a student at home is not eating - as
      * are the nights a boarder is away on an approved EXEAT, from
      * the day out to the day before the day back, and the
      * monthly rate is charged pro-rata for the days left,
      * taking the next free installment as the other one-off
      * charges do and falling due on the 15th of the month after.
      * A full-board plan for a student who no longer holds a bed
      * on HOSTEL-ALLOCATION is away from the hostel altogether: it
      * is listed for the office to end the plan, not charged, and
      * leaves return code 4. MP-LAST-BILLED on the plan makes a
      * rerun of the month charge nothing twice.
      *
      * Each charge raised is also appended to CHARGE-REGISTER, so
      * GL-JOURNAL-EXTRACT journals the month's mess income against
      * debtor control; the run does not start without the register.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MESS-BILLING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEAL-PLAN ASSIGN TO 'MEAL-PLAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS MP-STUDENT-ID
                   FILE STATUS IS WS-PLAN-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOSTEL-FS.

               SELECT LEAVE-APPLICATION
                   ASSIGN TO 'LEAVE-APPLICATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS WS-LEAVE-FS.

               SELECT EXEAT ASSIGN TO 'EXEAT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EX-KEY
                   FILE STATUS IS WS-EXEAT-FS.

               SELECT FEE-SCHEDULE ASSIGN TO 'FEE-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FEE-CODE
                   FILE STATUS IS WS-FEE-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT MESS-REGISTER ASSIGN TO 'MESS-BILLING.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MEAL-PLAN.
           COPY "mealplan.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD LEAVE-APPLICATION.
           COPY "leaveapp.cpy".

           FD EXEAT.
           COPY "exeat.cpy".

           FD FEE-SCHEDULE.
           COPY "feesch.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD MESS-REGISTER.
           01 MESS-REGISTER-LINE    PIC X(80).

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-PLAN-FS            PIC X(02).
           01 WS-HOSTEL-FS          PIC X(02).
           01 WS-LEAVE-FS           PIC X(02).
           01 WS-EXEAT-FS           PIC X(02).
           01 WS-FEE-FS             PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-HOSTEL-OPEN        PIC A(01) VALUE 'N'.
           01 WS-LEAVE-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EXEAT-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-LEAVE-EOF          PIC A(01).
           01 WS-EXEAT-EOF          PIC A(01).
           01 WS-AWAY-FROM          PIC 9(08).
           01 WS-AWAY-TO            PIC 9(08).
           01 WS-TODAY              PIC 9(08).
           01 WS-BILL-MONTH         PIC 9(06).
           01 WS-MONTH-FIRST        PIC 9(08).
           01 WS-MONTH-LAST         PIC 9(08).
           01 WS-NEXT-MONTH-FIRST   PIC 9(08).
           01 WS-NEXT-MONTH REDEFINES WS-NEXT-MONTH-FIRST.
               05 WS-NM-YEAR        PIC 9(04).
               05 WS-NM-MONTH       PIC 9(02).
               05 WS-NM-DAY         PIC 9(02).
           01 WS-DUE-DATE           PIC 9(08).
           01 WS-DAYS-IN-MONTH      PIC 9(02).
           01 WS-BILLABLE-DAYS      PIC 9(02).
           01 WS-FROM-DAY           PIC 9(02).
           01 WS-TO-DAY             PIC 9(02).
           01 WS-DAY-I              PIC 9(02).
      *    One flag per day of the billing month: 'Y' while the day
      *    is chargeable.
           01 WS-DAY-TABLE.
               05 WS-DAY-BILLABLE   PIC A(01) OCCURS 31 TIMES.
      *    MESS-FULL-CODE and MESS-LUNCH-CODE on the parm card name
      *    the two plans' fees on FEE-SCHEDULE.
           01 WS-FULL-FEE           PIC X(04) VALUE 'MSFB'.
           01 WS-LUNCH-FEE          PIC X(04) VALUE 'MSLN'.
           01 WS-FULL-RATE          PIC 9(05)V99.
           01 WS-LUNCH-RATE         PIC 9(05)V99.
           01 WS-CHARGE-FEE         PIC X(04).
           01 WS-CHARGE-RATE        PIC 9(05)V99.
           01 WS-CHARGE-AMOUNT      PIC 9(05)V99.
           01 WS-BILLED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-NIL-COUNT          PIC 9(05) VALUE ZERO.
           01 WS-AWAY-COUNT         PIC 9(05) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-BILLED-TOTAL       PIC 9(08)V99 VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           COPY "parmtbl.cpy".
           COPY "rvnxtfl.cpy".
           COPY "chgregfl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(26)
                   VALUE 'MESS BILLING REGISTER FOR '.
               05 H1-BILL-MONTH     PIC 9(06).
               05 FILLER PIC X(10) VALUE '  DAYS IN '.
               05 H1-DAYS           PIC Z9.

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(06) VALUE 'PLAN'.
               05 FILLER PIC X(07) VALUE 'DAYS'.
               05 FILLER PIC X(12) VALUE 'CHARGED-AS'.
               05 FILLER PIC X(10) VALUE '    AMOUNT'.
               05 FILLER PIC X(02) VALUE SPACES.
               05 FILLER PIC X(07) VALUE 'NOTE'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-PLAN-TYPE      PIC X(01).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-BILLABLE-DAYS  PIC Z9.
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-CHARGED-CODE   PIC X(04).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-CHARGED-INST   PIC 9(02).
               05 FILLER            PIC X(05) VALUE SPACES.
               05 DL-AMOUNT         PIC ZZ,ZZ9.99.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-NOTE           PIC X(30).

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(08) VALUE 'BILLED: '.
               05 TL-COUNT          PIC ZZZZ9.
               05 FILLER            PIC X(09) VALUE '  TOTAL: '.
               05 TL-AMOUNT         PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MESS-BILLING".
           MOVE 'MESSBILL' TO CHGR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER BILLING MONTH (YYYYMM, 0 = THIS MONTH): '.
           ACCEPT WS-BILL-MONTH.
           IF WS-BILL-MONTH = ZERO
               MOVE WS-TODAY(1:6) TO WS-BILL-MONTH
           END-IF.
           IF WS-BILL-MONTH(5:2) < '01' OR WS-BILL-MONTH(5:2) > '12'
               OR WS-BILL-MONTH > WS-TODAY(1:6)
               DISPLAY 'BILLING MONTH ' WS-BILL-MONTH ' NOT VALID'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM SET-MONTH-DATES.

           PERFORM LOAD-PARM-CARD.
           MOVE 'MESS-FULL-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-FULL-FEE
           END-IF.
           MOVE 'MESS-LUNCH-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LUNCH-FEE
           END-IF.
           DISPLAY 'FULL BOARD FEE CODE IN EFFECT: ' WS-FULL-FEE.
           DISPLAY 'LUNCH PLAN FEE CODE IN EFFECT: ' WS-LUNCH-FEE.

           PERFORM READ-MESS-RATES.

           OPEN I-O MEAL-PLAN.
           IF WS-PLAN-FS NOT EQUAL '00'
               DISPLAY "Error opening MEAL-PLAN. Status: "
                   WS-PLAN-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               CLOSE MEAL-PLAN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT MESS-REGISTER.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening MESS-BILLING. Status: "
                   WS-RPT-FS
               CLOSE MEAL-PLAN
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               CLOSE MEAL-PLAN
               CLOSE RECEIVABLE
               CLOSE MESS-REGISTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Without the leave or exeat file nobody was away; without
      *    the hostel file no full-board plan can be checked, so none
      *    is billed.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-HOSTEL-FS EQUAL '00'
               MOVE 'Y' TO WS-HOSTEL-OPEN
           END-IF.
           OPEN INPUT LEAVE-APPLICATION.
           IF WS-LEAVE-FS EQUAL '00'
               MOVE 'Y' TO WS-LEAVE-OPEN
           END-IF.
           OPEN INPUT EXEAT.
           IF WS-EXEAT-FS EQUAL '00'
               MOVE 'Y' TO WS-EXEAT-OPEN
           END-IF.

           MOVE WS-BILL-MONTH    TO H1-BILL-MONTH.
           MOVE WS-DAYS-IN-MONTH TO H1-DAYS.
           MOVE WS-HEADING-1 TO MESS-REGISTER-LINE.
           WRITE MESS-REGISTER-LINE.
           MOVE WS-HEADING-2 TO MESS-REGISTER-LINE.
           WRITE MESS-REGISTER-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ MEAL-PLAN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MP-START-DATE NOT > WS-MONTH-LAST
                           AND MP-END-DATE NOT < WS-MONTH-FIRST
                           AND MP-LAST-BILLED < WS-BILL-MONTH
                           PERFORM BILL-ONE-PLAN
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-BILLED-COUNT TO TL-COUNT.
           MOVE WS-BILLED-TOTAL TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO MESS-REGISTER-LINE.
           WRITE MESS-REGISTER-LINE.

           CLOSE MEAL-PLAN.
           CLOSE RECEIVABLE.
           CLOSE MESS-REGISTER.
           CLOSE CHARGE-REGISTER.
           IF WS-HOSTEL-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           END-IF.
           IF WS-LEAVE-OPEN = 'Y'
               CLOSE LEAVE-APPLICATION
           END-IF.
           IF WS-EXEAT-OPEN = 'Y'
               CLOSE EXEAT
           END-IF.

           DISPLAY 'PLANS BILLED: '               WS-BILLED-COUNT.
           DISPLAY 'PLANS AWAY ALL MONTH: '       WS-NIL-COUNT.
           DISPLAY 'FULL BOARD WITHOUT A BED: '   WS-AWAY-COUNT.
           DISPLAY 'CHARGES NOT RAISED: '         WS-REJECT-COUNT.
           IF WS-AWAY-COUNT > ZERO OR WS-REJECT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * First and last day of the month, its length off the day
      * count to the first of the next month, and the due date.
       SET-MONTH-DATES.
           COMPUTE WS-MONTH-FIRST = WS-BILL-MONTH * 100 + 1.
           MOVE WS-MONTH-FIRST TO WS-NEXT-MONTH-FIRST.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST).
           COMPUTE WS-MONTH-LAST =
               WS-MONTH-FIRST + WS-DAYS-IN-MONTH - 1.
           COMPUTE WS-DUE-DATE = WS-NEXT-MONTH-FIRST + 14.

      * A missing or zero rate stops the run before any charge is
      * raised, the way LATE-FEE-SURCHARGE refuses to guess.
       READ-MESS-RATES.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-SCHEDULE. Status: "
                   WS-FEE-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FULL-FEE TO FEE-CODE.
           READ FEE-SCHEDULE
               KEY IS FEE-CODE
               INVALID KEY MOVE ZERO TO WS-FULL-RATE
               NOT INVALID KEY MOVE FEE-AMOUNT TO WS-FULL-RATE
           END-READ.
           MOVE WS-LUNCH-FEE TO FEE-CODE.
           READ FEE-SCHEDULE
               KEY IS FEE-CODE
               INVALID KEY MOVE ZERO TO WS-LUNCH-RATE
               NOT INVALID KEY MOVE FEE-AMOUNT TO WS-LUNCH-RATE
           END-READ.
           CLOSE FEE-SCHEDULE.
           IF WS-FULL-RATE = ZERO OR WS-LUNCH-RATE = ZERO
               DISPLAY 'MESS FEE ' WS-FULL-FEE ' OR ' WS-LUNCH-FEE
                   ' NOT ON FEE-SCHEDULE OR ZERO - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-FULL-RATE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'FULL BOARD MONTHLY RATE: ' WS-DISPLAY-AMOUNT.
           MOVE WS-LUNCH-RATE TO WS-DISPLAY-AMOUNT.
           DISPLAY 'LUNCH PLAN MONTHLY RATE: ' WS-DISPLAY-AMOUNT.

       BILL-ONE-PLAN.
           MOVE MP-STUDENT-ID TO DL-STUDENT-ID.
           MOVE MP-PLAN-TYPE  TO DL-PLAN-TYPE.
           MOVE SPACES        TO DL-NOTE.
           MOVE SPACES        TO DL-CHARGED-CODE.
           MOVE ZERO          TO DL-CHARGED-INST.
           MOVE ZERO          TO DL-AMOUNT.
           IF MP-FULL-BOARD
               MOVE WS-FULL-FEE   TO WS-CHARGE-FEE
               MOVE WS-FULL-RATE  TO WS-CHARGE-RATE
               PERFORM CHECK-STILL-BOARDING
           ELSE
               MOVE WS-LUNCH-FEE  TO WS-CHARGE-FEE
               MOVE WS-LUNCH-RATE TO WS-CHARGE-RATE
           END-IF.
           IF DL-NOTE = SPACES
               PERFORM COUNT-BILLABLE-DAYS
               MOVE WS-BILLABLE-DAYS TO DL-BILLABLE-DAYS
               IF WS-BILLABLE-DAYS = ZERO
                   MOVE 'ON LEAVE ALL MONTH - NIL' TO DL-NOTE
                   ADD 1 TO WS-NIL-COUNT
                   PERFORM MARK-PLAN-BILLED
               ELSE
                   PERFORM RAISE-MESS-CHARGE
               END-IF
           ELSE
               MOVE ZERO TO DL-BILLABLE-DAYS
               ADD 1 TO WS-AWAY-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO MESS-REGISTER-LINE.
           WRITE MESS-REGISTER-LINE.

       CHECK-STILL-BOARDING.
           IF WS-HOSTEL-OPEN = 'N'
               MOVE 'NO HOSTEL FILE - NOT BILLED' TO DL-NOTE
           ELSE
               MOVE MP-STUDENT-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY
                       MOVE 'NO BED - END THE PLAN' TO DL-NOTE
                   NOT INVALID KEY
                       IF NOT HA-BOARDING
                           MOVE 'BED VACATED - END THE PLAN'
                               TO DL-NOTE
                       END-IF
               END-READ
           END-IF.

      * Days inside the plan are marked chargeable, then days inside
      * each approved leave are cleared - overlapping leaves clear
      * the same day once, so nothing is taken off twice.
       COUNT-BILLABLE-DAYS.
           MOVE ALL 'N' TO WS-DAY-TABLE.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-DAYS-IN-MONTH TO WS-TO-DAY.
           IF MP-START-DATE > WS-MONTH-FIRST
               MOVE MP-START-DATE(7:2) TO WS-FROM-DAY
           END-IF.
           IF MP-END-DATE < WS-MONTH-LAST
               MOVE MP-END-DATE(7:2) TO WS-TO-DAY
           END-IF.
           PERFORM VARYING WS-DAY-I FROM WS-FROM-DAY BY 1
               UNTIL WS-DAY-I > WS-TO-DAY
               MOVE 'Y' TO WS-DAY-BILLABLE(WS-DAY-I)
           END-PERFORM.

           IF WS-LEAVE-OPEN = 'Y'
               PERFORM CLEAR-LEAVE-DAYS
           END-IF.
           IF WS-EXEAT-OPEN = 'Y'
               PERFORM CLEAR-EXEAT-DAYS
           END-IF.

           MOVE ZERO TO WS-BILLABLE-DAYS.
           PERFORM VARYING WS-DAY-I FROM 1 BY 1
               UNTIL WS-DAY-I > WS-DAYS-IN-MONTH
               IF WS-DAY-BILLABLE(WS-DAY-I) = 'Y'
                   ADD 1 TO WS-BILLABLE-DAYS
               END-IF
           END-PERFORM.

      * The key carries the leave's first day, so the browse stops
      * at the first leave starting after the month.
       CLEAR-LEAVE-DAYS.
           MOVE 'N' TO WS-LEAVE-EOF.
           MOVE MP-STUDENT-ID TO LV-STUDENT-ID.
           MOVE ZERO          TO LV-FROM-DATE.
           START LEAVE-APPLICATION KEY NOT < LV-KEY
               INVALID KEY MOVE 'Y' TO WS-LEAVE-EOF
           END-START.
           PERFORM UNTIL WS-LEAVE-EOF = 'Y'
               READ LEAVE-APPLICATION NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEAVE-EOF
                   NOT AT END
                       IF LV-STUDENT-ID NOT EQUAL MP-STUDENT-ID
                           OR LV-FROM-DATE > WS-MONTH-LAST
                           MOVE 'Y' TO WS-LEAVE-EOF
                       ELSE
                           IF LV-APPROVED
                               AND LV-TO-DATE NOT < WS-MONTH-FIRST
                               PERFORM CLEAR-ONE-LEAVE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-ONE-LEAVE.
           MOVE 1 TO WS-FROM-DAY.
           MOVE WS-DAYS-IN-MONTH TO WS-TO-DAY.
           IF LV-FROM-DATE > WS-MONTH-FIRST
               MOVE LV-FROM-DATE(7:2) TO WS-FROM-DAY
           END-IF.
           IF LV-TO-DATE < WS-MONTH-LAST
               MOVE LV-TO-DATE(7:2) TO WS-TO-DAY
           END-IF.
           PERFORM VARYING WS-DAY-I FROM WS-FROM-DAY BY 1
               UNTIL WS-DAY-I > WS-TO-DAY
               MOVE 'N' TO WS-DAY-BILLABLE(WS-DAY-I)
           END-PERFORM.

      * An exeat is nights away: the day out through the day before
      * the day back - signed back in, or the return date while the
      * boarder is still out. A same-day leave-out clears nothing.
       CLEAR-EXEAT-DAYS.
           MOVE 'N' TO WS-EXEAT-EOF.
           MOVE MP-STUDENT-ID TO EX-STUDENT-ID.
           MOVE ZERO          TO EX-DEPART-DATE.
           START EXEAT KEY NOT < EX-KEY
               INVALID KEY MOVE 'Y' TO WS-EXEAT-EOF
           END-START.
           PERFORM UNTIL WS-EXEAT-EOF = 'Y'
               READ EXEAT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EXEAT-EOF
                   NOT AT END
                       IF EX-STUDENT-ID NOT EQUAL MP-STUDENT-ID
                           OR EX-DEPART-DATE > WS-MONTH-LAST
                           MOVE 'Y' TO WS-EXEAT-EOF
                       ELSE
                           IF EX-APPROVED
                               PERFORM CLEAR-ONE-EXEAT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLEAR-ONE-EXEAT.
           MOVE EX-DEPART-DATE TO WS-AWAY-FROM.
           IF EX-BACK-DATE > ZERO
               MOVE EX-BACK-DATE TO WS-AWAY-TO
           ELSE
               MOVE EX-RETURN-DATE TO WS-AWAY-TO
           END-IF.
           COMPUTE WS-AWAY-TO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-AWAY-TO) - 1).
           IF WS-AWAY-TO NOT < WS-AWAY-FROM
               AND WS-AWAY-TO NOT < WS-MONTH-FIRST
               MOVE 1 TO WS-FROM-DAY
               MOVE WS-DAYS-IN-MONTH TO WS-TO-DAY
               IF WS-AWAY-FROM > WS-MONTH-FIRST
                   MOVE WS-AWAY-FROM(7:2) TO WS-FROM-DAY
               END-IF
               IF WS-AWAY-TO < WS-MONTH-LAST
                   MOVE WS-AWAY-TO(7:2) TO WS-TO-DAY
               END-IF
               PERFORM VARYING WS-DAY-I FROM WS-FROM-DAY BY 1
                   UNTIL WS-DAY-I > WS-TO-DAY
                   MOVE 'N' TO WS-DAY-BILLABLE(WS-DAY-I)
               END-PERFORM
           END-IF.

       RAISE-MESS-CHARGE.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-CHARGE-RATE * WS-BILLABLE-DAYS / WS-DAYS-IN-MONTH.
           MOVE MP-STUDENT-ID TO RVN-STUDENT-ID.
           MOVE WS-CHARGE-FEE TO RVN-FEE-CODE.
           PERFORM FIND-FREE-INSTALLMENT.
           IF RVN-FOUND = 'N'
               MOVE 'NO FREE INSTALLMENT - NOT RAISED' TO DL-NOTE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE MP-STUDENT-ID    TO RV-STUDENT-ID
               MOVE WS-CHARGE-FEE    TO RV-FEE-CODE
               MOVE RVN-INSTALLMENT  TO RV-INSTALLMENT-NO
               MOVE WS-CHARGE-AMOUNT TO RV-AMOUNT
               MOVE ZERO             TO RV-PAID-AMOUNT
               MOVE WS-DUE-DATE      TO RV-DUE-DATE
               MOVE 'O'              TO RV-STATUS
               MOVE SPACES           TO RV-ASSESS-RUN
               WRITE RECEIVABLE-FILE
                   INVALID KEY
                       MOVE 'INVALID KEY - NOT RAISED' TO DL-NOTE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM APPEND-CHARGE-REGISTER
                       MOVE WS-CHARGE-FEE    TO DL-CHARGED-CODE
                       MOVE RVN-INSTALLMENT  TO DL-CHARGED-INST
                       MOVE WS-CHARGE-AMOUNT TO DL-AMOUNT
                       IF WS-BILLABLE-DAYS < WS-DAYS-IN-MONTH
                           MOVE 'PRO-RATA' TO DL-NOTE
                       END-IF
                       ADD 1 TO WS-BILLED-COUNT
                       ADD WS-CHARGE-AMOUNT TO WS-BILLED-TOTAL
                       PERFORM MARK-PLAN-BILLED
               END-WRITE
           END-IF.

       MARK-PLAN-BILLED.
           MOVE WS-BILL-MONTH TO MP-LAST-BILLED.
           REWRITE MEAL-PLAN-FILE
               INVALID KEY
                   DISPLAY 'MEAL-PLAN: Invalid Key ' MP-STUDENT-ID
           END-REWRITE.

       COPY "rvnext.cpy".

       COPY "chgregwt.cpy".

       COPY "parmrd.cpy".
