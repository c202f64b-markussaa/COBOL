      * What the school owes back in caution deposits, student by
      * student, off DEPOSIT-LEDGER's balance records: the hostel,
      * library and locker balance each leaver will be paid, totalled
      * by deposit type, with the ledger's lifetime received,
      * deducted, applied and refunded figures underneath.
      *
      * The total is then tied to the general ledger the way
      * GL-JOURNAL-EXTRACT ties RECEIVABLE to debtor control: the
      * last tied day's ledger total, moved by what the day's
      * released GL-JOURNAL credits less debits to the
      * GL-DEPOSIT-ACCT liability account, against what the ledger
      * actually holds now. DEPOSIT-CONTROL keeps the tied day and
      * its balances, so a rerun of the same day starts from the
      * same opening and the first run reconciles by construction.
      * The report belongs in the daily cycle straight after the
      * GL extract; a difference means ledger movement that reached
      * no register that day, and ends the step RC 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPOSIT-LIABILITY-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPOSIT-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL-KEY
                   FILE STATUS IS WS-DEPL-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   FILE STATUS IS WS-FS.

               SELECT GL-JOURNAL ASSIGN TO 'GL-JOURNAL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FS.

               SELECT DEPOSIT-CONTROL ASSIGN TO 'DEPOSIT-CONTROL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FS.

               SELECT LIABILITY-REPORT
                   ASSIGN TO 'DEPOSIT-LIABILITY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD DEPOSIT-LEDGER.
           COPY "depledg.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD GL-JOURNAL.
           COPY "gljrnl.cpy".

           FD DEPOSIT-CONTROL.
           01 DEPOSIT-CONTROL-REC.
               05 DC-LAST-DATE      PIC 9(08).
               05 DC-OPENING        PIC S9(09)V99
                   SIGN LEADING SEPARATE.
               05 DC-CLOSING        PIC S9(09)V99
                   SIGN LEADING SEPARATE.

           FD LIABILITY-REPORT.
           01 LIABILITY-LINE        PIC X(90).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-JRNL-FS            PIC X(02).
           01 WS-CTL-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-STUDENT-OPEN       PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
      *    GL-DEPOSIT-ACCT on the parm card is the liability account
      *    the chart credits with deposits received and debits with
      *    deposits deducted, applied and refunded.
           01 WS-DEPOSIT-ACCT       PIC X(10) VALUE '2300'.

           01 WS-HOLDER-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-LEDGER-TOTAL       PIC S9(09)V99 VALUE ZERO.
           01 WS-TYPE-TOTALS.
               05 WS-TYPE-TOTAL     PIC 9(09)V99 OCCURS 3 TIMES.
           01 WS-RECEIVED-ALL       PIC 9(09)V99 VALUE ZERO.
           01 WS-DEDUCTED-ALL       PIC 9(09)V99 VALUE ZERO.
           01 WS-APPLIED-ALL        PIC 9(09)V99 VALUE ZERO.
           01 WS-REFUNDED-ALL       PIC 9(09)V99 VALUE ZERO.

      *    General ledger tie figures.
           01 WS-JOURNAL-DATE       PIC 9(08) VALUE ZERO.
           01 WS-JOURNAL-LINES      PIC 9(05) VALUE ZERO.
           01 WS-ACCT-CREDITS       PIC 9(09)V99 VALUE ZERO.
           01 WS-ACCT-DEBITS        PIC 9(09)V99 VALUE ZERO.
           01 WS-HAVE-CONTROL       PIC A(01) VALUE 'N'.
           01 WS-OPENING            PIC S9(09)V99 VALUE ZERO.
           01 WS-EXPECTED           PIC S9(09)V99 VALUE ZERO.
           01 WS-DIFFERENCE         PIC S9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC -ZZZ,ZZZ,ZZ9.99.
           COPY "depflds.cpy".
           COPY "parmtbl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(34)
                   VALUE 'REFUNDABLE DEPOSIT LIABILITY AS AT'.
               05 FILLER PIC X(01) VALUE SPACES.
               05 H1-TODAY          PIC 9(08).
               05 FILLER PIC X(12) VALUE '   GL ACCT  '.
               05 H1-DEPOSIT-ACCT   PIC X(10).

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'STUDENT'.
               05 FILLER PIC X(23) VALUE ' NAME'.
               05 FILLER PIC X(03) VALUE 'ST'.
               05 FILLER PIC X(12) VALUE '      HOSTEL'.
               05 FILLER PIC X(12) VALUE '     LIBRARY'.
               05 FILLER PIC X(12) VALUE '      LOCKER'.
               05 FILLER PIC X(14) VALUE '         TOTAL'.

           01 WS-DETAIL-LINE.
               05 DT-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DT-NAME           PIC X(22).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DT-STATUS         PIC X(01).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DT-TYPE-AMOUNT    PIC ZZ,ZZZ,ZZ9.99 OCCURS 3 TIMES.
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DT-TOTAL          PIC ZZ,ZZZ,ZZ9.99.

           01 WS-TOTAL-LINE.
               05 TL-LABEL          PIC X(44).
               05 TL-AMOUNT         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DEPOSIT-LIABILITY-REPORT".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-DEPOSIT-CODES.
           MOVE 'GL-DEPOSIT-ACCT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT TO WS-DEPOSIT-ACCT
           END-IF.
           DISPLAY 'DEPOSIT LIABILITY ACCOUNT: ' WS-DEPOSIT-ACCT.

           OPEN INPUT DEPOSIT-LEDGER.
           IF WS-DEPL-FS NOT EQUAL '00'
               DISPLAY "Error opening DEPOSIT-LEDGER. Status: "
                   WS-DEPL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LIABILITY-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening LIABILITY-REPORT. Status: "
                   WS-RPT-FS
               CLOSE DEPOSIT-LEDGER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Names are a courtesy; the report runs without the master.
           OPEN INPUT STUDENT.
           IF WS-FS EQUAL '00'
               MOVE 'Y' TO WS-STUDENT-OPEN
           END-IF.

           MOVE ZERO TO WS-TYPE-TOTAL(1) WS-TYPE-TOTAL(2)
                        WS-TYPE-TOTAL(3).
           MOVE WS-TODAY        TO H1-TODAY.
           MOVE WS-DEPOSIT-ACCT TO H1-DEPOSIT-ACCT.
           MOVE WS-HEADING-1 TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.
           MOVE SPACES TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.
           MOVE WS-HEADING-2 TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ DEPOSIT-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF DL-BALANCE-REC
                           PERFORM TAKE-BALANCE-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE DEPOSIT-LEDGER.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.

           PERFORM PRINT-LEDGER-TOTALS.
           PERFORM READ-GL-JOURNAL.
           PERFORM PRINT-GL-TIE.

           CLOSE LIABILITY-REPORT.

           MOVE WS-LEDGER-TOTAL TO WS-DISPLAY-AMOUNT.
           DISPLAY 'STUDENTS HOLDING DEPOSITS: ' WS-HOLDER-COUNT.
           DISPLAY 'DEPOSIT LIABILITY: ' WS-DISPLAY-AMOUNT.
       STOP RUN.

      * Every balance record adds to the lifetime figures; only a
      * student still holding money gets a line.
       TAKE-BALANCE-RECORD.
           ADD DL-RECEIVED-TOTAL TO WS-RECEIVED-ALL.
           ADD DL-DEDUCTED-TOTAL TO WS-DEDUCTED-ALL.
           ADD DL-APPLIED-TOTAL  TO WS-APPLIED-ALL.
           ADD DL-REFUNDED-TOTAL TO WS-REFUNDED-ALL.
           COMPUTE WS-DH-BALANCE = DL-TYPE-BALANCE(1)
               + DL-TYPE-BALANCE(2) + DL-TYPE-BALANCE(3).
           IF WS-DH-BALANCE > ZERO
               ADD 1 TO WS-HOLDER-COUNT
               ADD WS-DH-BALANCE TO WS-LEDGER-TOTAL
               MOVE DL-STUDENT-ID TO DT-STUDENT-ID
               MOVE SPACES TO DT-NAME
               MOVE SPACES TO DT-STATUS
               IF WS-STUDENT-OPEN = 'Y'
                   MOVE DL-STUDENT-ID TO STUDENT-ID
                   READ STUDENT
                       KEY IS STUDENT-ID
                       INVALID KEY
                           MOVE '(NOT ON MASTER)' TO DT-NAME
                       NOT INVALID KEY
                           MOVE STUDENT-NAME   TO DT-NAME
                           MOVE STUDENT-STATUS TO DT-STATUS
                   END-READ
               END-IF
               PERFORM VARYING WS-DEP-I FROM 1 BY 1
                   UNTIL WS-DEP-I > 3
                   MOVE DL-TYPE-BALANCE(WS-DEP-I)
                       TO DT-TYPE-AMOUNT(WS-DEP-I)
                   ADD DL-TYPE-BALANCE(WS-DEP-I)
                       TO WS-TYPE-TOTAL(WS-DEP-I)
               END-PERFORM
               MOVE WS-DH-BALANCE TO DT-TOTAL
               MOVE WS-DETAIL-LINE TO LIABILITY-LINE
               WRITE LIABILITY-LINE
           END-IF.

       PRINT-LEDGER-TOTALS.
           MOVE SPACES TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 3
               MOVE SPACES TO TL-LABEL
               STRING 'TOTAL ' WS-DEP-TYPE-NAME(WS-DEP-I)
                   ' DEPOSITS HELD (' WS-DEP-FEE-CODE(WS-DEP-I) ')'
                   DELIMITED BY SIZE INTO TL-LABEL
               MOVE WS-TYPE-TOTAL(WS-DEP-I) TO TL-AMOUNT
               PERFORM WRITE-TOTAL-LINE
           END-PERFORM.
           MOVE 'TOTAL DEPOSIT LIABILITY PER LEDGER' TO TL-LABEL.
           MOVE WS-LEDGER-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.

           MOVE SPACES TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.
           MOVE 'RECEIVED TO DATE' TO TL-LABEL.
           MOVE WS-RECEIVED-ALL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LESS DEDUCTED FOR DAMAGE AND LOSS' TO TL-LABEL.
           MOVE WS-DEDUCTED-ALL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LESS APPLIED TO UNPAID DUES' TO TL-LABEL.
           MOVE WS-APPLIED-ALL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LESS REFUNDED ON LEAVING' TO TL-LABEL.
           MOVE WS-REFUNDED-ALL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.

      * The day's released journal: the liability account's credits
      * less its debits. A held day leaves the journal empty.
       READ-GL-JOURNAL.
           OPEN INPUT GL-JOURNAL.
           IF WS-JRNL-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ GL-JOURNAL
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-JOURNAL-LINES
                           MOVE GJ-JOURNAL-DATE TO WS-JOURNAL-DATE
                           IF GJ-ACCOUNT = WS-DEPOSIT-ACCT
                               IF GJ-CREDIT
                                   ADD GJ-AMOUNT TO WS-ACCT-CREDITS
                               ELSE
                                   ADD GJ-AMOUNT TO WS-ACCT-DEBITS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL
           END-IF.

           OPEN INPUT DEPOSIT-CONTROL.
           IF WS-CTL-FS EQUAL '00'
               READ DEPOSIT-CONTROL
                   AT END CONTINUE
                   NOT AT END MOVE 'Y' TO WS-HAVE-CONTROL
               END-READ
               CLOSE DEPOSIT-CONTROL
           END-IF.

       PRINT-GL-TIE.
           MOVE SPACES TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.
           MOVE 'DEPOSIT LIABILITY TIE TO GENERAL LEDGER'
               TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.

           IF WS-JOURNAL-LINES = ZERO
               MOVE '*** NO RELEASED JOURNAL - LEDGER NOT TIED ***'
                   TO LIABILITY-LINE
               WRITE LIABILITY-LINE
               DISPLAY 'NO RELEASED JOURNAL - LEDGER NOT TIED'
               MOVE 4 TO RETURN-CODE
           ELSE
               IF WS-HAVE-CONTROL = 'Y'
                   AND WS-JOURNAL-DATE < DC-LAST-DATE
                   MOVE SPACES TO LIABILITY-LINE
                   STRING '*** JOURNAL DAY ' WS-JOURNAL-DATE
                       ' IS BEFORE LAST TIED DAY ' DC-LAST-DATE
                       ' - NOT TIED ***'
                       DELIMITED BY SIZE INTO LIABILITY-LINE
                   WRITE LIABILITY-LINE
                   DISPLAY 'JOURNAL OLDER THAN LAST TIED DAY'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TIE-TO-JOURNAL
               END-IF
           END-IF.

       TIE-TO-JOURNAL.
           IF WS-HAVE-CONTROL = 'Y'
               IF WS-JOURNAL-DATE = DC-LAST-DATE
                   MOVE DC-OPENING TO WS-OPENING
               ELSE
                   MOVE DC-CLOSING TO WS-OPENING
               END-IF
           ELSE
               COMPUTE WS-OPENING = WS-LEDGER-TOTAL
                   - WS-ACCT-CREDITS + WS-ACCT-DEBITS
           END-IF.
           COMPUTE WS-EXPECTED = WS-OPENING
               + WS-ACCT-CREDITS - WS-ACCT-DEBITS.
           COMPUTE WS-DIFFERENCE = WS-LEDGER-TOTAL - WS-EXPECTED.

           IF WS-HAVE-CONTROL = 'Y'
               MOVE SPACES TO TL-LABEL
               STRING 'OPENING LIABILITY (LAST TIED '
                   DC-LAST-DATE ')'
                   DELIMITED BY SIZE INTO TL-LABEL
           ELSE
               MOVE 'OPENING LIABILITY (DERIVED - NO PRIOR TIE)'
                   TO TL-LABEL
           END-IF.
           MOVE WS-OPENING TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO TL-LABEL.
           STRING 'ADD CREDITS JOURNALED ' WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-ACCT-CREDITS TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE SPACES TO TL-LABEL.
           STRING 'LESS DEBITS JOURNALED ' WS-JOURNAL-DATE
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-ACCT-DEBITS TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'EXPECTED LIABILITY PER GENERAL LEDGER' TO TL-LABEL.
           MOVE WS-EXPECTED TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'LIABILITY PER DEPOSIT LEDGER' TO TL-LABEL.
           MOVE WS-LEDGER-TOTAL TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.
           MOVE 'DIFFERENCE' TO TL-LABEL.
           MOVE WS-DIFFERENCE TO TL-AMOUNT.
           PERFORM WRITE-TOTAL-LINE.

           IF WS-DIFFERENCE NOT EQUAL ZERO
               MOVE '*** LEDGER DOES NOT TIE TO GENERAL LEDGER ***'
                   TO LIABILITY-LINE
               WRITE LIABILITY-LINE
               MOVE WS-DIFFERENCE TO WS-DISPLAY-AMOUNT
               DISPLAY 'DEPOSIT LEDGER OUT BY ' WS-DISPLAY-AMOUNT
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT DEPOSIT-CONTROL.
           MOVE WS-JOURNAL-DATE TO DC-LAST-DATE.
           MOVE WS-OPENING      TO DC-OPENING.
           MOVE WS-LEDGER-TOTAL TO DC-CLOSING.
           WRITE DEPOSIT-CONTROL-REC.
           CLOSE DEPOSIT-CONTROL.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO LIABILITY-LINE.
           WRITE LIABILITY-LINE.

       COPY "deprule.cpy".
       COPY "parmrd.cpy".
