      * The bursar's answer to the governors' "what comes in next
      * month?" - until now a guess. Every open installment on
      * RECEIVABLE with money still owing is RELEASEd into the sort
      * under its student's CAMPUS-CODE off STUDENT-MASTER, its due
      * month and its fee code; one already past its due date goes
      * into the campus's AT RISK bucket instead of a month. The
      * output procedure breaks on campus and month and prints, per
      * fee code, the amount owing and the amount expected: owing
      * times that fee code's historical collection rate.
      *
      * The rate comes from two places. The past aging - every
      * installment on RECEIVABLE already fallen due, settled or
      * not - gives how much of what fell due was actually paid.
      * RECEIPT-REGISTER gives how much of what was received was
      * later reversed as a bounced cheque or returned debit, and
      * that share is taken off again, because future receipts will
      * bounce at the same rate. A fee code with no history yet is
      * expected in full. Transferred installments belong to another
      * campus and are left out of both.
      *
      * The report is written to CASH-FORECAST.txt and every line
      * is also appended to REPORT-REPOSITORY under the name
      * CASH-FORECAST with its REPORT-INDEX entry, the way
      * REPORT-ARCHIVER files any dated report, so last term's
      * forecast can be reprinted and set against what came in.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CASH-FLOW-FORECAST.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT RECEIPT-REGISTER
                   ASSIGN TO 'RECEIPT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-FS.

               SELECT FORECAST-WORK ASSIGN TO 'FCSTSORT'.

               SELECT FORECAST-REPORT ASSIGN TO 'CASH-FORECAST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT REPORT-REPOSITORY
                   ASSIGN TO 'REPORT-REPOSITORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPO-FS.

               SELECT REPORT-INDEX ASSIGN TO 'REPORT-INDEX.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IDX-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD RECEIPT-REGISTER.
      * The register line exactly as PAYMENT-POSTING strings it.
           01 RECEIPT-REGISTER-LINE.
               05 RL-TAG            PIC X(08).
               05 RL-RECEIPT-NUMBER PIC X(08).
               05 FILLER            PIC X(04).
               05 RL-STUDENT-ID     PIC X(05).
               05 FILLER            PIC X(05).
               05 RL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(08).
               05 RL-AMOUNT-TEXT    PIC X(08).
               05 FILLER            PIC X(30).

           SD FORECAST-WORK.
           01 FORECAST-WORK-REC.
               05 FW-CAMPUS         PIC X(03).
      *        Zero for an installment already past due, so the at
      *        risk bucket leads each campus.
               05 FW-DUE-MONTH      PIC 9(06).
               05 FW-FEE-CODE       PIC X(04).
               05 FW-OUTSTANDING    PIC 9(05)V99.

           FD FORECAST-REPORT.
           01 FORECAST-LINE         PIC X(90).

           FD REPORT-REPOSITORY.
           COPY "rptrepo.cpy".

           FD REPORT-INDEX.
           COPY "rptidx.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-REPO-FS            PIC X(02).
           01 WS-IDX-FS             PIC X(02).
           01 WS-REPO-OPEN          PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-OUTSTANDING        PIC 9(05)V99.
           01 WS-RECEIPT-AMOUNT     PIC 9(05)V99.
           01 WS-REPORT-NAME        PIC X(18) VALUE 'CASH-FORECAST'.
           01 WS-LINE-COUNT         PIC 9(06) VALUE ZERO.
           01 WS-PAGE-COUNT         PIC 9(04).
           01 WS-LINES-PER-PAGE     PIC 9(02) VALUE 20.
           01 WS-NO-CAMPUS-COUNT    PIC 9(05) VALUE ZERO.

      *    Collection history per fee code. Sixty fee codes is more
      *    than the fee catalog has ever carried.
           01 WS-RATE-TABLE.
               05 WS-RATE-ROW OCCURS 60 TIMES.
                   10 WS-RT-FEE-CODE    PIC X(04).
                   10 WS-RT-FELL-DUE    PIC 9(09)V99.
                   10 WS-RT-PAID        PIC 9(09)V99.
                   10 WS-RT-RECEIVED    PIC 9(09)V99.
                   10 WS-RT-REVERSED    PIC 9(09)V99.
                   10 WS-RT-RATE        PIC 9V9999.
           01 WS-RATE-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-RT-I               PIC 9(02).
           01 WS-RT-FOUND           PIC 9(02).
           01 WS-LOOKUP-FEE         PIC X(04).
           01 WS-RATE               PIC 9V9999.
           01 WS-REVERSAL-SHARE     PIC 9V9999.

      *    Control-break holders for the output procedure.
           01 WS-FIRST-GROUP        PIC A(01) VALUE 'Y'.
           01 WS-PRIOR-CAMPUS       PIC X(03).
           01 WS-PRIOR-MONTH        PIC 9(06).
           01 WS-PRIOR-FEE          PIC X(04).
           01 WS-FEE-COUNT          PIC 9(05).
           01 WS-FEE-OWING          PIC 9(09)V99.
           01 WS-FEE-EXPECTED       PIC 9(09)V99.
           01 WS-MONTH-OWING        PIC 9(09)V99.
           01 WS-MONTH-EXPECTED     PIC 9(09)V99.
           01 WS-CAMPUS-OWING       PIC 9(09)V99.
           01 WS-CAMPUS-EXPECTED    PIC 9(09)V99.
           01 WS-CAMPUS-AT-RISK     PIC 9(09)V99.
           01 WS-SCHOOL-OWING       PIC 9(09)V99 VALUE ZERO.
           01 WS-SCHOOL-EXPECTED    PIC 9(09)V99 VALUE ZERO.
           01 WS-SCHOOL-AT-RISK     PIC 9(09)V99 VALUE ZERO.
           01 WS-DISPLAY-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           COPY "parmtbl.cpy".

           01 WS-HEADING-1.
               05 FILLER PIC X(31)
                   VALUE 'FEE CASH-FLOW FORECAST AS AT  '.
               05 H1-TODAY          PIC 9(08).

           01 WS-CAMPUS-HEADING.
               05 FILLER PIC X(08) VALUE 'CAMPUS: '.
               05 CH-CAMPUS         PIC X(03).

           01 WS-HEADING-2.
               05 FILLER PIC X(10) VALUE 'MONTH'.
               05 FILLER PIC X(06) VALUE 'FEE'.
               05 FILLER PIC X(07) VALUE '  ITEMS'.
               05 FILLER PIC X(16) VALUE '           OWING'.
               05 FILLER PIC X(08) VALUE '    RATE'.
               05 FILLER PIC X(16) VALUE '        EXPECTED'.

           01 WS-DETAIL-LINE.
               05 DL-MONTH          PIC X(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-COUNT          PIC ZZZZZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-OWING          PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-RATE           PIC ZZ9.9.
               05 FILLER            PIC X(01) VALUE '%'.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-EXPECTED       PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NOTE           PIC X(07).

           01 WS-TOTAL-LINE.
               05 TL-LABEL          PIC X(23).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 TL-OWING          PIC ZZZ,ZZZ,ZZ9.99.
               05 FILLER            PIC X(10) VALUE SPACES.
               05 TL-EXPECTED       PIC ZZZ,ZZZ,ZZ9.99.

           01 WS-RISK-LINE.
               05 FILLER PIC X(25) VALUE '  OF WHICH AT RISK'.
               05 RL-AT-RISK        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "CASH-FLOW-FORECAST".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'LINES-PER-PAGE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-LINES-PER-PAGE
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT FORECAST-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening CASH-FORECAST. Status: "
                   WS-RPT-FS
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND REPORT-REPOSITORY.
           IF WS-REPO-FS EQUAL '35'
               OPEN OUTPUT REPORT-REPOSITORY
           END-IF.
           IF WS-REPO-FS EQUAL '00'
               MOVE 'Y' TO WS-REPO-OPEN
           ELSE
               DISPLAY 'REPORT-REPOSITORY NOT WRITTEN. STATUS: '
                   WS-REPO-FS
               MOVE 4 TO RETURN-CODE
           END-IF.

           SORT FORECAST-WORK
               ON ASCENDING KEY FW-CAMPUS
               ON ASCENDING KEY FW-DUE-MONTH
               ON ASCENDING KEY FW-FEE-CODE
               INPUT PROCEDURE IS COLLECT-OPEN-INSTALLMENTS
               OUTPUT PROCEDURE IS PRINT-FORECAST.

           CLOSE STUDENT.
           CLOSE FORECAST-REPORT.
           IF WS-REPO-OPEN = 'Y'
               CLOSE REPORT-REPOSITORY
               PERFORM WRITE-INDEX-ENTRY
           END-IF.

           MOVE WS-SCHOOL-OWING TO WS-DISPLAY-TOTAL.
           DISPLAY 'TOTAL OWING: '    WS-DISPLAY-TOTAL.
           MOVE WS-SCHOOL-EXPECTED TO WS-DISPLAY-TOTAL.
           DISPLAY 'TOTAL EXPECTED: ' WS-DISPLAY-TOTAL.
           MOVE WS-SCHOOL-AT-RISK TO WS-DISPLAY-TOTAL.
           DISPLAY 'PAST DUE AT RISK: ' WS-DISPLAY-TOTAL.
           IF WS-NO-CAMPUS-COUNT > ZERO
               DISPLAY 'INSTALLMENTS FOR STUDENTS NOT ON MASTER: '
                   WS-NO-CAMPUS-COUNT
           END-IF.
       STOP RUN.

      * One pass over RECEIVABLE both gathers the collection history
      * and releases the open installments; the receipt register is
      * read afterwards and the rates set before the sort returns.
       COLLECT-OPEN-INSTALLMENTS.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM TAKE-ONE-INSTALLMENT
               END-READ
           END-PERFORM.
           CLOSE RECEIVABLE.

           PERFORM READ-RECEIPT-REGISTER.
           PERFORM SET-COLLECTION-RATES.

       TAKE-ONE-INSTALLMENT.
           IF NOT RV-TRANSFERRED
               MOVE RV-FEE-CODE TO WS-LOOKUP-FEE
               PERFORM FIND-RATE-ROW
               IF WS-RT-FOUND > ZERO AND RV-DUE-DATE < WS-TODAY
                   ADD RV-AMOUNT      TO WS-RT-FELL-DUE(WS-RT-FOUND)
                   ADD RV-PAID-AMOUNT TO WS-RT-PAID(WS-RT-FOUND)
               END-IF
           END-IF.
           IF RV-OPEN AND RV-AMOUNT > RV-PAID-AMOUNT
               COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID-AMOUNT
               PERFORM RELEASE-INSTALLMENT
           END-IF.

       RELEASE-INSTALLMENT.
           MOVE RV-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE '???' TO FW-CAMPUS
                   ADD 1 TO WS-NO-CAMPUS-COUNT
               NOT INVALID KEY
                   MOVE CAMPUS-CODE TO FW-CAMPUS
           END-READ.
           IF RV-DUE-DATE < WS-TODAY
               MOVE ZERO TO FW-DUE-MONTH
           ELSE
               MOVE RV-DUE-DATE(1:6) TO FW-DUE-MONTH
           END-IF.
           MOVE RV-FEE-CODE    TO FW-FEE-CODE.
           MOVE WS-OUTSTANDING TO FW-OUTSTANDING.
           RELEASE FORECAST-WORK-REC.

      * Finds the fee code's row, adding it when new; WS-RT-FOUND
      * stays zero only when the table is full.
       FIND-RATE-ROW.
           MOVE ZERO TO WS-RT-FOUND.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RATE-COUNT OR WS-RT-FOUND > ZERO
               IF WS-RT-FEE-CODE(WS-RT-I) = WS-LOOKUP-FEE
                   MOVE WS-RT-I TO WS-RT-FOUND
               END-IF
           END-PERFORM.
           IF WS-RT-FOUND = ZERO AND WS-RATE-COUNT < 60
               ADD 1 TO WS-RATE-COUNT
               MOVE WS-RATE-COUNT TO WS-RT-FOUND
               MOVE WS-LOOKUP-FEE TO WS-RT-FEE-CODE(WS-RT-FOUND)
               MOVE ZERO TO WS-RT-FELL-DUE(WS-RT-FOUND)
                   WS-RT-PAID(WS-RT-FOUND)
                   WS-RT-RECEIVED(WS-RT-FOUND)
                   WS-RT-REVERSED(WS-RT-FOUND)
               MOVE 1 TO WS-RT-RATE(WS-RT-FOUND)
           END-IF.

      * No register on file just means no reversal history.
       READ-RECEIPT-REGISTER.
           OPEN INPUT RECEIPT-REGISTER.
           IF WS-REG-FS NOT EQUAL '00'
               DISPLAY 'NO RECEIPT-REGISTER ON FILE - NO REVERSAL '
                   'HISTORY USED'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIPT-REGISTER
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-RECEIPT-LINE
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-REGISTER
           END-IF.

       TAKE-RECEIPT-LINE.
           IF RL-TAG = 'RECEIPT=' OR RL-TAG = 'REVERSD='
               MOVE RL-FEE-CODE TO WS-LOOKUP-FEE
               PERFORM FIND-RATE-ROW
               IF WS-RT-FOUND > ZERO
                   COMPUTE WS-RECEIPT-AMOUNT =
                       FUNCTION NUMVAL(RL-AMOUNT-TEXT)
                   IF RL-TAG = 'RECEIPT='
                       ADD WS-RECEIPT-AMOUNT
                           TO WS-RT-RECEIVED(WS-RT-FOUND)
                   ELSE
                       ADD WS-RECEIPT-AMOUNT
                           TO WS-RT-REVERSED(WS-RT-FOUND)
                   END-IF
               END-IF
           END-IF.

       SET-COLLECTION-RATES.
           PERFORM VARYING WS-RT-I FROM 1 BY 1
               UNTIL WS-RT-I > WS-RATE-COUNT
               MOVE 1 TO WS-RATE
               IF WS-RT-FELL-DUE(WS-RT-I) > ZERO
                   IF WS-RT-PAID(WS-RT-I) < WS-RT-FELL-DUE(WS-RT-I)
                       COMPUTE WS-RATE ROUNDED =
                           WS-RT-PAID(WS-RT-I)
                           / WS-RT-FELL-DUE(WS-RT-I)
                   END-IF
               END-IF
               IF WS-RT-RECEIVED(WS-RT-I) > ZERO
                   MOVE 1 TO WS-REVERSAL-SHARE
                   IF WS-RT-REVERSED(WS-RT-I)
                       < WS-RT-RECEIVED(WS-RT-I)
                       COMPUTE WS-REVERSAL-SHARE ROUNDED =
                           WS-RT-REVERSED(WS-RT-I)
                           / WS-RT-RECEIVED(WS-RT-I)
                   END-IF
                   COMPUTE WS-RATE ROUNDED =
                       WS-RATE * (1 - WS-REVERSAL-SHARE)
               END-IF
               MOVE WS-RATE TO WS-RT-RATE(WS-RT-I)
           END-PERFORM.

       PRINT-FORECAST.
           MOVE WS-TODAY TO H1-TODAY.
           MOVE WS-HEADING-1 TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN FORECAST-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM FORECAST-ONE-INSTALLMENT
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-GROUP = 'N'
               PERFORM PRINT-FEE-LINE
               PERFORM PRINT-MONTH-TOTAL
               PERFORM PRINT-CAMPUS-TOTAL
           END-IF.

           MOVE 'ALL CAMPUSES'     TO TL-LABEL.
           MOVE WS-SCHOOL-OWING    TO TL-OWING.
           MOVE WS-SCHOOL-EXPECTED TO TL-EXPECTED.
           MOVE WS-TOTAL-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE WS-SCHOOL-AT-RISK TO RL-AT-RISK.
           MOVE WS-RISK-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.

       FORECAST-ONE-INSTALLMENT.
           IF WS-FIRST-GROUP = 'Y'
               MOVE 'N' TO WS-FIRST-GROUP
               PERFORM START-CAMPUS
           ELSE
               IF FW-CAMPUS NOT EQUAL WS-PRIOR-CAMPUS
                   PERFORM PRINT-FEE-LINE
                   PERFORM PRINT-MONTH-TOTAL
                   PERFORM PRINT-CAMPUS-TOTAL
                   PERFORM START-CAMPUS
               ELSE
                   IF FW-DUE-MONTH NOT EQUAL WS-PRIOR-MONTH
                       PERFORM PRINT-FEE-LINE
                       PERFORM PRINT-MONTH-TOTAL
                       PERFORM START-MONTH
                   ELSE
                       IF FW-FEE-CODE NOT EQUAL WS-PRIOR-FEE
                           PERFORM PRINT-FEE-LINE
                           PERFORM START-FEE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-FEE-COUNT.
           ADD FW-OUTSTANDING TO WS-FEE-OWING.

       START-CAMPUS.
           MOVE FW-CAMPUS TO WS-PRIOR-CAMPUS.
           MOVE ZERO TO WS-CAMPUS-OWING WS-CAMPUS-EXPECTED
               WS-CAMPUS-AT-RISK.
           MOVE SPACES TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE FW-CAMPUS TO CH-CAMPUS.
           MOVE WS-CAMPUS-HEADING TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE WS-HEADING-2 TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           PERFORM START-MONTH.

       START-MONTH.
           MOVE FW-DUE-MONTH TO WS-PRIOR-MONTH.
           MOVE ZERO TO WS-MONTH-OWING WS-MONTH-EXPECTED.
           PERFORM START-FEE.

       START-FEE.
           MOVE FW-FEE-CODE TO WS-PRIOR-FEE.
           MOVE ZERO TO WS-FEE-COUNT WS-FEE-OWING.

       PRINT-FEE-LINE.
           MOVE WS-PRIOR-FEE TO WS-LOOKUP-FEE.
           PERFORM FIND-RATE-ROW.
           MOVE 1 TO WS-RATE.
           IF WS-RT-FOUND > ZERO
               MOVE WS-RT-RATE(WS-RT-FOUND) TO WS-RATE
           END-IF.
           COMPUTE WS-FEE-EXPECTED ROUNDED = WS-FEE-OWING * WS-RATE.
           IF WS-PRIOR-MONTH = ZERO
               MOVE 'PAST DUE' TO DL-MONTH
               MOVE 'AT RISK'  TO DL-NOTE
           ELSE
               MOVE SPACES TO DL-MONTH
               STRING WS-PRIOR-MONTH(1:4) '-' WS-PRIOR-MONTH(5:2)
                   DELIMITED BY SIZE INTO DL-MONTH
               MOVE SPACES TO DL-NOTE
           END-IF.
           MOVE WS-PRIOR-FEE    TO DL-FEE-CODE.
           MOVE WS-FEE-COUNT    TO DL-COUNT.
           MOVE WS-FEE-OWING    TO DL-OWING.
           COMPUTE DL-RATE ROUNDED = WS-RATE * 100.
           MOVE WS-FEE-EXPECTED TO DL-EXPECTED.
           MOVE WS-DETAIL-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           ADD WS-FEE-OWING    TO WS-MONTH-OWING.
           ADD WS-FEE-EXPECTED TO WS-MONTH-EXPECTED.

      * The past-due bucket is also carried as the campus's at-risk
      * figure; it stays in the campus total, being money still owed.
       PRINT-MONTH-TOTAL.
           IF WS-PRIOR-MONTH = ZERO
               MOVE '  PAST DUE TOTAL' TO TL-LABEL
               ADD WS-MONTH-OWING TO WS-CAMPUS-AT-RISK
                   WS-SCHOOL-AT-RISK
           ELSE
               MOVE '  MONTH TOTAL' TO TL-LABEL
           END-IF.
           MOVE WS-MONTH-OWING    TO TL-OWING.
           MOVE WS-MONTH-EXPECTED TO TL-EXPECTED.
           MOVE WS-TOTAL-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           ADD WS-MONTH-OWING    TO WS-CAMPUS-OWING.
           ADD WS-MONTH-EXPECTED TO WS-CAMPUS-EXPECTED.

       PRINT-CAMPUS-TOTAL.
           MOVE SPACES TO TL-LABEL.
           STRING 'CAMPUS ' WS-PRIOR-CAMPUS ' TOTAL'
               DELIMITED BY SIZE INTO TL-LABEL.
           MOVE WS-CAMPUS-OWING    TO TL-OWING.
           MOVE WS-CAMPUS-EXPECTED TO TL-EXPECTED.
           MOVE WS-TOTAL-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           MOVE WS-CAMPUS-AT-RISK TO RL-AT-RISK.
           MOVE WS-RISK-LINE TO FORECAST-LINE.
           PERFORM WRITE-FORECAST-LINE.
           ADD WS-CAMPUS-OWING    TO WS-SCHOOL-OWING.
           ADD WS-CAMPUS-EXPECTED TO WS-SCHOOL-EXPECTED.

      * Every report line goes to the printed copy and, prefixed
      * with the report name and run date, to the repository.
       WRITE-FORECAST-LINE.
           WRITE FORECAST-LINE.
           IF WS-REPO-OPEN = 'Y'
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-REPORT-NAME TO RR-REPORT-NAME
               MOVE WS-TODAY       TO RR-RUN-DATE
               MOVE FORECAST-LINE  TO RR-LINE-TEXT
               WRITE REPORT-REPO-REC
           END-IF.

       WRITE-INDEX-ENTRY.
           OPEN EXTEND REPORT-INDEX.
           IF WS-IDX-FS EQUAL '35'
               OPEN OUTPUT REPORT-INDEX
           END-IF.
           IF WS-IDX-FS NOT EQUAL '00'
               DISPLAY 'REPORT-INDEX NOT WRITTEN. STATUS: '
                   WS-IDX-FS
           ELSE
               COMPUTE WS-PAGE-COUNT =
                   (WS-LINE-COUNT + WS-LINES-PER-PAGE - 1)
                   / WS-LINES-PER-PAGE
               MOVE WS-REPORT-NAME TO RI-REPORT-NAME
               MOVE WS-TODAY       TO RI-RUN-DATE
               MOVE WS-TODAY       TO RI-AS-OF-DATE
               MOVE WS-LINE-COUNT  TO RI-LINE-COUNT
               MOVE WS-PAGE-COUNT  TO RI-PAGE-COUNT
               WRITE REPORT-INDEX-REC
               CLOSE REPORT-INDEX
           END-IF.

       COPY "parmrd.cpy".
