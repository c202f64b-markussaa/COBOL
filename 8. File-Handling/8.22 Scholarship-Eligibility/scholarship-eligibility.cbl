      * plus a near-miss listing naming the single criterion each
      * almost-eligible student failed, so the board sees who is one
      * fixable item away.
      *
      * The students come off the night's REPORT-EXTRACT
      * (rptext.cpy), which already carries each student's unpaid
      * RECEIVABLE balance joined in, so the screen no longer browses
      * the ledger student by student.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SCHOLARSHIP-ELIGIBILITY.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT REPORT-EXTRACT ASSIGN TO 'REPORT-EXTRACT'
                   ORGANIZATION IS SEQUENTIAL
                   FILE STATUS IS WS-FS.

               SELECT ELIGIBLE-LIST
                   ASSIGN TO 'SCHOLARSHIP-ELIGIBLE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
           FILE SECTION.
           FD REPORT-EXTRACT.
           COPY "rptext.cpy".

           FD ELIGIBLE-LIST.
           01 ELIGIBLE-LINE         PIC X(70).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-ELIG-FS            PIC X(02).
           01 WS-MISS-FS            PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-GPA-THRESHOLD      PIC 9V99 VALUE 3.00.
           01 WS-ATTEND-THRESHOLD   PIC 9(03) VALUE 75.
           01 WS-FEES-CLEAR         PIC A(01).
           01 WS-FAIL-COUNT         PIC 9(01).
           01 WS-FAIL-REASON        PIC X(15).
           01 WS-ELIGIBLE-COUNT     PIC 9(06) VALUE ZERO.
       MAIN-LOGIC.
           DISPLAY "SCHOLARSHIP-ELIGIBILITY".

           OPEN INPUT REPORT-EXTRACT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening REPORT-EXTRACT. Status: " WS-FS
               STOP RUN
           END-IF.

           OPEN OUTPUT NEAR-MISS-LIST.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REPORT-EXTRACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
               END-READ
           END-PERFORM.

           CLOSE REPORT-EXTRACT.
           CLOSE ELIGIBLE-LIST.
           CLOSE NEAR-MISS-LIST.

               END-IF
           END-IF.

      * Any unpaid balance on an open installment means fees are
      * not clear.
       CHECK-FEE-STANDING.
           IF XT-FEES-OUTSTANDING > ZERO
               MOVE 'N' TO WS-FEES-CLEAR
           ELSE
               MOVE 'Y' TO WS-FEES-CLEAR
           END-IF.

       COUNT-FAILED-CRITERIA.
           MOVE ZERO TO WS-FAIL-COUNT.
