      * Sets each fee quotation beside what FEE-ASSESSMENT actually
      * raised once the applicant was admitted. FEE-QUOTE is walked
      * in key order; for every quote whose header ADMISSION-BATCH
      * has stamped with a STUDENT-ID, each quoted fee is compared
      * with the installments the assessment raised for that student
      * and fee on RECEIVABLE (rows with an assessment run on them -
      * fines, trips and the like are not what was quoted), and any
      * assessed fee that was never quoted is listed too.
      * FEE-QUOTE-VARIANCE.txt shows quoted, raised and the
      * difference per fee and per student; quotes for applicants
      * not yet admitted are only counted.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-QUOTE-VARIANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FEE-QUOTE ASSIGN TO 'FEE-QUOTE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FQ-KEY
                   FILE STATUS IS WS-QUOTE-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT VARIANCE-REPORT
                   ASSIGN TO 'FEE-QUOTE-VARIANCE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD FEE-QUOTE.
           COPY "feequot.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD VARIANCE-REPORT.
           01 VARIANCE-LINE         PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-QUOTE-FS           PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-RECV-EOF           PIC A(01).

      *    The quote in hand: its applicant and the student it
      *    became, zero while the applicant is not yet admitted.
           01 WS-CUR-APPLICANT      PIC 9(06) VALUE ZERO.
           01 WS-CUR-STUDENT        PIC 9(05) VALUE ZERO.
           01 WS-IN-QUOTE           PIC A(01) VALUE 'N'.

      *    The fee codes quoted to the student in hand, so the
      *    assessed fees nobody quoted can be picked out after.
           01 WS-QUOTED-TABLE.
               05 WS-QUOTED-FEE OCCURS 40 TIMES PIC X(04).
           01 WS-QUOTED-COUNT       PIC 9(02).
           01 WS-QUOTED-I           PIC 9(02).
           01 WS-WAS-QUOTED         PIC A(01).

           01 WS-FEE-RAISED         PIC 9(06)V99.
           01 WS-FEE-QUOTED         PIC 9(06)V99.
           01 WS-STU-QUOTED         PIC 9(07)V99.
           01 WS-STU-RAISED         PIC 9(07)V99.
           01 WS-VARIANCE           PIC S9(07)V99.
           01 WS-HOLD-FEE           PIC X(04).

           01 WS-COMPARED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-NOT-ADMITTED-COUNT PIC 9(05) VALUE ZERO.
           01 WS-OFF-QUOTE-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-GRAND-QUOTED       PIC 9(08)V99 VALUE ZERO.
           01 WS-GRAND-RAISED       PIC 9(08)V99 VALUE ZERO.

           01 WS-FEE-LINE.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 VL-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 VL-QUOTED         PIC ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 VL-RAISED         PIC ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 VL-VARIANCE       PIC +ZZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 VL-NOTE           PIC X(20).

           01 WS-COLUMN-HEADING.
               05 FILLER            PIC X(10) VALUE '    FEE'.
               05 FILLER            PIC X(12) VALUE '    QUOTED'.
               05 FILLER            PIC X(12) VALUE '    RAISED'.
               05 FILLER            PIC X(13) VALUE '     VARIANCE'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FEE-QUOTE-VARIANCE".

           OPEN INPUT FEE-QUOTE.
           IF WS-QUOTE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-QUOTE. Status: " WS-QUOTE-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               CLOSE FEE-QUOTE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT VARIANCE-REPORT.
           MOVE 'FEE QUOTATIONS AGAINST ASSESSED FEES'
               TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.

      *    The header row (space fee code) leads each applicant's
      *    rows, so it opens the comparison and the next header or
      *    the end of file closes it.
           PERFORM UNTIL WS-EOF = 'Y'
               READ FEE-QUOTE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF FQ-FEE-CODE = SPACES
                           PERFORM FINISH-STUDENT
                           PERFORM START-QUOTE
                       ELSE
                           IF WS-IN-QUOTE = 'Y'
                               AND FQ-APPLICANT-ID = WS-CUR-APPLICANT
                               PERFORM COMPARE-ONE-FEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM FINISH-STUDENT.

           MOVE SPACES TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           COMPUTE WS-VARIANCE = WS-GRAND-RAISED - WS-GRAND-QUOTED.
           MOVE SPACES           TO VL-FEE-CODE.
           MOVE WS-GRAND-QUOTED  TO VL-QUOTED.
           MOVE WS-GRAND-RAISED  TO VL-RAISED.
           MOVE WS-VARIANCE      TO VL-VARIANCE.
           MOVE SPACES           TO VL-NOTE.
           MOVE WS-FEE-LINE TO VARIANCE-LINE.
           MOVE 'TOTAL' TO VARIANCE-LINE(1:8).
           WRITE VARIANCE-LINE.

           CLOSE FEE-QUOTE.
           CLOSE RECEIVABLE.
           CLOSE VARIANCE-REPORT.

           DISPLAY 'QUOTES COMPARED: '         WS-COMPARED-COUNT.
           DISPLAY 'QUOTES NOT YET ADMITTED: ' WS-NOT-ADMITTED-COUNT.
           DISPLAY 'ASSESSED FEES NOT QUOTED: ' WS-OFF-QUOTE-COUNT.
       STOP RUN.

       START-QUOTE.
           MOVE 'N' TO WS-IN-QUOTE.
           MOVE FQ-APPLICANT-ID TO WS-CUR-APPLICANT.
           MOVE FQ-STUDENT-ID   TO WS-CUR-STUDENT.
           IF FQ-STUDENT-ID = ZERO
               ADD 1 TO WS-NOT-ADMITTED-COUNT
           ELSE
               MOVE 'Y' TO WS-IN-QUOTE
               ADD 1 TO WS-COMPARED-COUNT
               MOVE ZERO TO WS-QUOTED-COUNT
               MOVE ZERO TO WS-STU-QUOTED
               MOVE ZERO TO WS-STU-RAISED
               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               STRING 'APPLICANT ' FQ-APPLICANT-ID
                   '  STUDENT ' FQ-STUDENT-ID
                   '  QUOTED ' FQ-QUOTE-DATE
                   '  BY ' FQ-QUOTED-BY
                   '  TRANSPORT ' FQ-TRANSPORT
                   '  BOARDING ' FQ-BOARDING
                   DELIMITED BY SIZE INTO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE WS-COLUMN-HEADING TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

       COMPARE-ONE-FEE.
           IF WS-QUOTED-COUNT < 40
               ADD 1 TO WS-QUOTED-COUNT
               MOVE FQ-FEE-CODE TO WS-QUOTED-FEE(WS-QUOTED-COUNT)
           END-IF.
           MOVE FQ-FEE-CODE TO WS-HOLD-FEE.
           MOVE FQ-AMOUNT   TO WS-FEE-QUOTED.
           PERFORM SUM-FEE-RAISED.
           MOVE SPACES TO VL-NOTE.
           IF WS-FEE-RAISED = ZERO
               MOVE 'NOT RAISED' TO VL-NOTE
           END-IF.
           PERFORM PRINT-FEE-LINE.

      * The installments the assessment raised for the student in
      * hand and WS-HOLD-FEE, added up.
       SUM-FEE-RAISED.
           MOVE ZERO TO WS-FEE-RAISED.
           MOVE WS-CUR-STUDENT TO RV-STUDENT-ID.
           MOVE WS-HOLD-FEE    TO RV-FEE-CODE.
           MOVE ZERO           TO RV-INSTALLMENT-NO.
           MOVE 'N' TO WS-RECV-EOF.
           START RECEIVABLE KEY NOT < RV-KEY
               INVALID KEY MOVE 'Y' TO WS-RECV-EOF
           END-START.
           PERFORM UNTIL WS-RECV-EOF = 'Y'
               READ RECEIVABLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RECV-EOF
                   NOT AT END
                       IF RV-STUDENT-ID NOT = WS-CUR-STUDENT
                           OR RV-FEE-CODE NOT = WS-HOLD-FEE
                           MOVE 'Y' TO WS-RECV-EOF
                       ELSE
                           IF RV-ASSESS-RUN NOT = SPACES
                               ADD RV-AMOUNT TO WS-FEE-RAISED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-FEE-LINE.
           COMPUTE WS-VARIANCE = WS-FEE-RAISED - WS-FEE-QUOTED.
           MOVE WS-HOLD-FEE   TO VL-FEE-CODE.
           MOVE WS-FEE-QUOTED TO VL-QUOTED.
           MOVE WS-FEE-RAISED TO VL-RAISED.
           MOVE WS-VARIANCE   TO VL-VARIANCE.
           MOVE WS-FEE-LINE TO VARIANCE-LINE.
           WRITE VARIANCE-LINE.
           ADD WS-FEE-QUOTED TO WS-STU-QUOTED.
           ADD WS-FEE-RAISED TO WS-STU-RAISED.

      * After the student's quoted fees, the assessed fees that were
      * never quoted, then the student's totals.
       FINISH-STUDENT.
           IF WS-IN-QUOTE = 'Y'
               MOVE WS-CUR-STUDENT TO RV-STUDENT-ID
               MOVE LOW-VALUES     TO RV-FEE-CODE
               MOVE ZERO           TO RV-INSTALLMENT-NO
               MOVE 'N' TO WS-RECV-EOF
               START RECEIVABLE KEY NOT < RV-KEY
                   INVALID KEY MOVE 'Y' TO WS-RECV-EOF
               END-START
               PERFORM UNTIL WS-RECV-EOF = 'Y'
                   READ RECEIVABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-RECV-EOF
                       NOT AT END
                           IF RV-STUDENT-ID NOT = WS-CUR-STUDENT
                               MOVE 'Y' TO WS-RECV-EOF
                           ELSE
                               PERFORM CHECK-OFF-QUOTE-FEE
                           END-IF
                   END-READ
               END-PERFORM

               COMPUTE WS-VARIANCE = WS-STU-RAISED - WS-STU-QUOTED
               MOVE 'ALL'         TO VL-FEE-CODE
               MOVE WS-STU-QUOTED TO VL-QUOTED
               MOVE WS-STU-RAISED TO VL-RAISED
               MOVE WS-VARIANCE   TO VL-VARIANCE
               MOVE SPACES        TO VL-NOTE
               MOVE WS-FEE-LINE TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               ADD WS-STU-QUOTED TO WS-GRAND-QUOTED
               ADD WS-STU-RAISED TO WS-GRAND-RAISED
               MOVE 'N' TO WS-IN-QUOTE
           END-IF.

      * An assessed installment of a fee not on the quote: its fee's
      * installments are summed and printed once, at its first.
       CHECK-OFF-QUOTE-FEE.
           IF RV-ASSESS-RUN NOT = SPACES
               AND RV-INSTALLMENT-NO = 1
               MOVE 'N' TO WS-WAS-QUOTED
               PERFORM VARYING WS-QUOTED-I FROM 1 BY 1
                       UNTIL WS-QUOTED-I > WS-QUOTED-COUNT
                   IF WS-QUOTED-FEE(WS-QUOTED-I) = RV-FEE-CODE
                       MOVE 'Y' TO WS-WAS-QUOTED
                   END-IF
               END-PERFORM
               IF WS-WAS-QUOTED = 'N'
                   ADD 1 TO WS-OFF-QUOTE-COUNT
                   MOVE RV-FEE-CODE TO WS-HOLD-FEE
                   MOVE ZERO TO WS-FEE-QUOTED
                   PERFORM SUM-FEE-RAISED
                   MOVE 'RAISED, NOT QUOTED' TO VL-NOTE
                   PERFORM PRINT-FEE-LINE
                   PERFORM REPOSITION-AFTER-FEE
               END-IF
           END-IF.

      * SUM-FEE-RAISED has moved the browse on past the fee; pick it
      * up again at the student's next fee code.
       REPOSITION-AFTER-FEE.
           MOVE WS-CUR-STUDENT TO RV-STUDENT-ID.
           MOVE WS-HOLD-FEE    TO RV-FEE-CODE.
           MOVE 99             TO RV-INSTALLMENT-NO.
           MOVE 'N' TO WS-RECV-EOF.
           START RECEIVABLE KEY > RV-KEY
               INVALID KEY MOVE 'Y' TO WS-RECV-EOF
           END-START.
