      * Parents of applicants ask what the year will cost, and the
      * office used to work it out on a calculator. This is the
      * office's quotation program: for an APPLICANT number and the
      * parents' transport and boarding intent it walks FEE-SCHEDULE
      * through the same fee rules FEE-ASSESSMENT bills by
      * (feerule.cpy) - which fees apply, the sibling discount, the
      * installment split and due dates - and prints an itemized
      * quotation to FEE-QUOTATION.txt.
      *
      * The sibling discount is quoted when the parents name a
      * brother or sister already enrolled who is linked to a
      * household on FAMILY-LINK: the applicant will be admitted
      * under a higher STUDENT-ID than any child already here, so
      * FEE-ASSESSMENT will bill them as the younger sibling once
      * they are linked to the same household.
      *
      * Every quote is recorded on FEE-QUOTE (feequot.cpy) under the
      * signed-on operator, replacing any earlier quote for the same
      * applicant, for FEE-QUOTE-VARIANCE to compare with what the
      * assessment actually raises after admission.
      *
      * An applicant joining part way through the year is quoted
      * the way the assessment will pro-rate them: the attendance
      * window is taken to open on the day of the quote, so only
      * the installments still to fall inside it are quoted, and a
      * fee taken in one piece is scaled to the terms or months
      * left. A fee with nothing left to fall due is not quoted.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FEE-QUOTATION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT FEE-SCHEDULE ASSIGN TO 'FEE-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS FEE-CODE
                   FILE STATUS IS WS-FEE-FS.

               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT FAMILY-LINK ASSIGN TO 'FAMILY-LINK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FL-STUDENT-ID
                   ALTERNATE RECORD KEY IS FL-FAMILY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-FAM-FS.

               SELECT FEE-QUOTE ASSIGN TO 'FEE-QUOTE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FQ-KEY
                   FILE STATUS IS WS-QUOTE-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT ACADEMIC-CALENDAR
                   ASSIGN TO 'ACADEMIC-CALENDAR.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAL-FS.

               SELECT QUOTATION-PRINT ASSIGN TO 'FEE-QUOTATION.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD FEE-SCHEDULE.
           COPY "feesch.cpy".

           FD APPLICANT.
           COPY "applcnt.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD FAMILY-LINK.
           COPY "famlink.cpy".

           FD FEE-QUOTE.
           COPY "feequot.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD ACADEMIC-CALENDAR.
           COPY "acadcal.cpy".

           FD QUOTATION-PRINT.
           01 QUOTATION-LINE        PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FEE-FS             PIC X(02).
           01 WS-APPL-FS            PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-FAM-FS             PIC X(02).
           01 WS-QUOTE-FS           PIC X(02).
           01 WS-OPER-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-CAL-FS             PIC X(02).
      *    Whether the sibling look-up files opened at all - the
      *    status fields change on every keyed read, so they cannot
      *    double as the open flags.
           01 WS-STUDENT-OPEN       PIC A(01) VALUE 'N'.
           01 WS-FAM-OPEN           PIC A(01) VALUE 'N'.
           01 WS-FEE-EOF            PIC A(01).
           01 WS-QUOTE-EOF          PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-SIGNON-ID          PIC X(08).
           01 WS-SIGNON-PASSWORD    PIC X(08).
           01 WS-SIGNED-ON          PIC A(01) VALUE 'N'.
           01 WS-PERM-LEVEL         PIC 9(01) VALUE ZERO.
           COPY "parmtbl.cpy".
           COPY "feeflds.cpy".

      *    The quote being prepared: the applicant, the parents'
      *    stated intent and the sibling they named.
           01 WS-ENTRY-APPLICANT    PIC 9(06).
           01 WS-QUOTE-TRANSPORT    PIC X(01).
           01 WS-QUOTE-BOARDING     PIC X(01).
           01 WS-QUOTE-SIBLING      PIC 9(05).
           01 WS-SIBLING-NOTE       PIC X(40).
           01 WS-QUOTE-TOTAL        PIC 9(06)V99.
           01 WS-FEES-QUOTED        PIC 9(03).
           01 WS-QUOTES-GIVEN       PIC 9(05) VALUE ZERO.

           01 WS-FEE-LINE.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QF-FEE-CODE       PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QF-DESCRIPTION    PIC X(20).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QF-AMOUNT         PIC ZZ,ZZ9.99.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QF-NOTE           PIC X(20).

           01 WS-INSTALLMENT-LINE.
               05 FILLER            PIC X(08) VALUE SPACES.
               05 FILLER            PIC X(12) VALUE 'INSTALLMENT '.
               05 QI-INSTALLMENT    PIC Z9.
               05 FILLER            PIC X(06) VALUE '  DUE '.
               05 QI-DUE-DATE       PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 QI-AMOUNT         PIC ZZ,ZZ9.99.

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(30)
                   VALUE 'TOTAL QUOTED FOR THE YEAR'.
               05 QT-TOTAL          PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "FEE-QUOTATION".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - QUOTATIONS NOT AVAILABLE'
               STOP RUN
           END-IF.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-FEE-RULE-PARMS.
           PERFORM LOAD-PRORATE-TERMS.

           OPEN INPUT APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error opening APPLICANT. Status: " WS-APPL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O FEE-QUOTE.
           IF WS-QUOTE-FS EQUAL '35'
               OPEN OUTPUT FEE-QUOTE
               CLOSE FEE-QUOTE
               OPEN I-O FEE-QUOTE
           END-IF.
           IF WS-QUOTE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-QUOTE. Status: "
                   WS-QUOTE-FS
               CLOSE APPLICANT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The sibling files are only needed while a discount scheme
      *    is running; without them no discount is quoted, the same
      *    way the assessment skips it.
           IF WS-SIBLING-PCT > ZERO
               OPEN INPUT FAMILY-LINK
               IF WS-FAM-FS EQUAL '00'
                   MOVE 'Y' TO WS-FAM-OPEN
               ELSE
                   DISPLAY 'NO FAMILY-LINK FILE - '
                       'SIBLING DISCOUNT NOT QUOTED'
               END-IF
               OPEN INPUT STUDENT
               IF WS-STUDENT-FS EQUAL '00'
                   MOVE 'Y' TO WS-STUDENT-OPEN
               END-IF
           END-IF.

           OPEN EXTEND QUOTATION-PRINT.
           IF WS-RPT-FS EQUAL '35'
               OPEN OUTPUT QUOTATION-PRINT
           END-IF.

           MOVE 1 TO WS-ENTRY-APPLICANT.
           PERFORM UNTIL WS-ENTRY-APPLICANT = ZERO
               DISPLAY 'ENTER APPLICANT NUMBER (0 TO EXIT): '
               ACCEPT WS-ENTRY-APPLICANT
               IF WS-ENTRY-APPLICANT NOT = ZERO
                   PERFORM QUOTE-ONE-APPLICANT
               END-IF
           END-PERFORM.

           CLOSE APPLICANT.
           CLOSE FEE-QUOTE.
           CLOSE QUOTATION-PRINT.
           IF WS-FAM-OPEN = 'Y'
               CLOSE FAMILY-LINK
           END-IF.
           IF WS-STUDENT-OPEN = 'Y'
               CLOSE STUDENT
           END-IF.
           DISPLAY 'QUOTATIONS GIVEN: ' WS-QUOTES-GIVEN.
       STOP RUN.

      * Sign-on against OPERATOR-MASTER, exactly as OPERATOR-MENU
      * does it - the operator is stamped on every quote recorded.
       SIGN-ON.
           OPEN INPUT OPERATOR-MAST.
           IF WS-OPER-FS NOT EQUAL '00'
               DISPLAY 'OPERATOR-MASTER NOT AVAILABLE. STATUS: '
                   WS-OPER-FS
           ELSE
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT WS-SIGNON-ID
               DISPLAY 'ENTER PASSWORD: '
               ACCEPT WS-SIGNON-PASSWORD
               MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
               READ OPERATOR-MAST
                   KEY IS OP-OPERATOR-ID
                   INVALID KEY DISPLAY 'OPERATOR NOT ON FILE'
                   NOT INVALID KEY
                       IF OP-PASSWORD = WS-SIGNON-PASSWORD
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE OP-PERM-LEVEL TO WS-PERM-LEVEL
                           DISPLAY 'SIGNED ON, PERMISSION LEVEL '
                               WS-PERM-LEVEL
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

      * Only an applicant still in the running is quoted; one
      * admitted is billed by the assessment itself.
       QUOTE-ONE-APPLICANT.
           MOVE WS-ENTRY-APPLICANT TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   DISPLAY 'APPLICANT NOT ON FILE ' WS-ENTRY-APPLICANT
               NOT INVALID KEY
                   IF AP-ADMITTED OR AP-REJECTED OR AP-DECLINED
                       DISPLAY 'APPLICANT ' AP-APPLICANT-ID
                           ' IS NO LONGER QUOTABLE - DECISION '
                           AP-DECISION
                   ELSE
                       PERFORM ACCEPT-QUOTE-TERMS
                       PERFORM PREPARE-QUOTE
                   END-IF
           END-READ.

       ACCEPT-QUOTE-TERMS.
           DISPLAY 'APPLICANT ' AP-APPLICANT-ID ' ' AP-NAME
               ' CLASS ' AP-APPLIED-CLASS.
           MOVE SPACE TO WS-QUOTE-TRANSPORT.
           PERFORM UNTIL WS-QUOTE-TRANSPORT = 'Y' OR 'N'
               DISPLAY 'SCHOOL TRANSPORT WANTED (Y/N): '
               ACCEPT WS-QUOTE-TRANSPORT
           END-PERFORM.
           MOVE SPACE TO WS-QUOTE-BOARDING.
           PERFORM UNTIL WS-QUOTE-BOARDING = 'Y' OR 'N'
               DISPLAY 'BOARDING WANTED (Y/N): '
               ACCEPT WS-QUOTE-BOARDING
           END-PERFORM.
           DISPLAY 'SIBLING ALREADY ENROLLED - STUDENT ID '
               '(0 IF NONE): '.
           ACCEPT WS-QUOTE-SIBLING.
           PERFORM CHECK-QUOTE-SIBLING.

      * The named sibling earns the discount only if they are an
      * active student linked to a household - the link is what the
      * assessment goes by.
       CHECK-QUOTE-SIBLING.
           MOVE 'N' TO WS-DISCOUNT-APPLIES.
           MOVE SPACES TO WS-SIBLING-NOTE.
           EVALUATE TRUE
               WHEN WS-QUOTE-SIBLING = ZERO
                   CONTINUE
               WHEN WS-SIBLING-PCT = ZERO
                   MOVE 'NO SIBLING DISCOUNT SCHEME IS RUNNING'
                       TO WS-SIBLING-NOTE
               WHEN WS-FAM-OPEN = 'N' OR WS-STUDENT-OPEN = 'N'
                   MOVE 'SIBLING COULD NOT BE CHECKED'
                       TO WS-SIBLING-NOTE
               WHEN OTHER
                   MOVE WS-QUOTE-SIBLING TO STUDENT-ID
                   READ STUDENT
                       KEY IS STUDENT-ID
                       INVALID KEY
                           MOVE 'SIBLING NOT ON STUDENT MASTER'
                               TO WS-SIBLING-NOTE
                       NOT INVALID KEY
                           IF NOT STUDENT-ACTIVE
                               MOVE 'SIBLING IS NOT AN ACTIVE STUDENT'
                                   TO WS-SIBLING-NOTE
                           END-IF
                   END-READ
                   IF WS-SIBLING-NOTE = SPACES
                       MOVE WS-QUOTE-SIBLING TO FL-STUDENT-ID
                       READ FAMILY-LINK
                           KEY IS FL-STUDENT-ID
                           INVALID KEY
                               MOVE 'SIBLING NOT LINKED TO A HOUSEHOLD'
                                   TO WS-SIBLING-NOTE
                           NOT INVALID KEY
                               IF FL-LINKED
                                   MOVE 'Y' TO WS-DISCOUNT-APPLIES
                               ELSE
                                   MOVE 'SIBLING LINK IS SEVERED'
                                       TO WS-SIBLING-NOTE
                               END-IF
                       END-READ
                   END-IF
           END-EVALUATE.
           IF WS-SIBLING-NOTE NOT = SPACES
               DISPLAY 'NO SIBLING DISCOUNT: ' WS-SIBLING-NOTE
           END-IF.

       PREPARE-QUOTE.
           PERFORM DROP-EARLIER-QUOTE.
           PERFORM PRINT-QUOTE-HEADING.
           MOVE ZERO TO WS-QUOTE-TOTAL.
           MOVE ZERO TO WS-FEES-QUOTED.

           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-SCHEDULE. Status: "
                   WS-FEE-FS
           ELSE
               MOVE 'N' TO WS-FEE-EOF
               PERFORM UNTIL WS-FEE-EOF = 'Y'
                   READ FEE-SCHEDULE NEXT RECORD
                       AT END MOVE 'Y' TO WS-FEE-EOF
                       NOT AT END
                           PERFORM CHECK-FEE-APPLIES
                           IF WS-FEE-APPLIES = 'Y'
                               PERFORM QUOTE-ONE-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEE-SCHEDULE
           END-IF.

           MOVE WS-QUOTE-TOTAL TO QT-TOTAL.
           MOVE SPACES TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           MOVE WS-TOTAL-LINE TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           MOVE 'QUOTATION ONLY - FEES ARE RAISED ON ADMISSION'
               TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           MOVE ALL '-' TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.

           MOVE WS-ENTRY-APPLICANT TO FQ-APPLICANT-ID.
           MOVE SPACES             TO FQ-FEE-CODE.
           MOVE WS-TODAY           TO FQ-QUOTE-DATE.
           MOVE WS-QUOTE-TOTAL     TO FQ-AMOUNT.
           MOVE WS-FEES-QUOTED     TO FQ-INSTALLMENTS.
           MOVE WS-DISCOUNT-APPLIES TO FQ-DISCOUNTED.
           MOVE WS-QUOTE-TRANSPORT TO FQ-TRANSPORT.
           MOVE WS-QUOTE-BOARDING  TO FQ-BOARDING.
           MOVE WS-QUOTE-SIBLING   TO FQ-SIBLING-ID.
           MOVE ZERO               TO FQ-STUDENT-ID.
           MOVE WS-SIGNON-ID       TO FQ-QUOTED-BY.
           WRITE FEE-QUOTE-FILE
               INVALID KEY DISPLAY 'QUOTE: Invalid Key ' FQ-KEY
           END-WRITE.
           ADD 1 TO WS-QUOTES-GIVEN.
           DISPLAY 'QUOTED ' WS-QUOTE-TOTAL ' FOR APPLICANT '
               WS-ENTRY-APPLICANT.

      * A requote replaces the applicant's earlier quote outright -
      * a fee the parents no longer want must not linger on file.
       DROP-EARLIER-QUOTE.
           MOVE WS-ENTRY-APPLICANT TO FQ-APPLICANT-ID.
           MOVE SPACES             TO FQ-FEE-CODE.
           MOVE 'N' TO WS-QUOTE-EOF.
           START FEE-QUOTE KEY NOT < FQ-KEY
               INVALID KEY MOVE 'Y' TO WS-QUOTE-EOF
           END-START.
           PERFORM UNTIL WS-QUOTE-EOF = 'Y'
               READ FEE-QUOTE NEXT RECORD
                   AT END MOVE 'Y' TO WS-QUOTE-EOF
                   NOT AT END
                       IF FQ-APPLICANT-ID NOT = WS-ENTRY-APPLICANT
                           MOVE 'Y' TO WS-QUOTE-EOF
                       ELSE
                           DELETE FEE-QUOTE RECORD
                               INVALID KEY DISPLAY 'QUOTE: Invalid Key '
                                   FQ-KEY
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       PRINT-QUOTE-HEADING.
           MOVE SPACES TO QUOTATION-LINE.
           STRING 'FEE QUOTATION  ' WS-TODAY
               '  APPLICANT ' AP-APPLICANT-ID ' ' AP-NAME
               DELIMITED BY SIZE INTO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           MOVE SPACES TO QUOTATION-LINE.
           STRING 'CLASS ' AP-APPLIED-CLASS
               '  TRANSPORT ' WS-QUOTE-TRANSPORT
               '  BOARDING ' WS-QUOTE-BOARDING
               DELIMITED BY SIZE INTO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           MOVE SPACES TO QUOTATION-LINE.
           IF WS-DISCOUNT-APPLIES = 'Y'
               STRING 'SIBLING ' WS-QUOTE-SIBLING
                   ' ENROLLED - ' WS-SIBLING-PCT
                   ' PCT DISCOUNT ONCE LINKED TO THE HOUSEHOLD'
                   DELIMITED BY SIZE INTO QUOTATION-LINE
               WRITE QUOTATION-LINE
           ELSE
               IF WS-SIBLING-NOTE NOT = SPACES
                   STRING 'NO SIBLING DISCOUNT - ' WS-SIBLING-NOTE
                       DELIMITED BY SIZE INTO QUOTATION-LINE
                   WRITE QUOTATION-LINE
               END-IF
           END-IF.
           MOVE SPACES TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.

      * One fee: its line, its installments with their due dates,
      * and its row on the recorded quote.
       QUOTE-ONE-FEE.
           PERFORM PRICE-FEE-CHARGE.
           MOVE WS-TODAY TO WS-ATTEND-FROM.
           MOVE ZERO     TO WS-ATTEND-TO.
           PERFORM PRORATE-FEE-CHARGE.
           IF WS-INSTALLMENTS-IN > ZERO
               PERFORM QUOTE-FEE-DUE
           END-IF.

       QUOTE-FEE-DUE.
           ADD 1 TO WS-FEES-QUOTED.
           ADD WS-CHARGE-AMOUNT TO WS-QUOTE-TOTAL.

           MOVE FEE-CODE         TO QF-FEE-CODE.
           MOVE FEE-DESCRIPTION  TO QF-DESCRIPTION.
           MOVE WS-CHARGE-AMOUNT TO QF-AMOUNT.
           MOVE SPACES           TO QF-NOTE.
           IF WS-DISCOUNT-APPLIES = 'Y'
               MOVE 'SIBLING DISCOUNT' TO QF-NOTE
           END-IF.
           IF WS-CHARGE-AMOUNT NOT = WS-FULL-CHARGE
               IF WS-DISCOUNT-APPLIES = 'Y'
                   MOVE 'DISCOUNT, PRO-RATED' TO QF-NOTE
               ELSE
                   MOVE 'PRO-RATED' TO QF-NOTE
               END-IF
           END-IF.
           MOVE WS-FEE-LINE TO QUOTATION-LINE.
           WRITE QUOTATION-LINE.
           PERFORM PRINT-ONE-INSTALLMENT
               VARYING WS-INSTALLMENT-I FROM 1 BY 1
               UNTIL WS-INSTALLMENT-I > WS-INSTALLMENT-COUNT.

           MOVE WS-ENTRY-APPLICANT   TO FQ-APPLICANT-ID.
           MOVE FEE-CODE             TO FQ-FEE-CODE.
           MOVE WS-TODAY             TO FQ-QUOTE-DATE.
           MOVE WS-CHARGE-AMOUNT     TO FQ-AMOUNT.
           MOVE WS-INSTALLMENTS-IN   TO FQ-INSTALLMENTS.
           MOVE WS-DISCOUNT-APPLIES  TO FQ-DISCOUNTED.
           MOVE WS-QUOTE-TRANSPORT   TO FQ-TRANSPORT.
           MOVE WS-QUOTE-BOARDING    TO FQ-BOARDING.
           MOVE WS-QUOTE-SIBLING     TO FQ-SIBLING-ID.
           MOVE ZERO                 TO FQ-STUDENT-ID.
           MOVE WS-SIGNON-ID         TO FQ-QUOTED-BY.
           WRITE FEE-QUOTE-FILE
               INVALID KEY DISPLAY 'QUOTE: Invalid Key ' FQ-KEY
           END-WRITE.

       PRINT-ONE-INSTALLMENT.
           PERFORM CLAMP-DUE-DAY.
           IF WS-INSTALLMENT-IN(WS-INSTALLMENT-I) = 'Y'
               MOVE WS-INSTALLMENT-I TO QI-INSTALLMENT
               MOVE WS-DUE-WORK      TO QI-DUE-DATE
               IF WS-INSTALLMENT-I = WS-INSTALLMENT-COUNT
                   MOVE WS-LAST-AMOUNT TO QI-AMOUNT
               ELSE
                   MOVE WS-PART-AMOUNT TO QI-AMOUNT
               END-IF
               MOVE WS-INSTALLMENT-LINE TO QUOTATION-LINE
               WRITE QUOTATION-LINE
           END-IF.
           PERFORM NEXT-DUE-MONTH.

      * The fee rules' transport and boarding gates: for an applicant
      * it is what the parents said they want.
       CHECK-TRANSPORT-GATE.
           IF WS-QUOTE-TRANSPORT = 'Y'
               MOVE 'Y' TO WS-FEE-APPLIES
           END-IF.

       CHECK-BOARDING-GATE.
           IF WS-QUOTE-BOARDING = 'Y'
               MOVE 'Y' TO WS-FEE-APPLIES
           END-IF.

       COPY "parmrd.cpy".

       COPY "feerule.cpy".
