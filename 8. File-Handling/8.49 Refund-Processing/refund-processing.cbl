      * same read-increment-save way RECEIPT-CONTROL issues receipt
      * numbers, and the day's refunds are netted out of the
      * CASH-TOTAL file so the bursar's bank tie-out still balances.
      * Each voucher is preceded on the register by one REFPART=
      * line per receivable it drew on, in the receipt line's fixed
      * format and dated the day of posting, so GL-JOURNAL-EXTRACT
      * can reverse the income fee by fee.
      *
      * Refundable deposits are not prorated with the fees: the
      * deposit fee codes are left alone on RECEIVABLE, and whatever
      * DEPOSIT-LEDGER still holds for the student is paid out in
      * full on the same voucher - one DEPPART= line per deposit
      * type, and a REFUNDED entry on the ledger. The deposit is
      * only paid once CLEARANCE-CERTIFICATE has cleared the student,
      * since that is where unpaid dues are taken out of it first;
      * an uncleared student's deposit is held and listed. A
      * transaction typed 'D' pays the deposit alone, for a graduate
      * leaving at year end or a withdrawn student cleared after
      * their fee refund went out.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REFUND-PROCESSING.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CASH-FS.

               SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPOSIT-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL-KEY
                   FILE STATUS IS WS-DEPL-FS.

               SELECT CLEARANCE ASSIGN TO 'CLEARANCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CC-STUDENT-ID
                   FILE STATUS IS WS-CLEAR-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD REFUND-TRANS.
           01 REFUND-TRANS-REC.
               05 RF-STUDENT-ID    PIC 9(05).
               05 RF-WITHDRAW-DATE PIC 9(08).
               05 RF-REFUND-TYPE   PIC X(01).
                   88 RF-WITHDRAWAL    VALUE SPACE.
                   88 RF-DEPOSIT-ONLY  VALUE 'D'.

           FD STUDENT.
           COPY "studmas.cpy".
           FD CASH-TOTAL-FILE.
           01 CASH-TOTAL-LINE       PIC 9(09)V99.

           FD DEPOSIT-LEDGER.
           COPY "depledg.cpy".

           FD CLEARANCE.
           COPY "clearnc.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FS           PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-REFUND-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZZZ9.99.
           01 WS-PART-DISPLAY       PIC ZZZZ9.99.
           01 WS-PART-VOUCHER       PIC 9(08).
           01 WS-TODAY              PIC 9(08).
           01 WS-DISPLAY-CASH       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-UNABSORBED         PIC 9(09)V99.
           01 WS-CLEAR-FS           PIC X(02).
           01 WS-LEDGER-OPEN        PIC A(01) VALUE 'N'.
           01 WS-CLEAR-OPEN         PIC A(01) VALUE 'N'.
           01 WS-DEPOSIT-HELD       PIC A(01).
           01 WS-DEPOSIT-TOTAL      PIC 9(09)V99 VALUE ZERO.
           01 WS-HELD-COUNT         PIC 9(06) VALUE ZERO.
           COPY "depflds.cpy".
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "REFUND-PROCESSING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-DEPOSIT-CODES.

           PERFORM NOTE-TERM-DATES.
           IF WS-TERM-START = ZERO OR WS-TERM-END = ZERO
           END-IF.
           OPEN OUTPUT REFUND-EXCEPTIONS.

      *    No ledger means no deposits have been taken over yet; no
      *    clearance file means nobody is cleared to be paid one.
           OPEN I-O DEPOSIT-LEDGER.
           IF WS-DEPL-FS EQUAL '00'
               MOVE 'Y' TO WS-LEDGER-OPEN
           END-IF.
           OPEN INPUT CLEARANCE.
           IF WS-CLEAR-FS EQUAL '00'
               MOVE 'Y' TO WS-CLEAR-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ REFUND-TRANS
                   AT END MOVE 'Y' TO WS-EOF
           CLOSE REFUND-TRANS.
           CLOSE REFUND-REGISTER.
           CLOSE REFUND-EXCEPTIONS.
           IF WS-LEDGER-OPEN = 'Y'
               CLOSE DEPOSIT-LEDGER
           END-IF.
           IF WS-CLEAR-OPEN = 'Y'
               CLOSE CLEARANCE
           END-IF.

           PERFORM WRITE-REFUND-CONTROL.
           PERFORM NET-CASH-TOTAL.
           DISPLAY 'REFUNDS ISSUED: '   WS-REFUND-COUNT.
           DISPLAY 'REFUNDS REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'REFUND TOTAL: '     WS-DISPLAY-CASH.
           MOVE WS-DEPOSIT-TOTAL TO WS-DISPLAY-CASH.
           DISPLAY 'OF WHICH DEPOSITS: ' WS-DISPLAY-CASH.
           DISPLAY 'DEPOSITS HELD UNCLEARED: ' WS-HELD-COUNT.
       STOP RUN.

      * The current term's start and end dates, the same way the
           END-READ.

           IF WS-REJECT-REASON = SPACES
               IF RF-DEPOSIT-ONLY
                   IF NOT STUDENT-WITHDRAWN
                       AND NOT STUDENT-GRADUATED
                       MOVE 'STUDENT HAS NOT LEFT' TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF NOT STUDENT-WITHDRAWN
                       MOVE 'STUDENT NOT WITHDRAWN'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND NOT RF-DEPOSIT-ONLY
               IF RF-WITHDRAW-DATE < WS-TERM-START
                   OR RF-WITHDRAW-DATE > WS-TERM-END
                   MOVE 'DATE OUTSIDE CURRENT TERM'
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE ZERO TO WS-STUDENT-REFUND
               IF NOT RF-DEPOSIT-ONLY
                   PERFORM COMPUTE-STUDENT-REFUND
               END-IF
               PERFORM PAY-OUT-DEPOSIT
               IF WS-STUDENT-REFUND > ZERO
                   PERFORM WRITE-VOUCHER
               ELSE
                   IF WS-DEPOSIT-HELD = 'Y'
                       MOVE 'DEPOSIT HELD - NOT CLEARED'
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE 'NOTHING PAID TO REFUND'
                           TO WS-REJECT-REASON
                   END-IF
                   PERFORM REJECT-REFUND
               END-IF
           ELSE
           END-PERFORM.

       REFUND-ONE-RECEIVABLE.
           MOVE RV-FEE-CODE TO WS-DEP-LOOKUP-FEE.
           PERFORM FIND-DEPOSIT-TYPE.
           IF RV-PAID-AMOUNT > ZERO AND WS-DEP-HIT = ZERO
               COMPUTE WS-PART-REFUND ROUNDED =
                   RV-PAID-AMOUNT * WS-DAYS-LEFT / WS-TERM-DAYS
               IF WS-PART-REFUND > ZERO
                   REWRITE RECEIVABLE-FILE
                       INVALID KEY
                           DISPLAY 'REFUND: Invalid Key ' RV-KEY
                       NOT INVALID KEY
                           PERFORM WRITE-REFUND-PART
                   END-REWRITE
               END-IF
           END-IF.

      * Any part refunded means a voucher follows, so the part
      * line can carry the number that voucher is about to take.
       WRITE-REFUND-PART.
           COMPUTE WS-PART-VOUCHER = WS-VOUCHER-NUMBER + 1.
           MOVE WS-PART-REFUND TO WS-PART-DISPLAY.
           MOVE SPACES TO REFUND-REGISTER-LINE.
           STRING 'REFPART=' WS-PART-VOUCHER
               ' ID=' RF-STUDENT-ID
               ' FEE=' RV-FEE-CODE
               ' AMOUNT=' WS-PART-DISPLAY
               ' DATE=' WS-TODAY
               DELIMITED BY SIZE INTO REFUND-REGISTER-LINE.
           WRITE REFUND-REGISTER-LINE.

      * Every deposit type still holding money is paid out whole. A
      * held deposit is listed here even when a fee refund still
      * goes out on the voucher.
       PAY-OUT-DEPOSIT.
           MOVE 'N' TO WS-DEPOSIT-HELD.
           IF WS-LEDGER-OPEN = 'Y'
               MOVE RF-STUDENT-ID TO WS-DH-STUDENT-ID
               PERFORM LOAD-DEPOSIT-BALANCE
               IF WS-DH-BALANCE > ZERO
                   PERFORM CHECK-STUDENT-CLEARED
                   IF WS-DEPOSIT-HELD = 'Y'
                       PERFORM NOTE-DEPOSIT-HELD
                   ELSE
                       PERFORM PAY-OUT-DEPOSIT-TYPE
                           VARYING WS-DEP-HIT FROM 1 BY 1
                           UNTIL WS-DEP-HIT > 3
                   END-IF
               END-IF
           END-IF.

       CHECK-STUDENT-CLEARED.
           MOVE 'Y' TO WS-DEPOSIT-HELD.
           IF WS-CLEAR-OPEN = 'Y'
               MOVE RF-STUDENT-ID TO CC-STUDENT-ID
               READ CLEARANCE
                   KEY IS CC-STUDENT-ID
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF CC-CLEARED
                           MOVE 'N' TO WS-DEPOSIT-HELD
                       END-IF
               END-READ
           END-IF.

       PAY-OUT-DEPOSIT-TYPE.
           IF WS-DH-TYPE-BALANCE(WS-DEP-HIT) > ZERO
               COMPUTE WS-PART-VOUCHER = WS-VOUCHER-NUMBER + 1
               MOVE 'P'                TO WS-DE-TYPE
               MOVE WS-DEP-FEE-CODE(WS-DEP-HIT) TO WS-DE-FEE-CODE
               MOVE ZERO               TO WS-DE-INSTALLMENT
               MOVE WS-DH-TYPE-BALANCE(WS-DEP-HIT) TO WS-DE-AMOUNT
               MOVE WS-TODAY           TO WS-DE-DATE
               MOVE WS-PART-VOUCHER    TO WS-DE-REFERENCE
               MOVE 'LEFT'             TO WS-DE-REASON
               MOVE 'REFUND'           TO WS-DE-OPERATOR
               PERFORM POST-DEPOSIT-ENTRY
               IF WS-DE-POSTED = 'Y'
                   ADD WS-DE-AMOUNT TO WS-STUDENT-REFUND
                   ADD WS-DE-AMOUNT TO WS-DEPOSIT-TOTAL
                   MOVE WS-DE-AMOUNT TO WS-PART-DISPLAY
                   MOVE SPACES TO REFUND-REGISTER-LINE
                   STRING 'DEPPART=' WS-PART-VOUCHER
                       ' ID=' RF-STUDENT-ID
                       ' FEE=' WS-DE-FEE-CODE
                       ' AMOUNT=' WS-PART-DISPLAY
                       ' DATE=' WS-TODAY
                       DELIMITED BY SIZE INTO REFUND-REGISTER-LINE
                   WRITE REFUND-REGISTER-LINE
               END-IF
           END-IF.

       NOTE-DEPOSIT-HELD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-DH-BALANCE TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO REFUND-EXCEPTION-LINE.
           STRING 'HELD ID=' RF-STUDENT-ID
               ' DEPOSIT=' WS-DISPLAY-AMOUNT
               ' REASON=NOT CLEARED'
               DELIMITED BY SIZE INTO REFUND-EXCEPTION-LINE.
           WRITE REFUND-EXCEPTION-LINE.

       WRITE-VOUCHER.
           ADD 1 TO WS-VOUCHER-NUMBER.
           ADD 1 TO WS-REFUND-COUNT.
           MOVE WS-CASH-TOTAL TO CASH-TOTAL-LINE.
           WRITE CASH-TOTAL-LINE.
           CLOSE CASH-TOTAL-FILE.

       COPY "deprule.cpy".
       COPY "parmrd.cpy".
