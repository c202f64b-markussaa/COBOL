      * The hostel, library and locker caution deposits are raised
      * and collected through RECEIVABLE like any other fee, so once
      * paid they vanished into the fee totals and nobody could say
      * what the school owed back. This batch keeps DEPOSIT-LEDGER
      * (depledg.cpy) up to date with them in two steps.
      *
      * First it sweeps RECEIVABLE for rows under the deposit fee
      * codes the parm card names (deprule.cpy) and posts whatever
      * has been paid on each since the ledger last looked as a
      * RECEIVED entry - so the sweep can be rerun any day and only
      * ever picks up the new money. A row whose ledger receipts are
      * more than RECEIVABLE now shows paid (a bounced cheque) is
      * listed for the bursar, not unwound.
      *
      * Then it posts the day's DEPOSIT-TRANS deductions - damage to
      * a room, a lost library card, a broken locker - against the
      * deposit type named, never for more than that type holds.
      *
      * Every entry also goes to DEPOSIT-REGISTER in the receipt
      * line's fixed format - DEPRCVD= and DEPDEDN= lines dated the
      * day of posting - so GL-JOURNAL-EXTRACT can move the money
      * into and out of the deposit liability account.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. DEPOSIT-LEDGER-POSTING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT DEPOSIT-LEDGER ASSIGN TO 'DEPOSIT-LEDGER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL-KEY
                   FILE STATUS IS WS-DEPL-FS.

               SELECT DEPOSIT-TRANS ASSIGN TO 'DEPOSIT-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT DEPOSIT-REGISTER
                   ASSIGN TO 'DEPOSIT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-FS.

               SELECT DEPOSIT-EXCEPTIONS
                   ASSIGN TO 'DEPOSIT-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD DEPOSIT-LEDGER.
           COPY "depledg.cpy".

      * One deduction: the student, the deposit it comes off (H, L
      * or K), the amount, a reason code and the warden's or
      * librarian's own reference for the damage.
           FD DEPOSIT-TRANS.
           01 DEPOSIT-TRANS-REC.
               05 DT-STUDENT-ID    PIC 9(05).
               05 DT-DEPOSIT-TYPE  PIC X(01).
               05 DT-AMOUNT        PIC 9(05)V99.
               05 DT-REASON        PIC X(04).
               05 DT-REFERENCE     PIC X(08).
               05 DT-OPERATOR-ID   PIC X(08).

           FD DEPOSIT-REGISTER.
           01 DEPOSIT-REGISTER-LINE PIC X(70).

           FD DEPOSIT-EXCEPTIONS.
           01 DEPOSIT-EXCEPTION-LINE PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-RECV-FS            PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-LEDGER-EOF         PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-RECORDED           PIC 9(07)V99.
           01 WS-NEW-MONEY          PIC 9(07)V99.
           01 WS-REJECT-REASON      PIC X(30).
           01 WS-RECEIPT-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-RECEIPT-TOTAL      PIC 9(09)V99 VALUE ZERO.
           01 WS-DEDUCT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-DEDUCT-TOTAL       PIC 9(09)V99 VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-SHORT-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-LINE-TAG           PIC X(08).
           01 WS-PART-DISPLAY       PIC ZZZZ9.99.
           01 WS-DISPLAY-CASH       PIC ZZZ,ZZZ,ZZ9.99.
           COPY "depflds.cpy".
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "DEPOSIT-LEDGER-POSTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-DEPOSIT-CODES.

           OPEN I-O DEPOSIT-LEDGER.
           IF WS-DEPL-FS EQUAL '35'
               OPEN OUTPUT DEPOSIT-LEDGER
               CLOSE DEPOSIT-LEDGER
               OPEN I-O DEPOSIT-LEDGER
           END-IF.
           IF WS-DEPL-FS NOT EQUAL '00'
               DISPLAY "Error opening DEPOSIT-LEDGER. Status: "
                   WS-DEPL-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND DEPOSIT-REGISTER.
           IF WS-REG-FS EQUAL '35'
               OPEN OUTPUT DEPOSIT-REGISTER
           END-IF.
           OPEN OUTPUT DEPOSIT-EXCEPTIONS.

           PERFORM SWEEP-DEPOSIT-RECEIPTS.
           PERFORM POST-DEDUCTIONS.

           CLOSE DEPOSIT-LEDGER.
           CLOSE DEPOSIT-REGISTER.
           CLOSE DEPOSIT-EXCEPTIONS.

           IF WS-REJECT-COUNT > ZERO OR WS-SHORT-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'DEPOSIT RECEIPTS POSTED: ' WS-RECEIPT-COUNT.
           MOVE WS-RECEIPT-TOTAL TO WS-DISPLAY-CASH.
           DISPLAY 'DEPOSIT RECEIPTS TOTAL: ' WS-DISPLAY-CASH.
           DISPLAY 'DEDUCTIONS POSTED: '       WS-DEDUCT-COUNT.
           MOVE WS-DEDUCT-TOTAL TO WS-DISPLAY-CASH.
           DISPLAY 'DEDUCTIONS TOTAL: '        WS-DISPLAY-CASH.
           DISPLAY 'DEDUCTIONS REJECTED: '     WS-REJECT-COUNT.
           DISPLAY 'RECEIPTS SHORT OF LEDGER: ' WS-SHORT-COUNT.
       STOP RUN.

       SWEEP-DEPOSIT-RECEIPTS.
           OPEN INPUT RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO WS-DH-STUDENT-ID
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ RECEIVABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM TAKE-DEPOSIT-ROW
                   END-READ
               END-PERFORM
               CLOSE RECEIVABLE
           END-IF.

      * RECEIVABLE comes in student order, so the balance record is
      * loaded once as each student's first deposit row arrives.
       TAKE-DEPOSIT-ROW.
           MOVE RV-FEE-CODE TO WS-DEP-LOOKUP-FEE.
           PERFORM FIND-DEPOSIT-TYPE.
           IF WS-DEP-HIT > ZERO AND RV-PAID-AMOUNT > ZERO
               IF RV-STUDENT-ID NOT EQUAL WS-DH-STUDENT-ID
                   MOVE RV-STUDENT-ID TO WS-DH-STUDENT-ID
                   PERFORM LOAD-DEPOSIT-BALANCE
               END-IF
               PERFORM SUM-RECORDED-RECEIPTS
               IF WS-RECORDED < RV-PAID-AMOUNT
                   COMPUTE WS-NEW-MONEY = RV-PAID-AMOUNT - WS-RECORDED
                   PERFORM POST-DEPOSIT-RECEIPT
               ELSE
                   IF WS-RECORDED > RV-PAID-AMOUNT
                       PERFORM NOTE-SHORT-RECEIPT
                   END-IF
               END-IF
           END-IF.

      * What the ledger already holds as received off this one
      * receivable row.
       SUM-RECORDED-RECEIPTS.
           MOVE ZERO TO WS-RECORDED.
           MOVE 'N' TO WS-LEDGER-EOF.
           MOVE RV-STUDENT-ID TO DL-STUDENT-ID.
           MOVE 1             TO DL-SEQ.
           START DEPOSIT-LEDGER KEY NOT < DL-KEY
               INVALID KEY MOVE 'Y' TO WS-LEDGER-EOF
           END-START.
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               READ DEPOSIT-LEDGER NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
                   NOT AT END
                       IF DL-STUDENT-ID NOT EQUAL RV-STUDENT-ID
                           MOVE 'Y' TO WS-LEDGER-EOF
                       ELSE
                           IF DL-RECEIVED
                               AND DL-FEE-CODE = RV-FEE-CODE
                               AND DL-INSTALLMENT-NO =
                                   RV-INSTALLMENT-NO
                               ADD DL-AMOUNT TO WS-RECORDED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       POST-DEPOSIT-RECEIPT.
           MOVE 'R'               TO WS-DE-TYPE.
           MOVE RV-FEE-CODE       TO WS-DE-FEE-CODE.
           MOVE RV-INSTALLMENT-NO TO WS-DE-INSTALLMENT.
           MOVE WS-NEW-MONEY      TO WS-DE-AMOUNT.
           MOVE WS-TODAY          TO WS-DE-DATE.
           MOVE SPACES            TO WS-DE-REFERENCE.
           MOVE 'PAID'            TO WS-DE-REASON.
           MOVE 'DEPOSIT'         TO WS-DE-OPERATOR.
           PERFORM POST-DEPOSIT-ENTRY.
           IF WS-DE-POSTED = 'Y'
               ADD 1 TO WS-RECEIPT-COUNT
               ADD WS-NEW-MONEY TO WS-RECEIPT-TOTAL
               MOVE 'DEPRCVD=' TO WS-LINE-TAG
               PERFORM WRITE-DEPOSIT-LINE
           END-IF.

       NOTE-SHORT-RECEIPT.
           ADD 1 TO WS-SHORT-COUNT.
           MOVE SPACES TO DEPOSIT-EXCEPTION-LINE.
           STRING 'LEDGER EXCEEDS PAID ID=' RV-STUDENT-ID
               ' FEE=' RV-FEE-CODE
               ' INST=' RV-INSTALLMENT-NO
               ' - CHECK FOR REVERSED RECEIPT'
               DELIMITED BY SIZE INTO DEPOSIT-EXCEPTION-LINE.
           WRITE DEPOSIT-EXCEPTION-LINE.

      * A transaction file is not needed every day; no file simply
      * means no deductions.
       POST-DEDUCTIONS.
           OPEN INPUT DEPOSIT-TRANS.
           IF WS-TRANS-FS NOT EQUAL '00'
               DISPLAY 'NO DEPOSIT-TRANS ON FILE - NO DEDUCTIONS'
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ DEPOSIT-TRANS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM PROCESS-DEDUCTION
                   END-READ
               END-PERFORM
               CLOSE DEPOSIT-TRANS
           END-IF.

       PROCESS-DEDUCTION.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO   TO WS-DEP-HIT.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 3
               IF WS-DEP-TYPE-CODE(WS-DEP-I) = DT-DEPOSIT-TYPE
                   MOVE WS-DEP-I TO WS-DEP-HIT
               END-IF
           END-PERFORM.
           IF WS-DEP-HIT = ZERO
               MOVE 'UNKNOWN DEPOSIT TYPE' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               IF DT-AMOUNT IS NOT NUMERIC OR DT-AMOUNT = ZERO
                   MOVE 'INVALID AMOUNT' TO WS-REJECT-REASON
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND DT-REASON = SPACES
               MOVE 'NO REASON GIVEN' TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE DT-STUDENT-ID TO WS-DH-STUDENT-ID
               PERFORM LOAD-DEPOSIT-BALANCE
               IF WS-DH-NEW = 'Y'
                   MOVE 'NO DEPOSIT HELD' TO WS-REJECT-REASON
               ELSE
                   IF DT-AMOUNT > WS-DH-TYPE-BALANCE(WS-DEP-HIT)
                       MOVE 'EXCEEDS DEPOSIT HELD'
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

           IF WS-REJECT-REASON = SPACES
               MOVE 'D'                TO WS-DE-TYPE
               MOVE WS-DEP-FEE-CODE(WS-DEP-HIT) TO WS-DE-FEE-CODE
               MOVE ZERO               TO WS-DE-INSTALLMENT
               MOVE DT-AMOUNT          TO WS-DE-AMOUNT
               MOVE WS-TODAY           TO WS-DE-DATE
               MOVE DT-REFERENCE       TO WS-DE-REFERENCE
               MOVE DT-REASON          TO WS-DE-REASON
               MOVE DT-OPERATOR-ID     TO WS-DE-OPERATOR
               PERFORM POST-DEPOSIT-ENTRY
               IF WS-DE-POSTED = 'Y'
                   ADD 1 TO WS-DEDUCT-COUNT
                   ADD DT-AMOUNT TO WS-DEDUCT-TOTAL
                   MOVE 'DEPDEDN=' TO WS-LINE-TAG
                   PERFORM WRITE-DEPOSIT-LINE
               ELSE
                   MOVE 'LEDGER NOT UPDATED' TO WS-REJECT-REASON
                   PERFORM REJECT-DEDUCTION
               END-IF
           ELSE
               PERFORM REJECT-DEDUCTION
           END-IF.

       REJECT-DEDUCTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE DT-AMOUNT TO WS-PART-DISPLAY.
           MOVE SPACES TO DEPOSIT-EXCEPTION-LINE.
           STRING 'REJECTED ID=' DT-STUDENT-ID
               ' TYPE=' DT-DEPOSIT-TYPE
               ' AMOUNT=' WS-PART-DISPLAY
               ' REASON=' WS-REJECT-REASON
               DELIMITED BY SIZE INTO DEPOSIT-EXCEPTION-LINE.
           WRITE DEPOSIT-EXCEPTION-LINE.

      * The register line carries the ledger entry's own sequence as
      * its reference, so with the student it names one entry.
       WRITE-DEPOSIT-LINE.
           MOVE WS-DE-AMOUNT TO WS-PART-DISPLAY.
           MOVE SPACES TO DEPOSIT-REGISTER-LINE.
           STRING WS-LINE-TAG WS-DE-SEQ-REF
               ' ID=' WS-DH-STUDENT-ID
               ' FEE=' WS-DE-FEE-CODE
               ' AMOUNT=' WS-PART-DISPLAY
               ' DATE=' WS-TODAY
               DELIMITED BY SIZE INTO DEPOSIT-REGISTER-LINE.
           WRITE DEPOSIT-REGISTER-LINE.

       COPY "deprule.cpy".
       COPY "parmrd.cpy".
