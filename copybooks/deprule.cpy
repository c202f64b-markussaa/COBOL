      * DEPRULE - shared DEPOSIT-LEDGER paragraphs. COPY this into
      * the PROCEDURE DIVISION alongside depflds.cpy and parmtbl.cpy
      * in WORKING-STORAGE, depledg.cpy in the FD for DEPOSIT-LEDGER
      * (indexed, ACCESS DYNAMIC, RECORD KEY DL-KEY, FILE STATUS
      * WS-DEPL-FS) and parmrd.cpy. PERFORM LOAD-DEPOSIT-CODES once
      * after LOAD-PARM-CARD.
      *
      * A student's entries are posted between LOAD-DEPOSIT-BALANCE
      * and the last POST-DEPOSIT-ENTRY for them; each entry saves
      * the balance record straight after itself, so a run that
      * dies mid-student leaves the ledger square to the last
      * entry it wrote.
       LOAD-DEPOSIT-CODES.
           MOVE 'DEP-HOSTEL-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-FEE-CODE(1)
           END-IF.
           MOVE 'DEP-LIBRARY-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-FEE-CODE(2)
           END-IF.
           MOVE 'DEP-LOCKER-FEE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-DEP-FEE-CODE(3)
           END-IF.
           DISPLAY 'DEPOSIT FEE CODES (HOSTEL/LIBRARY/LOCKER): '
               WS-DEP-FEE-CODE(1) ' ' WS-DEP-FEE-CODE(2) ' '
               WS-DEP-FEE-CODE(3).

      * WS-DEP-HIT comes back the deposit type (1 hostel, 2 library,
      * 3 locker) whose code WS-DEP-LOOKUP-FEE is, or zero for an
      * ordinary fee.
       FIND-DEPOSIT-TYPE.
           MOVE ZERO TO WS-DEP-HIT.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1
               UNTIL WS-DEP-I > 3 OR WS-DEP-HIT > ZERO
               IF WS-DEP-FEE-CODE(WS-DEP-I) NOT EQUAL SPACES
                   AND WS-DEP-FEE-CODE(WS-DEP-I) = WS-DEP-LOOKUP-FEE
                   MOVE WS-DEP-I TO WS-DEP-HIT
               END-IF
           END-PERFORM.

      * The balance record for WS-DH-STUDENT-ID, or a zero one to be
      * written with the student's first entry.
       LOAD-DEPOSIT-BALANCE.
           MOVE WS-DH-STUDENT-ID TO DL-STUDENT-ID.
           MOVE ZERO             TO DL-SEQ.
           READ DEPOSIT-LEDGER
               KEY IS DL-KEY
               INVALID KEY
                   MOVE 'Y'  TO WS-DH-NEW
                   MOVE ZERO TO WS-DH-RECEIVED WS-DH-DEDUCTED
                                WS-DH-APPLIED WS-DH-REFUNDED
                                WS-DH-LAST-SEQ
                   MOVE ZERO TO WS-DH-TYPE-BALANCE(1)
                                WS-DH-TYPE-BALANCE(2)
                                WS-DH-TYPE-BALANCE(3)
               NOT INVALID KEY
                   MOVE 'N' TO WS-DH-NEW
                   MOVE DL-RECEIVED-TOTAL TO WS-DH-RECEIVED
                   MOVE DL-DEDUCTED-TOTAL TO WS-DH-DEDUCTED
                   MOVE DL-APPLIED-TOTAL  TO WS-DH-APPLIED
                   MOVE DL-REFUNDED-TOTAL TO WS-DH-REFUNDED
                   MOVE DL-LAST-SEQ       TO WS-DH-LAST-SEQ
                   PERFORM VARYING WS-DEP-I FROM 1 BY 1
                       UNTIL WS-DEP-I > 3
                       MOVE DL-TYPE-BALANCE(WS-DEP-I)
                           TO WS-DH-TYPE-BALANCE(WS-DEP-I)
                   END-PERFORM
           END-READ.
           PERFORM SUM-DEPOSIT-BALANCE.

       SUM-DEPOSIT-BALANCE.
           COMPUTE WS-DH-BALANCE = WS-DH-TYPE-BALANCE(1)
               + WS-DH-TYPE-BALANCE(2) + WS-DH-TYPE-BALANCE(3).

      * A deduction, application or refund is never for more than
      * the type holds; the caller has already capped it there.
       POST-DEPOSIT-ENTRY.
           MOVE 'N' TO WS-DE-POSTED.
           MOVE WS-DH-STUDENT-ID       TO DL-STUDENT-ID.
           COMPUTE DL-SEQ = WS-DH-LAST-SEQ + 1.
           MOVE WS-DE-TYPE             TO DL-ENTRY-TYPE.
           MOVE SPACES                 TO DL-ENTRY-BODY.
           MOVE WS-DEP-TYPE-CODE(WS-DEP-HIT) TO DL-DEPOSIT-TYPE.
           MOVE WS-DE-FEE-CODE         TO DL-FEE-CODE.
           MOVE WS-DE-INSTALLMENT      TO DL-INSTALLMENT-NO.
           MOVE WS-DE-AMOUNT           TO DL-AMOUNT.
           MOVE WS-DE-DATE             TO DL-ENTRY-DATE.
           MOVE WS-DE-REFERENCE        TO DL-REFERENCE.
           MOVE WS-DE-REASON           TO DL-REASON.
           MOVE WS-DE-OPERATOR         TO DL-OPERATOR-ID.
           WRITE DEPOSIT-LEDGER-FILE
               INVALID KEY
                   DISPLAY 'DEPOSIT LEDGER: Invalid Key ' DL-KEY
               NOT INVALID KEY
                   MOVE 'Y'    TO WS-DE-POSTED
                   MOVE DL-SEQ TO WS-DH-LAST-SEQ
                   MOVE DL-SEQ TO WS-DE-SEQ-REF
           END-WRITE.
           IF WS-DE-POSTED = 'Y'
               EVALUATE WS-DE-TYPE
                   WHEN 'R'
                       ADD WS-DE-AMOUNT TO WS-DH-RECEIVED
                       ADD WS-DE-AMOUNT
                           TO WS-DH-TYPE-BALANCE(WS-DEP-HIT)
                   WHEN 'D'
                       ADD WS-DE-AMOUNT TO WS-DH-DEDUCTED
                       SUBTRACT WS-DE-AMOUNT
                           FROM WS-DH-TYPE-BALANCE(WS-DEP-HIT)
                   WHEN 'A'
                       ADD WS-DE-AMOUNT TO WS-DH-APPLIED
                       SUBTRACT WS-DE-AMOUNT
                           FROM WS-DH-TYPE-BALANCE(WS-DEP-HIT)
                   WHEN 'P'
                       ADD WS-DE-AMOUNT TO WS-DH-REFUNDED
                       SUBTRACT WS-DE-AMOUNT
                           FROM WS-DH-TYPE-BALANCE(WS-DEP-HIT)
               END-EVALUATE
               PERFORM SUM-DEPOSIT-BALANCE
               PERFORM SAVE-DEPOSIT-BALANCE
           END-IF.

       SAVE-DEPOSIT-BALANCE.
           MOVE WS-DH-STUDENT-ID  TO DL-STUDENT-ID.
           MOVE ZERO              TO DL-SEQ.
           MOVE 'B'               TO DL-ENTRY-TYPE.
           MOVE WS-DH-RECEIVED    TO DL-RECEIVED-TOTAL.
           MOVE WS-DH-DEDUCTED    TO DL-DEDUCTED-TOTAL.
           MOVE WS-DH-APPLIED     TO DL-APPLIED-TOTAL.
           MOVE WS-DH-REFUNDED    TO DL-REFUNDED-TOTAL.
           PERFORM VARYING WS-DEP-I FROM 1 BY 1 UNTIL WS-DEP-I > 3
               MOVE WS-DH-TYPE-BALANCE(WS-DEP-I)
                   TO DL-TYPE-BALANCE(WS-DEP-I)
           END-PERFORM.
           MOVE WS-DH-LAST-SEQ    TO DL-LAST-SEQ.
           MOVE WS-DE-DATE        TO DL-LAST-DATE.
           IF WS-DH-NEW = 'Y'
               WRITE DEPOSIT-LEDGER-FILE
                   INVALID KEY
                       DISPLAY 'DEPOSIT LEDGER: Invalid Key ' DL-KEY
                   NOT INVALID KEY
                       MOVE 'N' TO WS-DH-NEW
               END-WRITE
           ELSE
               REWRITE DEPOSIT-LEDGER-FILE
                   INVALID KEY
                       DISPLAY 'DEPOSIT LEDGER: Invalid Key ' DL-KEY
               END-REWRITE
           END-IF.
