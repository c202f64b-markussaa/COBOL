      * check-out is only accepted for a student actually on
      * STUDENT-MASTER; a check-in flips the loan to returned
      * rather than deleting it, so the lending history survives.
      *
      * Late returns and lost books are billed, not just chased. A
      * check-in past the due date raises a fine of the LIB-FINE-CODE
      * fee's catalog amount per day late; marking a loan lost raises
      * a replacement charge under LIB-LOST-CODE. Both land on
      * RECEIVABLE like any other fee, so the aging, the family
      * statement and the no-dues clearance all see them. Waiving a
      * charge writes it off and needs an operator of at least the
      * LIB-WAIVE-LEVEL permission, proved against OPERATOR-MASTER,
      * with a before/after record on the satellite audit trail.
      *
      * The ledger never moves without a line for the general
      * ledger. Every charge raised is appended to CHARGE-REGISTER
      * and every waiver to ADJUSTMENT-REGISTER as a write-off under
      * the LIB-WAIVE-REASON parm reason (LIBW by default), approved
      * by the signed-on operator, the line FEE-ADJUSTMENT-POSTING
      * writes - so GL-JOURNAL-EXTRACT journals both. With either
      * register unavailable the desk still lends and takes books
      * back, but no charge is raised or waived that session.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LIBRARY-LOAN-MAINTENANCE.
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

      *    The fine rate and the default replacement charge are the
      *    library fee codes' own catalog amounts.
               SELECT FEE-SCHEDULE ASSIGN TO 'FEE-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FEE-CODE
                   FILE STATUS IS WS-FEE-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT ADJUST-REGISTER
                   ASSIGN TO 'ADJUSTMENT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ADJREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD LIBRARY-LOAN.
           FD STUDENT.
           COPY "studmas.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD FEE-SCHEDULE.
           COPY "feesch.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD ADJUST-REGISTER.
           01 ADJUST-REGISTER-LINE  PIC X(100).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-RECV-FS           PIC X(02).
           01 WS-FEE-FS            PIC X(02).
           01 WS-OPER-FS           PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-ACCESSION   PIC 9(06).
           01 WS-ENTRY-TITLE       PIC X(25).
           01 WS-ENTRY-DUE-DATE    PIC 9(08).
           01 WS-ENTRY-COST        PIC 9(05)V99.
           01 WS-LIST-EOF          PIC A(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-DAYS-LATE         PIC S9(05).
      *    LIB-FINE-CODE and LIB-LOST-CODE on the parm card name the
      *    library's fee codes on FEE-SCHEDULE; LIB-WAIVE-LEVEL is the
      *    lowest operator permission level that may waive a charge.
           01 WS-FINE-CODE         PIC X(04) VALUE 'LBFN'.
           01 WS-LOST-CODE         PIC X(04) VALUE 'LBLS'.
           01 WS-WAIVE-LEVEL       PIC 9(01) VALUE 3.
           01 WS-FINE-RATE         PIC 9(05)V99 VALUE ZERO.
           01 WS-LOST-DEFAULT      PIC 9(05)V99 VALUE ZERO.
           01 WS-CHARGE-CODE       PIC X(04).
           01 WS-CHARGE-AMOUNT     PIC 9(05)V99.
           01 WS-CHARGE-RAISED     PIC A(01).
           01 WS-SATAUD-OPEN       PIC A(01) VALUE 'N'.
           01 WS-SIGNON-ID         PIC X(08).
           01 WS-SIGNON-PASSWORD   PIC X(08).
           01 WS-WAIVE-OK          PIC A(01).
           01 WS-OLD-AMOUNT        PIC 9(05)V99.
           01 WS-IMAGE-AMOUNT      PIC 9(05).99.
           01 WS-DISPLAY-AMOUNT    PIC ZZZZ9.99.
           01 WS-ADJREG-FS         PIC X(02).
           01 WS-ADJREG-OPEN       PIC A(01) VALUE 'N'.
           01 WS-WAIVE-REASON      PIC X(04) VALUE 'LIBW'.
           01 WS-WAIVED-AMOUNT     PIC 9(05)V99.
           COPY "fsmsg.cpy".
           COPY "chgregfl.cpy".
           COPY "sataudfl.cpy".
           COPY "parmtbl.cpy".
           COPY "rvnxtfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "LIBRARY-LOAN-MAINTENANCE".
           MOVE 'LIBLOAN' TO SAUD-PROGRAM-ID.
           MOVE 'LIBLOAN' TO CHGR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'LIB-FINE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-FINE-CODE
           END-IF.
           MOVE 'LIB-LOST-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-LOST-CODE
           END-IF.
           MOVE 'LIB-WAIVE-LEVEL' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 4
               MOVE WS-PARM-NUMERIC TO WS-WAIVE-LEVEL
           END-IF.
           MOVE 'LIB-WAIVE-REASON' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-TEXT(1:4) NOT = SPACES
               MOVE WS-PARM-TEXT(1:4) TO WS-WAIVE-REASON
           END-IF.
           PERFORM READ-LIBRARY-FEES.
           DISPLAY 'FINE CODE ' WS-FINE-CODE ' LOST CODE '
               WS-LOST-CODE ' WAIVE LEVEL ' WS-WAIVE-LEVEL.

           OPEN I-O LIBRARY-LOAN.
           IF WS-FS EQUAL '35'
               STOP RUN
           END-IF.

           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS EQUAL '35'
               OPEN OUTPUT RECEIVABLE
               CLOSE RECEIVABLE
               OPEN I-O RECEIVABLE
           END-IF.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: "
                   WS-RECV-FS
               CLOSE LIBRARY-LOAN
               CLOSE STUDENT
               STOP RUN
           END-IF.

      *    Without the audit trail lending still works, but no
      *    charge can be waived untraceably.
           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS EQUAL '00'
               MOVE 'Y' TO WS-SATAUD-OPEN
           ELSE
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE - WAIVERS '
                   'REFUSED THIS SESSION. STATUS: ' WS-SATAUD-FS
           END-IF.

           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               DISPLAY 'NO LIBRARY CHARGES RAISED THIS SESSION'
           END-IF.
           OPEN EXTEND ADJUST-REGISTER.
           IF WS-ADJREG-FS EQUAL '35'
               OPEN OUTPUT ADJUST-REGISTER
           END-IF.
           IF WS-ADJREG-FS EQUAL '00'
               MOVE 'Y' TO WS-ADJREG-OPEN
           ELSE
               DISPLAY 'ADJUSTMENT-REGISTER NOT AVAILABLE - WAIVERS '
                   'REFUSED THIS SESSION. STATUS: ' WS-ADJREG-FS
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM CHECK-OUT-BOOK
                   WHEN 2 PERFORM CHECK-IN-BOOK
                   WHEN 3 PERFORM MARK-BOOK-LOST
                   WHEN 4 PERFORM WAIVE-LOAN-CHARGE
                   WHEN 5 PERFORM LIST-LOANS
                   WHEN 6 DISPLAY 'EXITING LOAN MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE LIBRARY-LOAN.
           CLOSE STUDENT.
           CLOSE RECEIVABLE.
           IF WS-SATAUD-OPEN = 'Y'
               CLOSE SATELLITE-AUDIT
           END-IF.
           IF CHGR-OPEN = 'Y'
               CLOSE CHARGE-REGISTER
           END-IF.
           IF WS-ADJREG-OPEN = 'Y'
               CLOSE ADJUST-REGISTER
           END-IF.
       STOP RUN.

      * A library fee code missing from the catalog leaves its rate
      * at zero, and a zero rate raises nothing - the loan still
      * moves, the librarian is told.
       READ-LIBRARY-FEES.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY 'FEE-SCHEDULE NOT AVAILABLE - NO LIBRARY '
                   'CHARGES THIS SESSION. STATUS: ' WS-FEE-FS
           ELSE
               MOVE WS-FINE-CODE TO FEE-CODE
               READ FEE-SCHEDULE
                   KEY IS FEE-CODE
                   INVALID KEY
                       DISPLAY 'FINE CODE NOT ON FEE-SCHEDULE: '
                           WS-FINE-CODE
                   NOT INVALID KEY MOVE FEE-AMOUNT TO WS-FINE-RATE
               END-READ
               MOVE WS-LOST-CODE TO FEE-CODE
               READ FEE-SCHEDULE
                   KEY IS FEE-CODE
                   INVALID KEY
                       DISPLAY 'LOST CODE NOT ON FEE-SCHEDULE: '
                           WS-LOST-CODE
                   NOT INVALID KEY MOVE FEE-AMOUNT TO WS-LOST-DEFAULT
               END-READ
               CLOSE FEE-SCHEDULE
           END-IF.

       DISPLAY-MENU.
           DISPLAY '1. CHECK OUT BOOK'.
           DISPLAY '2. CHECK IN BOOK'.
           DISPLAY '3. MARK BOOK LOST'.
           DISPLAY '4. WAIVE FINE OR LOST-BOOK CHARGE'.
           DISPLAY '5. LIST LOANS FOR STUDENT'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           ACCEPT WS-ENTRY-ACCESSION.

      * A re-loan of the same book to the same student after a
      * return just re-opens the record with the new dates; the old
      * loan's charge, if any, stays on RECEIVABLE where it was
      * raised.
       CHECK-OUT-BOOK.
           PERFORM ACCEPT-ENTRY-KEY.

               MOVE FUNCTION CURRENT-DATE(1:8) TO LL-LOAN-DATE
               MOVE WS-ENTRY-DUE-DATE  TO LL-DUE-DATE
               MOVE 'O'                TO LL-STATUS
               MOVE ZERO               TO LL-RETURN-DATE
               MOVE SPACES             TO LL-CHARGE-CODE
               MOVE ZERO               TO LL-CHARGE-INST
               MOVE ZERO               TO LL-CHARGE-AMOUNT
               MOVE SPACE              TO LL-CHARGE-STATUS
               WRITE LIBRARY-LOAN-FILE
                   INVALID KEY
                       REWRITE LIBRARY-LOAN-FILE
               END-WRITE
           END-IF.

      * A book back after its due date is fined per day late, the
      * fine raised as it comes across the desk.
       CHECK-IN-BOOK.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID        TO LL-STUDENT-ID.
               INVALID KEY DISPLAY 'CHECK-IN: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF NOT LL-OUT
                   DISPLAY 'CHECK-IN: Loan is not out - status '
                       LL-STATUS
               ELSE
                   MOVE 'R'      TO LL-STATUS
                   MOVE WS-TODAY TO LL-RETURN-DATE
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY)
                       - FUNCTION INTEGER-OF-DATE(LL-DUE-DATE)
                   IF WS-DAYS-LATE > ZERO AND WS-FINE-RATE > ZERO
                       MOVE WS-FINE-CODE TO WS-CHARGE-CODE
                       COMPUTE WS-CHARGE-AMOUNT =
                           WS-FINE-RATE * WS-DAYS-LATE
                           ON SIZE ERROR MOVE 99999.99
                               TO WS-CHARGE-AMOUNT
                       END-COMPUTE
                       PERFORM RAISE-LOAN-CHARGE
                   END-IF
                   REWRITE LIBRARY-LOAN-FILE
                       INVALID KEY DISPLAY 'CHECK-IN: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHECK-IN: Book Returned'
                   END-REWRITE
               END-IF
           END-IF.

      * A lost book stops being chased and is billed instead: the
      * librarian keys the replacement cost, or zero to take the
      * catalog's standard lost-book charge.
       MARK-BOOK-LOST.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID        TO LL-STUDENT-ID.
           MOVE WS-ENTRY-ACCESSION TO LL-ACCESSION-NO.
           READ LIBRARY-LOAN
               KEY IS LL-KEY
               INVALID KEY DISPLAY 'LOST: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF NOT LL-OUT
                   DISPLAY 'LOST: Loan is not out - status '
                       LL-STATUS
               ELSE
                   DISPLAY 'ENTER REPLACEMENT COST (0 = STANDARD): '
                   ACCEPT WS-ENTRY-COST
                   IF WS-ENTRY-COST = ZERO
                       MOVE WS-LOST-DEFAULT TO WS-CHARGE-AMOUNT
                   ELSE
                       MOVE WS-ENTRY-COST TO WS-CHARGE-AMOUNT
                   END-IF
                   MOVE 'L'      TO LL-STATUS
                   MOVE WS-TODAY TO LL-RETURN-DATE
                   IF WS-CHARGE-AMOUNT > ZERO
                       MOVE WS-LOST-CODE TO WS-CHARGE-CODE
                       PERFORM RAISE-LOAN-CHARGE
                   ELSE
                       DISPLAY 'LOST: No replacement cost - '
                           'nothing billed'
                   END-IF
                   REWRITE LIBRARY-LOAN-FILE
                       INVALID KEY DISPLAY 'LOST: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'LOST: Book Marked Lost'
                   END-REWRITE
               END-IF
           END-IF.

      * The charge is a receivable of its own under the library fee
      * code, due the day it is raised, and the loan remembers its
      * key so a waiver can find it.
       RAISE-LOAN-CHARGE.
           MOVE 'N' TO WS-CHARGE-RAISED.
           MOVE LL-STUDENT-ID  TO RVN-STUDENT-ID.
           MOVE WS-CHARGE-CODE TO RVN-FEE-CODE.
           PERFORM FIND-FREE-INSTALLMENT.
           EVALUATE TRUE
               WHEN CHGR-OPEN NOT EQUAL 'Y'
                   DISPLAY 'NO CHARGE REGISTER - ' WS-CHARGE-CODE
                       ' CHARGE NOT RAISED'
               WHEN RVN-FOUND = 'N'
                   DISPLAY 'NO FREE ' WS-CHARGE-CODE
                       ' INSTALLMENT FOR ' LL-STUDENT-ID
                       ' - CHARGE NOT RAISED'
               WHEN OTHER
                   MOVE LL-STUDENT-ID    TO RV-STUDENT-ID
                   MOVE WS-CHARGE-CODE   TO RV-FEE-CODE
                   MOVE RVN-INSTALLMENT  TO RV-INSTALLMENT-NO
                   MOVE WS-CHARGE-AMOUNT TO RV-AMOUNT
                   MOVE ZERO             TO RV-PAID-AMOUNT
                   MOVE WS-TODAY         TO RV-DUE-DATE
                   MOVE 'O'              TO RV-STATUS
                   MOVE SPACES           TO RV-ASSESS-RUN
                   WRITE RECEIVABLE-FILE
                       INVALID KEY
                           DISPLAY 'CHARGE: Invalid Key ' RV-KEY
                       NOT INVALID KEY
                           MOVE 'Y' TO WS-CHARGE-RAISED
                           PERFORM APPEND-CHARGE-REGISTER
                   END-WRITE
           END-EVALUATE.
           IF WS-CHARGE-RAISED = 'Y'
               MOVE WS-CHARGE-CODE   TO LL-CHARGE-CODE
               MOVE RVN-INSTALLMENT  TO LL-CHARGE-INST
               MOVE WS-CHARGE-AMOUNT TO LL-CHARGE-AMOUNT
               MOVE 'R'              TO LL-CHARGE-STATUS
               MOVE WS-CHARGE-AMOUNT TO WS-DISPLAY-AMOUNT
               DISPLAY 'CHARGE RAISED: ' WS-CHARGE-CODE '/'
                   LL-CHARGE-INST ' AMOUNT ' WS-DISPLAY-AMOUNT
           END-IF.

      * A waiver forgives whatever is still owing on the loan's
      * charge - the write-off FEE-ADJUSTMENT-POSTING would make -
      * and only for an operator at or above the waive level.
       WAIVE-LOAN-CHARGE.
           IF WS-SATAUD-OPEN NOT EQUAL 'Y'
               OR WS-ADJREG-OPEN NOT EQUAL 'Y'
               DISPLAY 'WAIVE: Audit trail or adjustment register '
                   'not available - refused'
           ELSE
               PERFORM ACCEPT-ENTRY-KEY
               MOVE WS-ENTRY-ID        TO LL-STUDENT-ID
               MOVE WS-ENTRY-ACCESSION TO LL-ACCESSION-NO
               READ LIBRARY-LOAN
                   KEY IS LL-KEY
                   INVALID KEY DISPLAY 'WAIVE: Key Not Found'
               END-READ
               IF WS-FS EQUAL '00'
                   IF NOT LL-CHARGE-RAISED
                       DISPLAY 'WAIVE: No charge open on this loan'
                   ELSE
                       PERFORM CHECK-WAIVE-AUTHORITY
                       IF WS-WAIVE-OK = 'Y'
                           PERFORM WRITE-OFF-LOAN-CHARGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Sign-on against OPERATOR-MASTER, as OPERATOR-MENU does it,
      * for this one action only - lending itself stays open to
      * the desk.
       CHECK-WAIVE-AUTHORITY.
           MOVE 'N' TO WS-WAIVE-OK.
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
                       IF OP-PASSWORD NOT = WS-SIGNON-PASSWORD
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       ELSE
                           IF OP-PERM-LEVEL < WS-WAIVE-LEVEL
                               DISPLAY 'NOT AUTHORIZED - LEVEL '
                                   WS-WAIVE-LEVEL ' REQUIRED TO WAIVE'
                           ELSE
                               MOVE 'Y' TO WS-WAIVE-OK
                           END-IF
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

       WRITE-OFF-LOAN-CHARGE.
           MOVE LL-STUDENT-ID  TO RV-STUDENT-ID.
           MOVE LL-CHARGE-CODE TO RV-FEE-CODE.
           MOVE LL-CHARGE-INST TO RV-INSTALLMENT-NO.
           READ RECEIVABLE
               KEY IS RV-KEY
               INVALID KEY
                   DISPLAY 'WAIVE: Charge not on RECEIVABLE ' RV-KEY
           END-READ.
           IF WS-RECV-FS EQUAL '00'
               MOVE RV-AMOUNT      TO WS-OLD-AMOUNT
               COMPUTE WS-WAIVED-AMOUNT = RV-AMOUNT - RV-PAID-AMOUNT
               MOVE RV-PAID-AMOUNT TO RV-AMOUNT
               MOVE 'S'            TO RV-STATUS
               REWRITE RECEIVABLE-FILE
                   INVALID KEY DISPLAY 'WAIVE: Invalid Key ' RV-KEY
                   NOT INVALID KEY
                       MOVE 'W' TO LL-CHARGE-STATUS
                       REWRITE LIBRARY-LOAN-FILE
                           INVALID KEY
                               DISPLAY 'WAIVE: Loan Invalid Key'
                       END-REWRITE
                       PERFORM NOTE-WAIVER-AUDIT
                       PERFORM WRITE-WAIVER-REGISTER
                       DISPLAY 'WAIVE: Charge Written Off'
               END-REWRITE
           END-IF.

      *    FEE-ADJUSTMENT-POSTING's register line, so the waived
      *    charge comes off income with the day's write-offs. A
      *    charge already paid in full writes nothing off.
       WRITE-WAIVER-REGISTER.
           IF WS-WAIVED-AMOUNT > ZERO
               MOVE WS-WAIVED-AMOUNT TO WS-DISPLAY-AMOUNT
               MOVE SPACES TO ADJUST-REGISTER-LINE
               STRING 'ADJ TYPE=W'
                   ' ID=' RV-STUDENT-ID
                   ' FEE=' RV-FEE-CODE
                   ' INST=' RV-INSTALLMENT-NO
                   ' AMOUNT=' WS-DISPLAY-AMOUNT
                   ' REASON=' WS-WAIVE-REASON
                   ' APPROVER=' WS-SIGNON-ID
                   ' DATE=' WS-TODAY
                   DELIMITED BY SIZE INTO ADJUST-REGISTER-LINE
               WRITE ADJUST-REGISTER-LINE
           END-IF.

       NOTE-WAIVER-AUDIT.
           MOVE 'RECEIVABLE' TO SAUD-FILE-NAME.
           MOVE RV-KEY       TO SAUD-RECORD-KEY.
           MOVE WS-SIGNON-ID TO SAUD-OPERATOR-ID.
           MOVE 'WAIVE'      TO SAUD-ACTION.
           MOVE WS-OLD-AMOUNT TO WS-IMAGE-AMOUNT.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE RV-AMOUNT TO WS-IMAGE-AMOUNT.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               ' BOOK=' LL-ACCESSION-NO
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

       LIST-LOANS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
                       IF LL-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           MOVE LL-CHARGE-AMOUNT TO WS-DISPLAY-AMOUNT
                           DISPLAY LL-ACCESSION-NO ' ' LL-TITLE
                               ' DUE=' LL-DUE-DATE
                               ' STATUS=' LL-STATUS
                               ' CHARGE=' LL-CHARGE-CODE
                               ' ' WS-DISPLAY-AMOUNT
                               ' ' LL-CHARGE-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       COPY "rvnext.cpy".

       COPY "chgregwt.cpy".

       COPY "sataudwt.cpy".

       COPY "parmrd.cpy".

       COPY "fsxlate.cpy".
