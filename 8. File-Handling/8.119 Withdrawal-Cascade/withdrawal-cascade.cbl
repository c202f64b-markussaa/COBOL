      * A student marked withdrawn by STATUS-CHANGE-TRANSACTION used
      * to go on holding everything else: the bus seat, the bed, the
      * enrollments that kept admitting marks, the installments that
      * kept aging, the library books nobody asked for back. This
      * batch works WITHDRAWAL-QUEUE, which STATUS-CHANGE-
      * TRANSACTION appends each new withdrawal to, and for each
      * student still withdrawn on STUDENT-MASTER:
      *   - ceases a riding RIDER-ASSIGNMENT and vacates a boarding
      *     HOSTEL-ALLOCATION, the rows kept for history the way the
      *     maintenance menus leave them;
      *   - drops every ENROLLMENT still enrolled;
      *   - cancels every open RECEIVABLE installment falling due
      *     after the leaving date, bringing the charge down to
      *     what was paid the way FEE-ADJUSTMENT-POSTING writes one
      *     off. Each cancellation is a write-off line on
      *     ADJUSTMENT-REGISTER under the WDRL-REASON parm reason
      *     (WDRL by default), so GL-JOURNAL-EXTRACT reverses the
      *     income, and a CANCEL record on the satellite trail;
      *   - queues a refund transaction on REFUND-TRANS for
      *     REFUND-PROCESSING to prorate from the leaving date;
      *   - lists every library book still out on LIBRARY-RECALL.
      * LEAVING-CHECKLIST gives each student a DONE line for every
      * step taken and a TO DO line for whatever still needs a
      * person: books to recall, fees owing up to the leaving
      * date, the refund run, the no-dues clearance, and any file
      * that was not there to be worked. A student reinstated
      * before the cascade ran is listed and left alone. The queue
      * is emptied when the run finishes; any TO DO sets return
      * code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. WITHDRAWAL-CASCADE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT WITHDRAWAL-QUEUE
                   ASSIGN TO 'WITHDRAWAL-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WDQ-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT RIDER-ASSIGNMENT
                   ASSIGN TO 'RIDER-ASSIGNMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RA-STUDENT-ID
                   ALTERNATE RECORD KEY IS RA-ROUTE-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-RIDE-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOST-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ENRL-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT LIBRARY-LOAN ASSIGN TO 'LIBRARY-LOAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS LL-KEY
                   FILE STATUS IS WS-LOAN-FS.

               SELECT REFUND-TRANS ASSIGN TO 'REFUND-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REFQ-FS.

               SELECT ADJUST-REGISTER
                   ASSIGN TO 'ADJUSTMENT-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REG-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

               SELECT LEAVING-CHECKLIST
                   ASSIGN TO 'LEAVING-CHECKLIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHK-FS.

               SELECT LIBRARY-RECALL ASSIGN TO 'LIBRARY-RECALL.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RCL-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD WITHDRAWAL-QUEUE.
           COPY "wdrqueue.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD RIDER-ASSIGNMENT.
           COPY "rideasg.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD LIBRARY-LOAN.
           COPY "libloan.cpy".

      *    The layout REFUND-PROCESSING reads.
           FD REFUND-TRANS.
           01 REFUND-TRANS-REC.
               05 RF-STUDENT-ID    PIC 9(05).
               05 RF-WITHDRAW-DATE PIC 9(08).
               05 RF-REFUND-TYPE   PIC X(01).

           FD ADJUST-REGISTER.
           01 ADJUST-REGISTER-LINE  PIC X(100).

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           FD LEAVING-CHECKLIST.
           01 LEAVING-CHECKLIST-LINE PIC X(80).

           FD LIBRARY-RECALL.
           01 LIBRARY-RECALL-LINE   PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-WDQ-FS             PIC X(02).
           01 WS-RIDE-FS            PIC X(02).
           01 WS-HOST-FS            PIC X(02).
           01 WS-ENRL-FS            PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-LOAN-FS            PIC X(02).
           01 WS-REFQ-FS            PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-CHK-FS             PIC X(02).
           01 WS-RCL-FS             PIC X(02).
           01 WS-RIDE-OPEN          PIC A(01) VALUE 'N'.
           01 WS-HOST-OPEN          PIC A(01) VALUE 'N'.
           01 WS-ENRL-OPEN          PIC A(01) VALUE 'N'.
           01 WS-RECV-OPEN          PIC A(01) VALUE 'N'.
           01 WS-LOAN-OPEN          PIC A(01) VALUE 'N'.
           01 WS-REFQ-OPEN          PIC A(01) VALUE 'N'.
           01 WS-REG-OPEN           PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SLICE-EOF          PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-WDRL-REASON        PIC X(04) VALUE 'WDRL'.

      *    The student being wound up.
           01 WS-CUR-ID             PIC 9(05).
           01 WS-CUR-LEAVE-DATE     PIC 9(08).
           01 WS-CANCEL-AMT         PIC 9(05)V99.
           01 WS-OLD-AMOUNT         PIC 9(05)V99.
           01 WS-OWING-AMT          PIC 9(07)V99.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.
           01 WS-DISPLAY-OWING      PIC ZZZZZZ9.99.
           01 WS-IMAGE-AMOUNT       PIC 9(05).99.
           01 WS-CHECK-TEXT         PIC X(70).

           01 WS-QUEUE-COUNT        PIC 9(06) VALUE ZERO.
           01 WS-WOUND-UP-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-SKIPPED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-CEASED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-VACATED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-DROPPED-COUNT      PIC 9(06) VALUE ZERO.
           01 WS-CANCELLED-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-RECALL-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-TODO-COUNT         PIC 9(06) VALUE ZERO.
           COPY "sataudfl.cpy".
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "WITHDRAWAL-CASCADE".
           MOVE 'WDRCASC' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'WDRL-REASON' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-TEXT(1:4) NOT = SPACES
               MOVE WS-PARM-TEXT(1:4) TO WS-WDRL-REASON
           END-IF.
           DISPLAY 'CANCELLATION REASON CODE: ' WS-WDRL-REASON.

           OPEN INPUT WITHDRAWAL-QUEUE.
           IF WS-WDQ-FS NOT EQUAL '00'
               DISPLAY 'NO WITHDRAWAL-QUEUE ON FILE - NOTHING TO DO'
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE WITHDRAWAL-QUEUE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE - RUN '
                   'ABANDONED. STATUS: ' WS-SATAUD-FS
               CLOSE WITHDRAWAL-QUEUE
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LEAVING-CHECKLIST.
           OPEN OUTPUT LIBRARY-RECALL.
           IF WS-CHK-FS NOT EQUAL '00' OR WS-RCL-FS NOT EQUAL '00'
               DISPLAY "Error opening cascade outputs. Status: "
                   WS-CHK-FS " " WS-RCL-FS
               CLOSE WITHDRAWAL-QUEUE
               CLOSE STUDENT
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Every satellite is optional: a school without a bus or a
      *    hostel simply has nothing there to wind up, and one that
      *    cannot be opened tonight is put on each checklist to be
      *    done by hand.
           OPEN I-O RIDER-ASSIGNMENT.
           IF WS-RIDE-FS EQUAL '00'
               MOVE 'Y' TO WS-RIDE-OPEN
           END-IF.
           OPEN I-O HOSTEL-ALLOC.
           IF WS-HOST-FS EQUAL '00'
               MOVE 'Y' TO WS-HOST-OPEN
           END-IF.
           OPEN I-O ENROLLMENT.
           IF WS-ENRL-FS EQUAL '00'
               MOVE 'Y' TO WS-ENRL-OPEN
           END-IF.
           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS EQUAL '00'
               MOVE 'Y' TO WS-RECV-OPEN
           END-IF.
           OPEN INPUT LIBRARY-LOAN.
           IF WS-LOAN-FS EQUAL '00'
               MOVE 'Y' TO WS-LOAN-OPEN
           END-IF.
           OPEN EXTEND REFUND-TRANS.
           IF WS-REFQ-FS EQUAL '35'
               OPEN OUTPUT REFUND-TRANS
           END-IF.
           IF WS-REFQ-FS EQUAL '00'
               MOVE 'Y' TO WS-REFQ-OPEN
           END-IF.
           OPEN EXTEND ADJUST-REGISTER.
           IF WS-REG-FS EQUAL '35'
               OPEN OUTPUT ADJUST-REGISTER
           END-IF.
           IF WS-REG-FS EQUAL '00'
               MOVE 'Y' TO WS-REG-OPEN
           END-IF.

           MOVE 'LEAVING CHECKLIST - WITHDRAWALS WOUND UP'
               TO LEAVING-CHECKLIST-LINE.
           WRITE LEAVING-CHECKLIST-LINE.
           MOVE 'LIBRARY RECALL LIST - BOOKS OUT TO LEAVERS'
               TO LIBRARY-RECALL-LINE.
           WRITE LIBRARY-RECALL-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ WITHDRAWAL-QUEUE
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM WIND-UP-STUDENT
               END-READ
           END-PERFORM.

           CLOSE WITHDRAWAL-QUEUE.
           CLOSE STUDENT.
           CLOSE SATELLITE-AUDIT.
           CLOSE LEAVING-CHECKLIST.
           CLOSE LIBRARY-RECALL.
           IF WS-RIDE-OPEN = 'Y'
               CLOSE RIDER-ASSIGNMENT
           END-IF.
           IF WS-HOST-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           END-IF.
           IF WS-ENRL-OPEN = 'Y'
               CLOSE ENROLLMENT
           END-IF.
           IF WS-RECV-OPEN = 'Y'
               CLOSE RECEIVABLE
           END-IF.
           IF WS-LOAN-OPEN = 'Y'
               CLOSE LIBRARY-LOAN
           END-IF.
           IF WS-REFQ-OPEN = 'Y'
               CLOSE REFUND-TRANS
           END-IF.
           IF WS-REG-OPEN = 'Y'
               CLOSE ADJUST-REGISTER
           END-IF.

      *    Every queued withdrawal has its checklist, so the queue
      *    is emptied for tomorrow's.
           OPEN OUTPUT WITHDRAWAL-QUEUE.
           CLOSE WITHDRAWAL-QUEUE.

           DISPLAY 'WITHDRAWALS QUEUED:     ' WS-QUEUE-COUNT.
           DISPLAY 'WOUND UP:               ' WS-WOUND-UP-COUNT.
           DISPLAY 'PASSED OVER:            ' WS-SKIPPED-COUNT.
           DISPLAY 'RIDERS CEASED:          ' WS-CEASED-COUNT.
           DISPLAY 'BEDS VACATED:           ' WS-VACATED-COUNT.
           DISPLAY 'ENROLLMENTS DROPPED:    ' WS-DROPPED-COUNT.
           DISPLAY 'INSTALLMENTS CANCELLED: ' WS-CANCELLED-COUNT.
           DISPLAY 'BOOKS TO RECALL:        ' WS-RECALL-COUNT.
           DISPLAY 'CHECKLIST ITEMS TO DO:  ' WS-TODO-COUNT.
           IF WS-TODO-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       WIND-UP-STUDENT.
           ADD 1 TO WS-QUEUE-COUNT.
           MOVE WQ-STUDENT-ID TO WS-CUR-ID.
           IF WQ-LEAVE-DATE IS NUMERIC AND WQ-LEAVE-DATE > ZERO
               MOVE WQ-LEAVE-DATE TO WS-CUR-LEAVE-DATE
           ELSE
               MOVE WS-TODAY TO WS-CUR-LEAVE-DATE
           END-IF.

           MOVE SPACES TO LEAVING-CHECKLIST-LINE.
           WRITE LEAVING-CHECKLIST-LINE.
           MOVE WS-CUR-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE SPACES TO STUDENT-NAME
           END-READ.
           MOVE SPACES TO LEAVING-CHECKLIST-LINE.
           STRING 'STUDENT ' WS-CUR-ID ' ' STUDENT-NAME
               ' LEFT ' WS-CUR-LEAVE-DATE
               DELIMITED BY SIZE INTO LEAVING-CHECKLIST-LINE.
           WRITE LEAVING-CHECKLIST-LINE.

           EVALUATE TRUE
               WHEN WS-FS NOT EQUAL '00'
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE 'NOT ON STUDENT-MASTER - NOTHING DONE, CHECK '
                       TO WS-CHECK-TEXT
                   MOVE 'THE ID' TO WS-CHECK-TEXT(45:)
                   PERFORM NOTE-TO-DO
               WHEN NOT STUDENT-WITHDRAWN
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING 'STATUS NOW ' STUDENT-STATUS
                       ' - REINSTATED, NOTHING DONE'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   PERFORM NOTE-DONE
               WHEN OTHER
                   ADD 1 TO WS-WOUND-UP-COUNT
                   PERFORM CEASE-RIDER
                   PERFORM VACATE-BED
                   PERFORM DROP-ENROLLMENTS
                   PERFORM CANCEL-INSTALLMENTS
                   PERFORM QUEUE-REFUND
                   PERFORM RECALL-BOOKS
                   MOVE 'ISSUE NO-DUES CLEARANCE CERTIFICATE'
                       TO WS-CHECK-TEXT
                   PERFORM NOTE-TO-DO
           END-EVALUATE.

       NOTE-DONE.
           MOVE SPACES TO LEAVING-CHECKLIST-LINE.
           STRING '  DONE   ' WS-CHECK-TEXT
               DELIMITED BY SIZE INTO LEAVING-CHECKLIST-LINE.
           WRITE LEAVING-CHECKLIST-LINE.

       NOTE-TO-DO.
           ADD 1 TO WS-TODO-COUNT.
           MOVE SPACES TO LEAVING-CHECKLIST-LINE.
           STRING '  TO DO  ' WS-CHECK-TEXT
               DELIMITED BY SIZE INTO LEAVING-CHECKLIST-LINE.
           WRITE LEAVING-CHECKLIST-LINE.

       CEASE-RIDER.
           IF WS-RIDE-OPEN = 'N'
               MOVE 'RIDER-ASSIGNMENT NOT AVAILABLE - CHECK BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE WS-CUR-ID TO RA-STUDENT-ID
               READ RIDER-ASSIGNMENT
                   KEY IS RA-STUDENT-ID
                   INVALID KEY CONTINUE
               END-READ
               IF WS-RIDE-FS EQUAL '00' AND RA-RIDING
                   MOVE 'C' TO RA-STATUS
                   REWRITE RIDER-ASSIGNMENT-FILE
                       INVALID KEY
                           DISPLAY 'CEASE: Invalid Key ' RA-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-CEASED-COUNT
                           MOVE SPACES TO WS-CHECK-TEXT
                           STRING 'ROUTE ' RA-ROUTE-CODE
                               ' ASSIGNMENT CEASED'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM NOTE-DONE
                           MOVE 'RIDER-ASSIGN' TO SAUD-FILE-NAME
                           MOVE WS-CUR-ID      TO SAUD-RECORD-KEY
                           MOVE 'CEASE'        TO SAUD-ACTION
                           MOVE SPACES TO SAUD-OLD-IMAGE
                           STRING 'ROUTE=' RA-ROUTE-CODE ' STATUS=A'
                               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE
                           MOVE 'STATUS=C' TO SAUD-NEW-IMAGE
                           PERFORM APPEND-SATELLITE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

       VACATE-BED.
           IF WS-HOST-OPEN = 'N'
               MOVE 'HOSTEL-ALLOCATION NOT AVAILABLE - CHECK BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE WS-CUR-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY CONTINUE
               END-READ
               IF WS-HOST-FS EQUAL '00' AND HA-BOARDING
                   MOVE 'V' TO HA-STATUS
                   REWRITE HOSTEL-ALLOCATION-FILE
                       INVALID KEY
                           DISPLAY 'VACATE: Invalid Key ' HA-STUDENT-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-VACATED-COUNT
                           MOVE SPACES TO WS-CHECK-TEXT
                           STRING 'BLOCK ' HA-BLOCK ' ROOM ' HA-ROOM
                               ' BED ' HA-BED-NO ' VACATED'
                               DELIMITED BY SIZE INTO WS-CHECK-TEXT
                           PERFORM NOTE-DONE
                           MOVE 'HOSTEL-ALLOC' TO SAUD-FILE-NAME
                           MOVE WS-CUR-ID      TO SAUD-RECORD-KEY
                           MOVE 'VACATE'       TO SAUD-ACTION
                           MOVE SPACES TO SAUD-OLD-IMAGE
                           STRING 'ROOM=' HA-BLOCK HA-ROOM
                               ' BED=' HA-BED-NO ' STATUS=A'
                               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE
                           MOVE 'STATUS=V' TO SAUD-NEW-IMAGE
                           PERFORM APPEND-SATELLITE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

      * The student's enrollments in key order; a dropped one is
      * already history and is passed by.
       DROP-ENROLLMENTS.
           IF WS-ENRL-OPEN = 'N'
               MOVE 'ENROLLMENT NOT AVAILABLE - CHECK BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE 'N'        TO WS-SLICE-EOF
               MOVE WS-CUR-ID  TO EN-STUDENT-ID
               MOVE LOW-VALUES TO EN-SUBJECT-CODE
               START ENROLLMENT KEY NOT < EN-KEY
                   INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
               END-START
               PERFORM UNTIL WS-SLICE-EOF = 'Y'
                   READ ENROLLMENT NEXT RECORD
                       AT END MOVE 'Y' TO WS-SLICE-EOF
                       NOT AT END
                           IF EN-STUDENT-ID NOT EQUAL WS-CUR-ID
                               MOVE 'Y' TO WS-SLICE-EOF
                           ELSE
                               IF EN-ENROLLED
                                   PERFORM DROP-ONE-ENROLLMENT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       DROP-ONE-ENROLLMENT.
           MOVE 'D' TO EN-STATUS.
           REWRITE ENROLLMENT-FILE
               INVALID KEY DISPLAY 'DROP: Invalid Key ' EN-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-DROPPED-COUNT
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING 'ENROLLMENT ' EN-SUBJECT-CODE ' DROPPED'
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   PERFORM NOTE-DONE
                   MOVE 'ENROLLMENT' TO SAUD-FILE-NAME
                   MOVE EN-KEY       TO SAUD-RECORD-KEY
                   MOVE 'DROP'       TO SAUD-ACTION
                   MOVE 'STATUS=E'   TO SAUD-OLD-IMAGE
                   MOVE 'STATUS=D'   TO SAUD-NEW-IMAGE
                   PERFORM APPEND-SATELLITE-AUDIT
           END-REWRITE.

      * Open installments due after the leaving date are cancelled;
      * what fell due on or before it is still owed and is totalled
      * for the checklist.
       CANCEL-INSTALLMENTS.
           IF WS-RECV-OPEN = 'N'
               MOVE 'RECEIVABLE NOT AVAILABLE - CHECK BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE ZERO       TO WS-OWING-AMT
               MOVE 'N'        TO WS-SLICE-EOF
               MOVE WS-CUR-ID  TO RV-STUDENT-ID
               MOVE LOW-VALUES TO RV-FEE-CODE
               MOVE ZERO       TO RV-INSTALLMENT-NO
               START RECEIVABLE KEY NOT < RV-KEY
                   INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
               END-START
               PERFORM UNTIL WS-SLICE-EOF = 'Y'
                   READ RECEIVABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-SLICE-EOF
                       NOT AT END
                           IF RV-STUDENT-ID NOT EQUAL WS-CUR-ID
                               MOVE 'Y' TO WS-SLICE-EOF
                           ELSE
                               PERFORM JUDGE-INSTALLMENT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-OWING-AMT > ZERO
                   MOVE WS-OWING-AMT TO WS-DISPLAY-OWING
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING 'COLLECT FEES OWING TO LEAVING DATE '
                       WS-DISPLAY-OWING
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   PERFORM NOTE-TO-DO
               END-IF
           END-IF.

       JUDGE-INSTALLMENT.
           IF RV-OPEN AND RV-AMOUNT > RV-PAID-AMOUNT
               IF RV-DUE-DATE > WS-CUR-LEAVE-DATE
                   PERFORM CANCEL-ONE-INSTALLMENT
               ELSE
                   COMPUTE WS-OWING-AMT = WS-OWING-AMT
                       + RV-AMOUNT - RV-PAID-AMOUNT
               END-IF
           END-IF.

      * The charge comes down to what was paid and the row settles,
      * exactly as a write-off leaves it.
       CANCEL-ONE-INSTALLMENT.
           MOVE RV-AMOUNT TO WS-OLD-AMOUNT.
           COMPUTE WS-CANCEL-AMT = RV-AMOUNT - RV-PAID-AMOUNT.
           MOVE RV-PAID-AMOUNT TO RV-AMOUNT.
           MOVE 'S' TO RV-STATUS.
           REWRITE RECEIVABLE-FILE
               INVALID KEY DISPLAY 'CANCEL: Invalid Key ' RV-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CANCELLED-COUNT
                   MOVE WS-CANCEL-AMT TO WS-DISPLAY-AMOUNT
                   MOVE SPACES TO WS-CHECK-TEXT
                   STRING 'INSTALLMENT ' RV-FEE-CODE '/'
                       RV-INSTALLMENT-NO ' DUE ' RV-DUE-DATE
                       ' CANCELLED ' WS-DISPLAY-AMOUNT
                       DELIMITED BY SIZE INTO WS-CHECK-TEXT
                   PERFORM NOTE-DONE
                   PERFORM WRITE-CANCEL-REGISTER
                   PERFORM WRITE-CANCEL-AUDIT
           END-REWRITE.

      *    FEE-ADJUSTMENT-POSTING's register line, so the cancelled
      *    income is reversed with the day's write-offs.
       WRITE-CANCEL-REGISTER.
           IF WS-REG-OPEN = 'Y'
               MOVE SPACES TO ADJUST-REGISTER-LINE
               STRING 'ADJ TYPE=W'
                   ' ID=' RV-STUDENT-ID
                   ' FEE=' RV-FEE-CODE
                   ' INST=' RV-INSTALLMENT-NO
                   ' AMOUNT=' WS-DISPLAY-AMOUNT
                   ' REASON=' WS-WDRL-REASON
                   ' APPROVER=' 'BATCH   '
                   ' DATE=' WS-TODAY
                   DELIMITED BY SIZE INTO ADJUST-REGISTER-LINE
               WRITE ADJUST-REGISTER-LINE
           ELSE
               MOVE SPACES TO WS-CHECK-TEXT
               STRING 'JOURNAL CANCELLED ' RV-FEE-CODE '/'
                   RV-INSTALLMENT-NO ' BY HAND - NO REGISTER'
                   DELIMITED BY SIZE INTO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           END-IF.

       WRITE-CANCEL-AUDIT.
           MOVE 'RECEIVABLE' TO SAUD-FILE-NAME.
           MOVE SPACES TO SAUD-RECORD-KEY.
           STRING RV-STUDENT-ID RV-FEE-CODE RV-INSTALLMENT-NO
               DELIMITED BY SIZE INTO SAUD-RECORD-KEY.
           MOVE 'CANCEL' TO SAUD-ACTION.
           MOVE WS-OLD-AMOUNT TO WS-IMAGE-AMOUNT.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE RV-AMOUNT TO WS-IMAGE-AMOUNT.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           STRING 'AMT=' WS-IMAGE-AMOUNT
               ' RSN=' WS-WDRL-REASON
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.

      * The refund itself is REFUND-PROCESSING's to work out; the
      * cascade only queues the withdrawal transaction for it.
       QUEUE-REFUND.
           IF WS-REFQ-OPEN = 'Y'
               MOVE WS-CUR-ID         TO RF-STUDENT-ID
               MOVE WS-CUR-LEAVE-DATE TO RF-WITHDRAW-DATE
               MOVE SPACE             TO RF-REFUND-TYPE
               WRITE REFUND-TRANS-REC
               MOVE 'REFUND TRANSACTION QUEUED' TO WS-CHECK-TEXT
               PERFORM NOTE-DONE
               MOVE 'RUN REFUND-PROCESSING FOR THE QUEUED REFUND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE 'REFUND-TRANS NOT AVAILABLE - KEY REFUND BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           END-IF.

      * Books still out go on the recall list and the checklist;
      * returned and lost ones are settled business.
       RECALL-BOOKS.
           IF WS-LOAN-OPEN = 'N'
               MOVE 'LIBRARY-LOAN NOT AVAILABLE - CHECK BY HAND'
                   TO WS-CHECK-TEXT
               PERFORM NOTE-TO-DO
           ELSE
               MOVE 'N'       TO WS-SLICE-EOF
               MOVE WS-CUR-ID TO LL-STUDENT-ID
               MOVE ZERO      TO LL-ACCESSION-NO
               START LIBRARY-LOAN KEY NOT < LL-KEY
                   INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
               END-START
               PERFORM UNTIL WS-SLICE-EOF = 'Y'
                   READ LIBRARY-LOAN NEXT RECORD
                       AT END MOVE 'Y' TO WS-SLICE-EOF
                       NOT AT END
                           IF LL-STUDENT-ID NOT EQUAL WS-CUR-ID
                               MOVE 'Y' TO WS-SLICE-EOF
                           ELSE
                               IF LL-OUT
                                   PERFORM RECALL-ONE-BOOK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       RECALL-ONE-BOOK.
           ADD 1 TO WS-RECALL-COUNT.
           MOVE SPACES TO LIBRARY-RECALL-LINE.
           STRING WS-CUR-ID ' ' STUDENT-NAME ' ACC ' LL-ACCESSION-NO
               ' ' LL-TITLE ' DUE ' LL-DUE-DATE
               DELIMITED BY SIZE INTO LIBRARY-RECALL-LINE.
           WRITE LIBRARY-RECALL-LINE.
           MOVE SPACES TO WS-CHECK-TEXT.
           STRING 'RECALL BOOK ' LL-ACCESSION-NO ' ' LL-TITLE
               DELIMITED BY SIZE INTO WS-CHECK-TEXT.
           PERFORM NOTE-TO-DO.

       COPY "sataudwt.cpy".

       COPY "parmrd.cpy".
