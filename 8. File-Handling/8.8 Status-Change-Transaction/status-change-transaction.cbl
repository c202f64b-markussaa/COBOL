      * the same 88-level style (STUDENT-ACTIVE/STUDENT-GRADUATED/
      * STUDENT-WITHDRAWN, see studmas.cpy). This program reads a
      * status-change transaction file and REWRITEs that flag onto
      * the matching STUDENT-ID. A graduation transaction may also
      * carry the honours classification GRADUATION-AUDIT awarded,
      * which is set in GRADUATION-HONOURS; a transaction keyed
      * without it leaves the classification alone.
      *
      * A change that newly makes a student STUDENT-WITHDRAWN is
      * also queued on WITHDRAWAL-QUEUE with the leaving date - the
      * date keyed on the transaction, or today's when it is left
      * blank - for WITHDRAWAL-CASCADE to cease, vacate, drop and
      * cancel whatever the student still holds. A student already
      * withdrawn is not queued a second time.
      *
      * A withdrawal or graduation also sets LEAVING-DATE on the
      * master - the keyed date when there is one, otherwise today's
      * for a student newly leaving - and a student put back to
      * active has the leaving date cleared, so FEE-ASSESSMENT
      * prorates only those who actually left part way through.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STATUS-CHANGE-TRANSACTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

               SELECT WITHDRAWAL-QUEUE
                   ASSIGN TO 'WITHDRAWAL-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WDQ-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           01 STATUS-TRANS-REC.
               05 ST-STUDENT-ID    PIC 9(05).
               05 ST-NEW-STATUS    PIC X(01).
               05 ST-HONOURS       PIC X(01).
               05 ST-LEAVE-DATE    PIC X(08).

           FD WITHDRAWAL-QUEUE.
           COPY "wdrqueue.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS               PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-EOF                 PIC A(01) VALUE 'N'.
           01 WS-ID-OK               PIC A(01).
           01 WS-WDQ-FS              PIC X(02).
           01 WS-OLD-STATUS          PIC X(01).
           01 WS-TODAY               PIC 9(08).
           01 WS-QUEUED-COUNT        PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "STATUS-CHANGE-TRANSACTION".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O STUDENT.
           IF WS-FS NOT EQUAL '00'
               STOP RUN
           END-IF.

           OPEN EXTEND WITHDRAWAL-QUEUE.
           IF WS-WDQ-FS EQUAL '35'
               OPEN OUTPUT WITHDRAWAL-QUEUE
           END-IF.
           IF WS-WDQ-FS NOT EQUAL '00'
               DISPLAY "Error opening WITHDRAWAL-QUEUE. Status: "
                   WS-WDQ-FS
               CLOSE STUDENT
               CLOSE STATUS-TRANS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STATUS-TRANS
                   AT END MOVE 'Y' TO WS-EOF

           CLOSE STUDENT.
           CLOSE STATUS-TRANS.
           CLOSE WITHDRAWAL-QUEUE.
           DISPLAY 'WITHDRAWALS QUEUED: ' WS-QUEUED-COUNT.
       STOP RUN.

       APPLY-STATUS-CHANGE.
           END-READ.

           IF WS-FS EQUAL '00'
               MOVE STUDENT-STATUS TO WS-OLD-STATUS
               MOVE ST-NEW-STATUS TO STUDENT-STATUS
               IF STUDENT-GRADUATED AND ST-HONOURS NOT EQUAL SPACE
                   MOVE ST-HONOURS TO GRADUATION-HONOURS
               END-IF
               PERFORM SET-LEAVING-DATE
               REWRITE STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'STATUS CHANGE: Invalid Key '
                   NOT INVALID KEY
                       DISPLAY 'STATUS CHANGE: UPDATED '
                           ST-STUDENT-ID ' TO ' ST-NEW-STATUS
                       IF STUDENT-WITHDRAWN AND WS-OLD-STATUS NOT = 'W'
                           PERFORM QUEUE-WITHDRAWAL
                       END-IF
               END-REWRITE
           END-IF.

       SET-LEAVING-DATE.
           IF STUDENT-WITHDRAWN OR STUDENT-GRADUATED
               IF ST-LEAVE-DATE IS NUMERIC
                   MOVE ST-LEAVE-DATE TO LEAVING-DATE
               ELSE
                   IF WS-OLD-STATUS NOT EQUAL STUDENT-STATUS
                       MOVE WS-TODAY TO LEAVING-DATE
                   END-IF
               END-IF
           END-IF.
           IF STUDENT-ACTIVE AND WS-OLD-STATUS NOT EQUAL 'A'
               MOVE ZERO TO LEAVING-DATE
           END-IF.

       QUEUE-WITHDRAWAL.
           MOVE ST-STUDENT-ID TO WQ-STUDENT-ID.
           IF ST-LEAVE-DATE IS NUMERIC
               MOVE ST-LEAVE-DATE TO WQ-LEAVE-DATE
           ELSE
               MOVE WS-TODAY TO WQ-LEAVE-DATE
           END-IF.
           MOVE WS-TODAY TO WQ-QUEUED-DATE.
           WRITE WITHDRAWAL-QUEUE-REC.
           ADD 1 TO WS-QUEUED-COUNT.
