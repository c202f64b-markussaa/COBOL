      * listing each overdue book, and appending a record to the
      * same notification history so the office can prove the
      * notice went out before a replacement charge is raised.
      * Each letter also queues a LIBO notice on NOTIFICATION-QUEUE
      * so the guardian hears by their own channel while the paper
      * letter stays the formal notice.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LIBRARY-OVERDUE-LETTERS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LTR-FS.

               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT NOTIFY-HISTORY ASSIGN TO 'NOTIFY-HISTORY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-FS.
           FD OVERDUE-LETTERS.
           01 OVERDUE-LETTER-LINE   PIC X(80).

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           FD NOTIFY-HISTORY.
           01 NOTIFY-HISTORY-REC.
               05 NH-STUDENT-ID    PIC 9(05).
           01 WS-IN-LETTER          PIC A(01) VALUE 'N'.
           01 WS-LETTER-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-GUARDIAN-NAME      PIC X(25).
           01 WS-BOOK-COUNT         PIC 9(02).
           01 WS-EARLIEST-DUE       PIC 9(08).
           COPY "notiffl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).
           MOVE 'LIBRARY-OVERDUE' TO NOTQ-SOURCE.

           OPEN INPUT LIBRARY-LOAN.
           IF WS-FS NOT EQUAL '00'
           IF WS-HIST-FS EQUAL '35'
               OPEN OUTPUT NOTIFY-HISTORY
           END-IF.
           PERFORM OPEN-NOTIFICATION-QUEUE.

      *    The loan file's key order groups one student's loans
      *    together, so a plain control break opens one letter per
           CLOSE GUARDIAN-CONTACT.
           CLOSE OVERDUE-LETTERS.
           CLOSE NOTIFY-HISTORY.
           PERFORM CLOSE-NOTIFICATION-QUEUE.

           DISPLAY 'OVERDUE LETTERS PRODUCED: ' WS-LETTER-COUNT.
           DISPLAY 'OVERDUE NOTICES QUEUED: ' NOTQ-QUEUED-COUNT.
       STOP RUN.

       CONSIDER-ONE-LOAN.
           MOVE LL-STUDENT-ID TO WS-PRIOR-STUDENT.
           MOVE 'Y' TO WS-IN-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE ZERO TO WS-BOOK-COUNT.
           MOVE LL-DUE-DATE TO WS-EARLIEST-DUE.

           MOVE LL-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
           PERFORM WRITE-NOTIFY-HISTORY.

       WRITE-BOOK-LINE.
           ADD 1 TO WS-BOOK-COUNT.
           IF LL-DUE-DATE < WS-EARLIEST-DUE
               MOVE LL-DUE-DATE TO WS-EARLIEST-DUE
           END-IF.
           MOVE SPACES TO OVERDUE-LETTER-LINE.
           STRING '  ' LL-ACCESSION-NO ' ' LL-TITLE
               ' DUE ' LL-DUE-DATE
           WRITE OVERDUE-LETTER-LINE.
           MOVE 'N' TO WS-IN-LETTER.

           MOVE 'LIBO'           TO NOTQ-EVENT-TYPE.
           MOVE WS-PRIOR-STUDENT TO NOTQ-STUDENT-ID.
           MOVE WS-TODAY         TO NOTQ-EVENT-DATE.
           MOVE SPACES           TO NOTQ-DETAIL.
           STRING WS-BOOK-COUNT ' LIBRARY BOOK(S) OVERDUE, EARLIEST '
               'DUE ' WS-EARLIEST-DUE(7:2) '/' WS-EARLIEST-DUE(5:2)
               '/' WS-EARLIEST-DUE(1:4)
               DELIMITED BY SIZE INTO NOTQ-DETAIL.
           PERFORM QUEUE-NOTIFICATION.

       WRITE-NOTIFY-HISTORY.
           MOVE LL-STUDENT-ID TO NH-STUDENT-ID.
           MOVE WS-TODAY      TO NH-NOTIFY-DATE.
           MOVE ZERO          TO NH-ATTEND-PCT.
           MOVE 'LIBOVDUE'    TO NH-NOTICE-TYPE.
           WRITE NOTIFY-HISTORY-REC.

       COPY "notifwt.cpy".
