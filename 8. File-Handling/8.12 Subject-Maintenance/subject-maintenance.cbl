           01 WS-ENTRY-PASS-MARK   PIC 9(03).
           01 WS-ENTRY-PREREQ      PIC X(04).
           01 WS-ENTRY-CREDITS     PIC 9(02).
           01 WS-ENTRY-CAPACITY    PIC 9(03).
           01 WS-IMAGE-PASS        PIC 9(03).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".
           ACCEPT WS-ENTRY-PREREQ.
           DISPLAY 'ENTER CREDIT HOURS: '.
           ACCEPT WS-ENTRY-CREDITS.
           DISPLAY 'ENTER CLASS CAPACITY (0 = NO LIMIT): '.
           ACCEPT WS-ENTRY-CAPACITY.

       ADD-SUBJECT.
           PERFORM ACCEPT-ENTRY-CODE.
           MOVE WS-ENTRY-PASS-MARK TO SM-PASS-MARK.
           MOVE WS-ENTRY-PREREQ    TO SM-PREREQ-CODE.
           MOVE WS-ENTRY-CREDITS   TO SM-CREDIT-HOURS.
           MOVE WS-ENTRY-CAPACITY  TO SM-CLASS-CAPACITY.
           MOVE 'A'                TO SM-ACTIVE-FLAG.
           WRITE SUBJECT-MASTER-FILE
               INVALID KEY DISPLAY 'ADD: Invalid Key'
               MOVE WS-ENTRY-PASS-MARK TO SM-PASS-MARK
               MOVE WS-ENTRY-PREREQ    TO SM-PREREQ-CODE
               MOVE WS-ENTRY-CREDITS   TO SM-CREDIT-HOURS
               MOVE WS-ENTRY-CAPACITY  TO SM-CLASS-CAPACITY
               REWRITE SUBJECT-MASTER-FILE
                   INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                   NOT INVALID KEY
                       ' PASS=' SM-PASS-MARK ' FLAG=' SM-ACTIVE-FLAG
                       ' PREREQ=' SM-PREREQ-CODE
                       ' CREDITS=' SM-CREDIT-HOURS
                       ' CAPACITY=' SM-CLASS-CAPACITY
           END-READ.

      * The images carry what an auditor needs at a glance: the
