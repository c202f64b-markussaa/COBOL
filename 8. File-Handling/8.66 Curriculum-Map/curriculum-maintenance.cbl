      * elective - and this program is its maintenance front-end,
      * following SUBJECT-MAINTENANCE's ACCEPT-driven menu loop. A
      * mapped subject must pass the SUBJECT-MASTER catalog lookup.
      * Each row also carries the periods a week the subject is
      * taught, which TIMETABLE-GENERATOR places.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CURRICULUM-MAINTENANCE.
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-REQUIRED    PIC X(01).
           01 WS-ENTRY-PERIODS     PIC 9(02).
           01 WS-SUBJECT-OK        PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'COMPULSORY OR ELECTIVE (C/E): '.
           ACCEPT WS-ENTRY-REQUIRED.
           DISPLAY 'PERIODS PER WEEK (0 IF NOT TIMETABLED): '.
           ACCEPT WS-ENTRY-PERIODS.

           CALL 'UTIL-VALIDATE-SUBJECT' USING WS-ENTRY-SUBJECT,
                                               WS-SUBJECT-OK.
                   MOVE WS-ENTRY-YEAR     TO CM-CLASS-YEAR
                   MOVE WS-ENTRY-SUBJECT  TO CM-SUBJECT-CODE
                   MOVE WS-ENTRY-REQUIRED TO CM-REQUIRED
                   MOVE WS-ENTRY-PERIODS  TO CM-PERIODS-WEEK
                   WRITE CURRICULUM-MAP-FILE
                       INVALID KEY
                           REWRITE CURRICULUM-MAP-FILE
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY CM-SUBJECT-CODE ' '
                               CM-REQUIRED ' '
                               CM-PERIODS-WEEK ' PERIODS'
                       END-IF
               END-READ
           END-PERFORM.
