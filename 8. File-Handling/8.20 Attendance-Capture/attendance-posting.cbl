      * it to the permanent ATTEND-HISTORY detail the way WRITE
      * appends to the audit trail, and maintains the ABSENCES
      * counter on the master from the detail so the GPA batch's
      * attendance percentage keeps working unchanged. An unexcused
      * absence captured for today queues one same-day notice per
      * student on NOTIFICATION-QUEUE for the guardian.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ATTENDANCE-POSTING.
      *    The period edit: a capture must name a period that exists
      *    on the student's class timetable for that date's day of
      *    the week, or it is rejected like the other edits.
               SELECT NOTIFICATION-QUEUE
                   ASSIGN TO 'NOTIFICATION-QUEUE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTQ-FS.

               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
           FD LEAVE-APPLICATION.
           COPY "leaveapp.cpy".

           FD NOTIFICATION-QUEUE.
           COPY "notifq.cpy".

           WORKING-STORAGE SECTION.
           01 WS-TRANS-FS           PIC X(02).
           01 WS-HIST-FS            PIC X(02).
           01 WS-REJECT-REASON      PIC X(30).
           01 WS-DATE-INT           PIC 9(08).
           01 WS-DAY-OF-WEEK        PIC 9(01).
           01 WS-PERIOD-FOUND       PIC A(01).
           01 WS-TODAY              PIC 9(08).
      *    Students already given today's absence notice this run -
      *    a day's captures come one per period.
           01 WS-NOTICED-TABLE.
               05 WS-NOTICED-ID OCCURS 2000 TIMES PIC 9(05).
           01 WS-NOTICED-COUNT      PIC 9(04) VALUE ZERO.
           01 WS-NOTICED-I          PIC 9(04).
           01 WS-NOTICED-FOUND      PIC A(01).
           COPY "notiffl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ATTENDANCE-POSTING".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 'ATTENDANCE-POSTING' TO NOTQ-SOURCE.

           OPEN I-O STUDENT.
           IF WS-FS NOT EQUAL '00'

           OPEN EXTEND ATTEND-HISTORY.
           OPEN OUTPUT ATTEND-EXCEPTIONS.
           PERFORM OPEN-NOTIFICATION-QUEUE.

      *    A missing timetable file leaves the period edit dormant,
      *    the way a missing parm card leaves a batch on its
           CLOSE ATTEND-TRANS.
           CLOSE ATTEND-HISTORY.
           CLOSE ATTEND-EXCEPTIONS.
           PERFORM CLOSE-NOTIFICATION-QUEUE.
           IF WS-TIMTB-OPEN = 'Y'
               CLOSE CLASS-TIMETABLE
           END-IF.
           DISPLAY 'ABSENCES POSTED: '   WS-POSTED-COUNT.
           DISPLAY 'CAPTURES REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'AUTO-EXCUSED ON LEAVE: ' WS-EXCUSED-COUNT.
           DISPLAY 'ABSENCE NOTICES QUEUED: ' NOTQ-QUEUED-COUNT.
       STOP RUN.

       POST-ATTENDANCE.
                   FUNCTION INTEGER-OF-DATE(AT-DATE)
               COMPUTE WS-DAY-OF-WEEK =
                   FUNCTION REM(WS-DATE-INT, 7)
               MOVE SECTION-CODE   TO TT-SECTION-CODE
               PERFORM FIND-TIMETABLE-PERIOD
               IF WS-PERIOD-FOUND = 'N' AND SECTION-CODE NOT = SPACE
                   MOVE SPACE TO TT-SECTION-CODE
                   PERFORM FIND-TIMETABLE-PERIOD
               END-IF
               IF WS-PERIOD-FOUND = 'Y'
                   PERFORM APPLY-CAPTURE
               ELSE
                   MOVE 'PERIOD NOT ON TIMETABLE'
                       TO WS-REJECT-REASON
                   PERFORM REJECT-CAPTURE
               END-IF
           END-IF.

      * The student's own section's timetable first; a class-year
      * taught as one group is keyed with a space section.
       FIND-TIMETABLE-PERIOD.
           MOVE CLASS-YEAR     TO TT-CLASS-YEAR.
           MOVE WS-DAY-OF-WEEK TO TT-DAY-OF-WEEK.
           MOVE AT-PERIOD      TO TT-PERIOD.
           READ CLASS-TIMETABLE
               KEY IS TT-KEY
               INVALID KEY MOVE 'N' TO WS-PERIOD-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-PERIOD-FOUND
           END-READ.

       APPLY-CAPTURE.
           MOVE AT-STUDENT-ID TO AH-STUDENT-ID.
           MOVE AT-DATE       TO AH-DATE.
               END-IF
           END-IF.
           WRITE ATTEND-DETAIL-REC.
           IF AH-NOT-EXCUSED AND AT-DATE = WS-TODAY
               PERFORM QUEUE-ABSENCE-NOTICE
           END-IF.

           ADD 1 TO ABSENCES.
           REWRITE STUDENT-FILE.
               END-PERFORM
           END-IF.

      * One notice per student per day, naming the first period
      * captured; a late-keyed capture for an earlier day is only
      * posted, the day's calls having been made by then.
       QUEUE-ABSENCE-NOTICE.
           MOVE 'N' TO WS-NOTICED-FOUND.
           PERFORM VARYING WS-NOTICED-I FROM 1 BY 1
               UNTIL WS-NOTICED-I > WS-NOTICED-COUNT
                   OR WS-NOTICED-FOUND = 'Y'
               IF WS-NOTICED-ID(WS-NOTICED-I) = AT-STUDENT-ID
                   MOVE 'Y' TO WS-NOTICED-FOUND
               END-IF
           END-PERFORM.
           IF WS-NOTICED-FOUND = 'N' AND WS-NOTICED-COUNT < 2000
               ADD 1 TO WS-NOTICED-COUNT
               MOVE AT-STUDENT-ID TO WS-NOTICED-ID(WS-NOTICED-COUNT)
               MOVE 'ABSN'        TO NOTQ-EVENT-TYPE
               MOVE AT-STUDENT-ID TO NOTQ-STUDENT-ID
               MOVE AT-DATE       TO NOTQ-EVENT-DATE
               MOVE SPACES        TO NOTQ-DETAIL
               STRING 'NOT IN SCHOOL ' AT-DATE(7:2) '/' AT-DATE(5:2)
                   '/' AT-DATE(1:4) ' FROM PERIOD ' AT-PERIOD
                   ' - NO REASON GIVEN'
                   DELIMITED BY SIZE INTO NOTQ-DETAIL
               PERFORM QUEUE-NOTIFICATION
           END-IF.

       REJECT-CAPTURE.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE SPACES TO ATTEND-EXCEPTION-LINE.
               ' REASON=' WS-REJECT-REASON
               DELIMITED BY SIZE INTO ATTEND-EXCEPTION-LINE.
           WRITE ATTEND-EXCEPTION-LINE.

       COPY "notifwt.cpy".
