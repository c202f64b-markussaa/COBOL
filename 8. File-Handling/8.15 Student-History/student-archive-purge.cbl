      * DB sync - waded through years of dead records. This year-end
      * batch moves every non-active student onto the indexed
      * STUDENT-HISTORY archive (studhist.cpy), stamps the archive
      * date, and DELETEs the record from the live master. The
      * student's ACTIVITY-MEMBERSHIP records go with them onto the
      * ACTIVITY-HISTORY archive (acthist.cpy), so the transcript
      * still lists their clubs and teams. A student who comes back
      * is restored by STUDENT-READMISSION.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-ARCHIVE-PURGE.
                   RECORD KEY IS CC-STUDENT-ID
                   FILE STATUS IS WS-CLEAR-FS.

               SELECT ACTIVITY-MEMBERSHIP
                   ASSIGN TO 'ACTIVITY-MEMBERSHIP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   ALTERNATE RECORD KEY IS AM-ACTIVITY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-MEMBER-FS.

               SELECT ACTIVITY-HISTORY ASSIGN TO 'ACTIVITY-HISTORY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ACT-HIST-FS.

      *    Adds or deletes here move the control totals the
      *    batch-open VERIFY checks, so this program maintains
      *    FILE-CONTROL-TOTALS through the ctladj.cpy discipline
           FD CLEARANCE.
           COPY "clearnc.cpy".

           FD ACTIVITY-MEMBERSHIP.
           COPY "actmemb.cpy".

           FD ACTIVITY-HISTORY.
           COPY "acthist.cpy".

           FD FILE-CONTROL-TOTALS.
           COPY "filectl.cpy".

      *    field itself changes on every keyed read, so it cannot
      *    double as the open flag.
           01 WS-CLEAR-OPEN         PIC A(01) VALUE 'N'.
           01 WS-MEMBER-FS          PIC X(02).
           01 WS-ACT-HIST-FS        PIC X(02).
      *    No membership file means nobody has joined anything yet;
      *    the purge carries on without it.
           01 WS-MEMBER-OPEN        PIC A(01) VALUE 'N'.
           01 WS-MEMBER-EOF         PIC A(01).
           01 WS-ACTIVITY-MOVED     PIC 9(06) VALUE ZERO.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-CLEARED-OK         PIC A(01).
               DISPLAY 'NO CLEARANCE FILE - NOTHING WILL ARCHIVE'
           END-IF.

           OPEN I-O ACTIVITY-MEMBERSHIP.
           IF WS-MEMBER-FS EQUAL '00'
               OPEN I-O ACTIVITY-HISTORY
               IF WS-ACT-HIST-FS EQUAL '35'
                   OPEN OUTPUT ACTIVITY-HISTORY
                   CLOSE ACTIVITY-HISTORY
                   OPEN I-O ACTIVITY-HISTORY
               END-IF
               IF WS-ACT-HIST-FS EQUAL '00'
                   MOVE 'Y' TO WS-MEMBER-OPEN
               ELSE
                   DISPLAY "Error opening ACTIVITY-HISTORY. Status: "
                       WS-ACT-HIST-FS
                   CLOSE ACTIVITY-MEMBERSHIP
                   CLOSE STUDENT
                   CLOSE STUDENT-HISTORY
                   STOP RUN
               END-IF
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
           IF WS-CLEAR-OPEN = 'Y'
               CLOSE CLEARANCE
           END-IF.
           IF WS-MEMBER-OPEN = 'Y'
               CLOSE ACTIVITY-MEMBERSHIP
               CLOSE ACTIVITY-HISTORY
           END-IF.

      *    The purge's deletes roll into the stored control totals,
      *    so the next batch-open VERIFY still proves out.
           DISPLAY 'RECORDS READ: '     WS-READ-COUNT.
           DISPLAY 'RECORDS ARCHIVED: ' WS-ARCHIVED-COUNT.
           DISPLAY 'HELD FOR CLEARANCE: ' WS-HELD-COUNT.
           DISPLAY 'ACTIVITY RECORDS ARCHIVED: ' WS-ACTIVITY-MOVED.
       STOP RUN.

       CHECK-CLEARANCE.
           MOVE CLASS-RANK     TO HIST-CLASS-RANK.
           MOVE CLASS-YEAR     TO HIST-CLASS-YEAR.
           MOVE CAMPUS-CODE    TO HIST-CAMPUS-CODE.
           MOVE STUDENT-PROGRAMME TO HIST-PROGRAMME.
           MOVE GRADUATION-HONOURS TO HIST-GRADUATION-HONOURS.
           MOVE ADMISSION-DATE TO HIST-ADMISSION-DATE.
           MOVE LEAVING-DATE   TO HIST-LEAVING-DATE.
           MOVE WS-TODAY       TO HIST-ARCHIVE-DATE.

           WRITE STUDENT-HISTORY-FILE
                   SUBTRACT HIST-STUDENT-ID FROM CTLU-DELTA-ID
                   SUBTRACT WS-CTL-ABS-MARK FROM CTLU-DELTA-MARKS
                   CALL 'UTIL-RETIRE-ID' USING HIST-STUDENT-ID
                   PERFORM ARCHIVE-STUDENT-ACTIVITIES
               ELSE
                   DISPLAY 'PURGE: DELETE FAILED FOR ' HIST-STUDENT-ID
                       ' STATUS ' WS-FS
               END-IF
           END-IF.

      * The departing student's memberships follow them onto the
      * archive, each removed from the live register only once its
      * archive copy is on file - the same rule as the master.
       ARCHIVE-STUDENT-ACTIVITIES.
           IF WS-MEMBER-OPEN = 'Y'
               MOVE 'N' TO WS-MEMBER-EOF
               MOVE HIST-STUDENT-ID TO AM-STUDENT-ID
               MOVE ZERO            TO AM-YEAR
               MOVE LOW-VALUES      TO AM-ACTIVITY-CODE
               START ACTIVITY-MEMBERSHIP KEY NOT < AM-KEY
                   INVALID KEY MOVE 'Y' TO WS-MEMBER-EOF
               END-START
               PERFORM UNTIL WS-MEMBER-EOF = 'Y'
                   READ ACTIVITY-MEMBERSHIP NEXT RECORD
                       AT END MOVE 'Y' TO WS-MEMBER-EOF
                       NOT AT END
                           IF AM-STUDENT-ID NOT EQUAL HIST-STUDENT-ID
                               MOVE 'Y' TO WS-MEMBER-EOF
                           ELSE
                               PERFORM ARCHIVE-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ARCHIVE-ONE-ACTIVITY.
           MOVE AM-STUDENT-ID    TO AH-STUDENT-ID.
           MOVE AM-YEAR          TO AH-YEAR.
           MOVE AM-ACTIVITY-CODE TO AH-ACTIVITY-CODE.
           MOVE AM-ROLE          TO AH-ROLE.
           MOVE AM-ACHIEVEMENT   TO AH-ACHIEVEMENT.
           MOVE WS-TODAY         TO AH-ARCHIVE-DATE.
           WRITE ACTIVITY-HISTORY-FILE
               INVALID KEY
                   REWRITE ACTIVITY-HISTORY-FILE
                       INVALID KEY
                           DISPLAY 'ARCHIVE: Invalid Key ' AH-KEY
                   END-REWRITE
           END-WRITE.
           IF WS-ACT-HIST-FS EQUAL '00' OR WS-ACT-HIST-FS EQUAL '02'
               DELETE ACTIVITY-MEMBERSHIP RECORD
                   INVALID KEY
                       DISPLAY 'PURGE: ACTIVITY DELETE FAILED ' AM-KEY
                   NOT INVALID KEY
                       ADD 1 TO WS-ACTIVITY-MOVED
               END-DELETE
           ELSE
               DISPLAY 'PURGE: ACTIVITY ARCHIVE FAILED FOR ' AM-KEY
                   ' STATUS ' WS-ACT-HIST-FS
           END-IF.

       COPY "ctladj.cpy".
