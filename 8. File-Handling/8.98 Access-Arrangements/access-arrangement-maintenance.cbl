      * Approved exam access arrangements - extra time, a reader, a
      * room of their own - used to be patched onto the seating
      * charts by hand. ACCESS-ARRANGEMENT (accarr.cpy) is the
      * exams officer's register of them instead, one record per
      * student, and this program is its front-end, following
      * SUBJECT-MAINTENANCE's ACCEPT-driven menu loop. Recording an
      * arrangement for a student who already has one replaces it.
      * The same menu marks which ROOM-MASTER rooms are kept for
      * access-arrangement candidates, since ROOM-SEAT-ALLOCATION
      * seats them there ahead of everyone else.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCESS-ARRANGEMENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCESS-ARRANGEMENT
                   ASSIGN TO 'ACCESS-ARRANGEMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AA-STUDENT-ID
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT ROOM-MASTER ASSIGN TO 'ROOM-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RM-ROOM-CODE
                   FILE STATUS IS WS-ROOM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCESS-ARRANGEMENT.
           COPY "accarr.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD ROOM-MASTER.
           COPY "roommas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-ROOM-FS           PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-PCT         PIC 9(03).
           01 WS-ENTRY-EXPIRY      PIC 9(08).
           01 WS-ENTRY-ROOM        PIC X(04).
           01 WS-ENTRY-FLAG        PIC X(01).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACCESS-ARRANGEMENT-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O ACCESS-ARRANGEMENT.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT ACCESS-ARRANGEMENT
               CLOSE ACCESS-ARRANGEMENT
               OPEN I-O ACCESS-ARRANGEMENT
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE ACCESS-ARRANGEMENT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM RECORD-ARRANGEMENT
                   WHEN 2 PERFORM DELETE-ARRANGEMENT
                   WHEN 3 PERFORM LIST-ARRANGEMENTS
                   WHEN 4 PERFORM MARK-ACCESS-ROOM
                   WHEN 5 DISPLAY 'EXITING ACCESS ARRANGEMENTS'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE ACCESS-ARRANGEMENT.
           CLOSE STUDENT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. RECORD ARRANGEMENT'.
           DISPLAY '2. DELETE ARRANGEMENT'.
           DISPLAY '3. LIST ARRANGEMENTS'.
           DISPLAY '4. MARK ROOM FOR ACCESS ARRANGEMENTS'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-STUDENT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.

       RECORD-ARRANGEMENT.
           PERFORM ACCEPT-ENTRY-STUDENT.
           DISPLAY 'ENTER TYPE (E=EXTRA TIME R=READER '
               'S=SEPARATE ROOM): '.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'ENTER EXTRA TIME PERCENT: '.
           ACCEPT WS-ENTRY-PCT.
           DISPLAY 'ENTER EXPIRY DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-EXPIRY.
           PERFORM VALIDATE-ARRANGEMENT.
           IF WS-ENTRY-OK = 'Y'
               PERFORM APPLY-ARRANGEMENT
           END-IF.

       VALIDATE-ARRANGEMENT.
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE WS-ENTRY-STUDENT TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'RECORD: Student Not Found'
                   MOVE 'N' TO WS-ENTRY-OK
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       DISPLAY 'RECORD: Student Not Active'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-READ.
           IF WS-ENTRY-TYPE NOT = 'E' AND WS-ENTRY-TYPE NOT = 'R'
               AND WS-ENTRY-TYPE NOT = 'S'
               DISPLAY 'RECORD: TYPE MUST BE E, R OR S'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
      *    Extra time is the whole point of an 'E' arrangement, and
      *    nothing approves more than double time.
           IF WS-ENTRY-TYPE = 'E' AND WS-ENTRY-PCT = ZERO
               DISPLAY 'RECORD: EXTRA TIME NEEDS A PERCENTAGE'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-PCT > 100
               DISPLAY 'RECORD: EXTRA TIME OVER 100 PERCENT'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-EXPIRY < WS-TODAY
               DISPLAY 'RECORD: EXPIRY DATE ALREADY PAST'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.

       APPLY-ARRANGEMENT.
           MOVE WS-ENTRY-STUDENT TO AA-STUDENT-ID.
           READ ACCESS-ARRANGEMENT
               KEY IS AA-STUDENT-ID
               INVALID KEY CONTINUE
           END-READ.
           MOVE WS-ENTRY-STUDENT TO AA-STUDENT-ID.
           MOVE WS-ENTRY-TYPE    TO AA-ARRANGEMENT-TYPE.
           MOVE WS-ENTRY-PCT     TO AA-EXTRA-TIME-PCT.
           MOVE WS-ENTRY-EXPIRY  TO AA-EXPIRY-DATE.
           IF WS-FS EQUAL '00'
               REWRITE ACCESS-ARRANGEMENT-FILE
                   INVALID KEY DISPLAY 'RECORD: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'RECORD: Arrangement Replaced'
               END-REWRITE
           ELSE
               WRITE ACCESS-ARRANGEMENT-FILE
                   INVALID KEY DISPLAY 'RECORD: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'RECORD: Arrangement Recorded'
               END-WRITE
           END-IF.

       DELETE-ARRANGEMENT.
           PERFORM ACCEPT-ENTRY-STUDENT.
           MOVE WS-ENTRY-STUDENT TO AA-STUDENT-ID.
           DELETE ACCESS-ARRANGEMENT RECORD
               INVALID KEY DISPLAY 'DELETE: Key Not Found'
               NOT INVALID KEY DISPLAY 'DELETE: Arrangement Deleted'
           END-DELETE.

       LIST-ARRANGEMENTS.
           MOVE ZERO TO AA-STUDENT-ID.
           MOVE 'N' TO WS-LIST-EOF.
           START ACCESS-ARRANGEMENT KEY NOT < AA-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ACCESS-ARRANGEMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       DISPLAY AA-STUDENT-ID ' TYPE='
                           AA-ARRANGEMENT-TYPE ' EXTRA='
                           AA-EXTRA-TIME-PCT '% EXPIRES '
                           AA-EXPIRY-DATE
               END-READ
           END-PERFORM.

      * ROOM-MASTER is opened only for this option, so the rest of
      * the menu works on a campus that has no room file yet.
       MARK-ACCESS-ROOM.
           DISPLAY 'ENTER ROOM CODE: '.
           ACCEPT WS-ENTRY-ROOM.
           DISPLAY 'KEEP FOR ACCESS ARRANGEMENTS (Y/N): '.
           ACCEPT WS-ENTRY-FLAG.
           IF WS-ENTRY-FLAG NOT = 'Y' AND WS-ENTRY-FLAG NOT = 'N'
               DISPLAY 'ROOM: ANSWER MUST BE Y OR N'
           ELSE
               OPEN I-O ROOM-MASTER
               IF WS-ROOM-FS NOT EQUAL '00'
                   DISPLAY "Error opening ROOM-MASTER. Status: "
                       WS-ROOM-FS
               ELSE
                   MOVE WS-ENTRY-ROOM TO RM-ROOM-CODE
                   READ ROOM-MASTER
                       KEY IS RM-ROOM-CODE
                       INVALID KEY DISPLAY 'ROOM: Key Not Found'
                   END-READ
                   IF WS-ROOM-FS EQUAL '00'
                       MOVE WS-ENTRY-FLAG TO RM-ACCESS-ROOM
                       REWRITE ROOM-MASTER-FILE
                           INVALID KEY DISPLAY 'ROOM: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'ROOM: Room Updated'
                       END-REWRITE
                   END-IF
                   CLOSE ROOM-MASTER
               END-IF
           END-IF.

       COPY "fsxlate.cpy".
