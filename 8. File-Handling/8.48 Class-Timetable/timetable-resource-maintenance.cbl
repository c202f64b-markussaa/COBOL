      * TIMETABLE-GENERATOR needs to know what it may book besides
      * the teachers: the teaching rooms (tchroom.cpy), with any
      * reserved to one subject, and the periods a teacher or a
      * room cannot be used (ttblock.cpy). This program maintains
      * both, following TIMETABLE-MAINTENANCE's ACCEPT-driven menu
      * loop. A teacher's block must name a STAFF-MASTER record and
      * a room's block a room on file; a room's reserved subject
      * must pass the SUBJECT-MASTER catalog lookup.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-RESOURCE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT TEACHING-ROOM ASSIGN TO 'TEACHING-ROOM'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TR-ROOM-CODE
                   FILE STATUS IS WS-FS.

               SELECT TIMETABLE-BLOCK ASSIGN TO 'TIMETABLE-BLOCK'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TB-KEY
                   FILE STATUS IS WS-BLOCK-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD TEACHING-ROOM.
           COPY "tchroom.cpy".

           FD TIMETABLE-BLOCK.
           COPY "ttblock.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-BLOCK-FS          PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-ROOM        PIC X(04).
           01 WS-ENTRY-DESCRIPTION PIC X(20).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-STATUS      PIC X(01).
           01 WS-ENTRY-KIND        PIC X(01).
           01 WS-ENTRY-STAFF       PIC 9(04).
           01 WS-ENTRY-RESOURCE    PIC X(04).
           01 WS-ENTRY-DAY         PIC 9(01).
           01 WS-ENTRY-PERIOD      PIC 9(02).
           01 WS-ENTRY-REASON      PIC X(20).
           01 WS-SUBJECT-OK        PIC A(01).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMETABLE-RESOURCE-MAINTENANCE".

           OPEN I-O TEACHING-ROOM.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT TEACHING-ROOM
               CLOSE TEACHING-ROOM
               OPEN I-O TEACHING-ROOM
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN I-O TIMETABLE-BLOCK.
           IF WS-BLOCK-FS EQUAL '35'
               OPEN OUTPUT TIMETABLE-BLOCK
               CLOSE TIMETABLE-BLOCK
               OPEN I-O TIMETABLE-BLOCK
           END-IF.
           IF WS-BLOCK-FS NOT EQUAL '00'
               DISPLAY "Error opening TIMETABLE-BLOCK. Status: "
                   WS-BLOCK-FS
               CLOSE TEACHING-ROOM
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE TEACHING-ROOM
               CLOSE TIMETABLE-BLOCK
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-ROOM
                   WHEN 2 PERFORM LIST-ROOMS
                   WHEN 3 PERFORM ADD-BLOCK
                   WHEN 4 PERFORM DELETE-BLOCK
                   WHEN 5 PERFORM LIST-BLOCKS
                   WHEN 6 DISPLAY 'EXITING RESOURCE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE TEACHING-ROOM.
           CLOSE TIMETABLE-BLOCK.
           CLOSE STAFF-MAST.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ADD OR REPLACE TEACHING ROOM'.
           DISPLAY '2. LIST TEACHING ROOMS'.
           DISPLAY '3. ADD UNAVAILABLE PERIOD'.
           DISPLAY '4. DELETE UNAVAILABLE PERIOD'.
           DISPLAY '5. LIST UNAVAILABLE PERIODS'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

      * A room keyed twice just replaces what was there; closing a
      * room is a replace with status C.
       ADD-ROOM.
           DISPLAY 'ENTER ROOM CODE: '.
           ACCEPT WS-ENTRY-ROOM.
           DISPLAY 'ENTER DESCRIPTION: '.
           ACCEPT WS-ENTRY-DESCRIPTION.
           DISPLAY 'RESERVED FOR SUBJECT (SPACES IF GENERAL): '.
           ACCEPT WS-ENTRY-SUBJECT.
           DISPLAY 'STATUS (A IN USE, C CLOSED): '.
           ACCEPT WS-ENTRY-STATUS.

           MOVE 'Y' TO WS-ENTRY-OK.
           IF WS-ENTRY-ROOM = SPACES
               DISPLAY 'ADD: ROOM MUST BE KEYED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-STATUS NOT = 'A' AND WS-ENTRY-STATUS NOT = 'C'
               DISPLAY 'ADD: STATUS MUST BE A OR C'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-SUBJECT NOT = SPACES
               CALL 'UTIL-VALIDATE-SUBJECT' USING WS-ENTRY-SUBJECT,
                                                   WS-SUBJECT-OK
               IF WS-SUBJECT-OK NOT EQUAL 'Y'
                   DISPLAY 'ADD: SUBJECT NOT ON CATALOG '
                       WS-ENTRY-SUBJECT
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.

           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-ROOM        TO TR-ROOM-CODE
               MOVE WS-ENTRY-DESCRIPTION TO TR-DESCRIPTION
               MOVE WS-ENTRY-SUBJECT     TO TR-SUBJECT-CODE
               MOVE WS-ENTRY-STATUS      TO TR-STATUS
               WRITE TEACHING-ROOM-FILE
                   INVALID KEY
                       REWRITE TEACHING-ROOM-FILE
                           INVALID KEY DISPLAY 'ADD: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'ADD: Room Replaced'
                       END-REWRITE
                   NOT INVALID KEY DISPLAY 'ADD: Room Inserted'
               END-WRITE
           END-IF.

       LIST-ROOMS.
           MOVE LOW-VALUES TO TR-ROOM-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START TEACHING-ROOM KEY NOT < TR-ROOM-CODE
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ TEACHING-ROOM NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       DISPLAY TR-ROOM-CODE ' ' TR-DESCRIPTION
                           ' SUBJECT ' TR-SUBJECT-CODE
                           ' STATUS ' TR-STATUS
               END-READ
           END-PERFORM.

       ACCEPT-BLOCK-KEY.
           MOVE 'Y' TO WS-ENTRY-OK.
           DISPLAY 'TEACHER OR ROOM (S/R): '.
           ACCEPT WS-ENTRY-KIND.
           EVALUATE WS-ENTRY-KIND
               WHEN 'S'
                   DISPLAY 'ENTER TEACHER STAFF ID: '
                   ACCEPT WS-ENTRY-STAFF
                   MOVE WS-ENTRY-STAFF TO WS-ENTRY-RESOURCE
               WHEN 'R'
                   DISPLAY 'ENTER ROOM CODE: '
                   ACCEPT WS-ENTRY-RESOURCE
               WHEN OTHER
                   DISPLAY 'MUST BE S OR R'
                   MOVE 'N' TO WS-ENTRY-OK
           END-EVALUATE.
           IF WS-ENTRY-OK = 'Y'
               DISPLAY 'ENTER DAY OF WEEK (0-6): '
               ACCEPT WS-ENTRY-DAY
               DISPLAY 'ENTER PERIOD (0 FOR THE WHOLE DAY): '
               ACCEPT WS-ENTRY-PERIOD
               MOVE WS-ENTRY-KIND     TO TB-KIND
               MOVE WS-ENTRY-RESOURCE TO TB-RESOURCE
               MOVE WS-ENTRY-DAY      TO TB-DAY-OF-WEEK
               MOVE WS-ENTRY-PERIOD   TO TB-PERIOD
           END-IF.

       ADD-BLOCK.
           PERFORM ACCEPT-BLOCK-KEY.
           IF WS-ENTRY-OK = 'Y'
               DISPLAY 'ENTER REASON: '
               ACCEPT WS-ENTRY-REASON
               IF WS-ENTRY-DAY > 6
                   DISPLAY 'ADD: DAY MUST BE 0-6'
                   MOVE 'N' TO WS-ENTRY-OK
               END-IF
           END-IF.
           IF WS-ENTRY-OK = 'Y' AND WS-ENTRY-KIND = 'S'
               MOVE WS-ENTRY-STAFF TO SF-STAFF-ID
               READ STAFF-MAST
                   KEY IS SF-STAFF-ID
                   INVALID KEY
                       DISPLAY 'ADD: TEACHER NOT ON MASTER '
                           WS-ENTRY-STAFF
                       MOVE 'N' TO WS-ENTRY-OK
               END-READ
           END-IF.
           IF WS-ENTRY-OK = 'Y' AND WS-ENTRY-KIND = 'R'
               MOVE WS-ENTRY-RESOURCE TO TR-ROOM-CODE
               READ TEACHING-ROOM
                   KEY IS TR-ROOM-CODE
                   INVALID KEY
                       DISPLAY 'ADD: ROOM NOT ON FILE '
                           WS-ENTRY-RESOURCE
                       MOVE 'N' TO WS-ENTRY-OK
               END-READ
           END-IF.
           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-KIND     TO TB-KIND
               MOVE WS-ENTRY-RESOURCE TO TB-RESOURCE
               MOVE WS-ENTRY-DAY      TO TB-DAY-OF-WEEK
               MOVE WS-ENTRY-PERIOD   TO TB-PERIOD
               MOVE WS-ENTRY-REASON   TO TB-REASON
               WRITE TIMETABLE-BLOCK-FILE
                   INVALID KEY
                       REWRITE TIMETABLE-BLOCK-FILE
                           INVALID KEY DISPLAY 'ADD: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'ADD: Block Replaced'
                       END-REWRITE
                   NOT INVALID KEY DISPLAY 'ADD: Block Inserted'
               END-WRITE
           END-IF.

       DELETE-BLOCK.
           PERFORM ACCEPT-BLOCK-KEY.
           IF WS-ENTRY-OK = 'Y'
               DELETE TIMETABLE-BLOCK RECORD
                   INVALID KEY DISPLAY 'DELETE: Invalid Key'
                   NOT INVALID KEY DISPLAY 'DELETE: Block Deleted'
               END-DELETE
           END-IF.

       LIST-BLOCKS.
           MOVE 'Y' TO WS-ENTRY-OK.
           DISPLAY 'TEACHER OR ROOM (S/R): '.
           ACCEPT WS-ENTRY-KIND.
           IF WS-ENTRY-KIND = 'S'
               DISPLAY 'ENTER TEACHER STAFF ID: '
               ACCEPT WS-ENTRY-STAFF
               MOVE WS-ENTRY-STAFF TO WS-ENTRY-RESOURCE
           ELSE
               DISPLAY 'ENTER ROOM CODE: '
               ACCEPT WS-ENTRY-RESOURCE
           END-IF.

           MOVE WS-ENTRY-KIND     TO TB-KIND.
           MOVE WS-ENTRY-RESOURCE TO TB-RESOURCE.
           MOVE ZERO              TO TB-DAY-OF-WEEK.
           MOVE ZERO              TO TB-PERIOD.
           MOVE 'N' TO WS-LIST-EOF.
           START TIMETABLE-BLOCK KEY NOT < TB-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ TIMETABLE-BLOCK NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF TB-KIND NOT EQUAL WS-ENTRY-KIND
                           OR TB-RESOURCE NOT EQUAL WS-ENTRY-RESOURCE
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY 'DAY ' TB-DAY-OF-WEEK
                               ' PERIOD ' TB-PERIOD ' ' TB-REASON
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
