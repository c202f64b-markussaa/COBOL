      * TIMETABLE-GENERATOR only ever writes a draft. This is the
      * step that makes a draft the live timetable, and it does so
      * only when an operator has looked at it and said yes: the
      * draft is counted and summarised, and on approval the
      * current CLASS-TIMETABLE is first copied to
      * TIMETABLE-PREVIOUS.txt (same layout, so a bad term can be
      * reloaded), then CLASS-TIMETABLE is rebuilt from the draft.
      * The approval is written to the satellite audit trail with
      * the operator and the before and after slot counts. An empty
      * or missing draft is refused - approving it would wipe the
      * timetable.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TIMETABLE-APPROVE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CLASS-TIMETABLE ASSIGN TO 'CLASS-TIMETABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TT-KEY
                   FILE STATUS IS WS-FS.

               SELECT TIMETABLE-DRAFT ASSIGN TO 'TIMETABLE-DRAFT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRAFT-FS.

               SELECT TIMETABLE-PREVIOUS
                   ASSIGN TO 'TIMETABLE-PREVIOUS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PREV-FS.

               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD CLASS-TIMETABLE.
           COPY "clstimtb.cpy".

           FD TIMETABLE-DRAFT.
           COPY "ttdraft.cpy".

           FD TIMETABLE-PREVIOUS.
           01 TIMETABLE-PREVIOUS-REC   PIC X(18).

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-DRAFT-FS           PIC X(02).
           01 WS-PREV-FS            PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-ANSWER             PIC X(01).
           01 WS-DRAFT-COUNT        PIC 9(05) VALUE ZERO.
           01 WS-CLASS-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-LAST-CLASS         PIC X(03) VALUE SPACES.
           01 WS-THIS-CLASS         PIC X(03).
           01 WS-OLD-COUNT          PIC 9(05) VALUE ZERO.
           01 WS-LOADED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-DUPLICATE-COUNT    PIC 9(05) VALUE ZERO.
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TIMETABLE-APPROVE".
           MOVE 'TTAPPRV' TO SAUD-PROGRAM-ID.

           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT SAUD-OPERATOR-ID.

           PERFORM SUMMARISE-DRAFT.
           IF WS-DRAFT-COUNT = ZERO
               DISPLAY 'NO DRAFT TO APPROVE - RUN TIMETABLE-GENERATOR'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'DRAFT SLOTS:           ' WS-DRAFT-COUNT.
           DISPLAY 'CLASSES IN DRAFT:      ' WS-CLASS-COUNT.
           DISPLAY 'CHECK TIMETABLE-UNPLACED.txt BEFORE APPROVING.'.
           DISPLAY 'REPLACE CLASS-TIMETABLE WITH THIS DRAFT? (Y/N): '.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER NOT = 'Y' AND WS-ANSWER NOT = 'y'
               DISPLAY 'DRAFT NOT APPROVED - CLASS-TIMETABLE UNCHANGED'
               STOP RUN
           END-IF.

           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS
               DISPLAY 'APPROVAL REFUSED - CHANGE WOULD BE '
                   'UNTRACEABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SAVE-PREVIOUS-TIMETABLE.
           PERFORM LOAD-DRAFT.

           MOVE 'CLASS-TIMETABL' TO SAUD-FILE-NAME.
           MOVE 'ALL'            TO SAUD-RECORD-KEY.
           MOVE 'APPROVE'        TO SAUD-ACTION.
           MOVE SPACES           TO SAUD-OLD-IMAGE.
           STRING 'SLOTS ' WS-OLD-COUNT
               DELIMITED BY SIZE INTO SAUD-OLD-IMAGE.
           MOVE SPACES           TO SAUD-NEW-IMAGE.
           STRING 'SLOTS ' WS-LOADED-COUNT ' CLASSES ' WS-CLASS-COUNT
               DELIMITED BY SIZE INTO SAUD-NEW-IMAGE.
           PERFORM APPEND-SATELLITE-AUDIT.
           CLOSE SATELLITE-AUDIT.

           DISPLAY 'PREVIOUS SLOTS SAVED:  ' WS-OLD-COUNT.
           DISPLAY 'SLOTS LOADED:          ' WS-LOADED-COUNT.
           IF WS-DUPLICATE-COUNT > ZERO
               DISPLAY 'DUPLICATE SLOTS SKIPPED: ' WS-DUPLICATE-COUNT
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * Counts the draft's slots and the class-year/section groups
      * in it; the generator writes each class's week together.
       SUMMARISE-DRAFT.
           OPEN INPUT TIMETABLE-DRAFT.
           IF WS-DRAFT-FS NOT EQUAL '00'
               DISPLAY "Error opening TIMETABLE-DRAFT. Status: "
                   WS-DRAFT-FS
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TIMETABLE-DRAFT
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-DRAFT-COUNT
                           MOVE TIMETABLE-DRAFT-REC(1:3)
                               TO WS-THIS-CLASS
                           IF WS-THIS-CLASS NOT = WS-LAST-CLASS
                               ADD 1 TO WS-CLASS-COUNT
                               MOVE WS-THIS-CLASS TO WS-LAST-CLASS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMETABLE-DRAFT
           END-IF.

      * The live timetable, record for record, before it goes. A
      * CLASS-TIMETABLE that does not exist yet saves nothing.
       SAVE-PREVIOUS-TIMETABLE.
           OPEN OUTPUT TIMETABLE-PREVIOUS.
           IF WS-PREV-FS NOT EQUAL '00'
               DISPLAY "Error opening TIMETABLE-PREVIOUS. Status: "
                   WS-PREV-FS
               DISPLAY 'APPROVAL REFUSED - NO BACKUP OF THE TIMETABLE'
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT CLASS-TIMETABLE.
           IF WS-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CLASS-TIMETABLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           MOVE CLASS-TIMETABLE-FILE
                               TO TIMETABLE-PREVIOUS-REC
                           WRITE TIMETABLE-PREVIOUS-REC
                           ADD 1 TO WS-OLD-COUNT
                   END-READ
               END-PERFORM
               CLOSE CLASS-TIMETABLE
           ELSE
               IF WS-FS NOT EQUAL '35'
                   PERFORM TRANSLATE-FILE-STATUS
                   DISPLAY "Error opening CLASS-TIMETABLE. Status: "
                       WS-FS " " WS-FS-MESSAGE
                   CLOSE TIMETABLE-PREVIOUS
                   CLOSE SATELLITE-AUDIT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE TIMETABLE-PREVIOUS.

      * OPEN OUTPUT empties CLASS-TIMETABLE; every draft slot is then
      * written by key. The generator never writes a key twice, but
      * a hand-edited draft might, and the second is only counted.
       LOAD-DRAFT.
           OPEN OUTPUT CLASS-TIMETABLE.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error opening CLASS-TIMETABLE. Status: "
                   WS-FS " " WS-FS-MESSAGE
               DISPLAY 'RELOAD FROM TIMETABLE-PREVIOUS.txt IF NEEDED'
               CLOSE SATELLITE-AUDIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TIMETABLE-DRAFT.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ TIMETABLE-DRAFT
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE TD-CLASS-YEAR   TO TT-CLASS-YEAR
                       MOVE TD-SECTION-CODE TO TT-SECTION-CODE
                       MOVE TD-DAY-OF-WEEK  TO TT-DAY-OF-WEEK
                       MOVE TD-PERIOD       TO TT-PERIOD
                       MOVE TD-SUBJECT-CODE TO TT-SUBJECT-CODE
                       MOVE TD-STAFF-ID     TO TT-STAFF-ID
                       MOVE TD-ROOM-CODE    TO TT-ROOM-CODE
                       WRITE CLASS-TIMETABLE-FILE
                           INVALID KEY
                               ADD 1 TO WS-DUPLICATE-COUNT
                               DISPLAY 'DUPLICATE DRAFT SLOT: ' TT-KEY
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE TIMETABLE-DRAFT.
           CLOSE CLASS-TIMETABLE.

       COPY "fsxlate.cpy".
       COPY "sataudwt.cpy".
