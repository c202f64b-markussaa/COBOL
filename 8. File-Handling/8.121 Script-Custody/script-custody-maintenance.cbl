      * The exams office's custody desk for SCRIPT-BUNDLE
      * (scrbndl.cpy), following LIBRARY-LOAN-MAINTENANCE's
      * ACCEPT-driven menu loop. Every handover of a bundle is keyed
      * here as it happens:
      *   - collected from the hall into the office, by the member
      *     of staff who brings it in;
      *   - issued to a marker, due back MARKING-DAYS later;
      *   - returned by the marker who holds it;
      *   - sent out again for re-evaluation to a marker, due back
      *     REEVAL-DAYS later, and returned the same way.
      * Each person is proved against STAFF-MASTER, and a departed
      * member of staff is refused. A handover that does not follow
      * from where the bundle is - issuing a bundle still in the
      * hall, returning one nobody has - is refused, so the bundle
      * file always says whose hands a bundle is in. Every accepted
      * handover is appended to SCRIPT-CUSTODY-LOG (scrcust.cpy)
      * with the date it happened and the date it was keyed.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SCRIPT-CUSTODY-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCRIPT-BUNDLE ASSIGN TO 'SCRIPT-BUNDLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS SB-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT SCRIPT-CUSTODY-LOG
                   ASSIGN TO 'SCRIPT-CUSTODY-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCRIPT-BUNDLE.
           COPY "scrbndl.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD SCRIPT-CUSTODY-LOG.
           COPY "scrcust.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-LOG-FS            PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-LIST-EOF          PIC A(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-NOW               PIC 9(06).
           01 WS-ENTRY-EXAM        PIC X(06).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-BUNDLE      PIC 9(02).
           01 WS-ENTRY-STAFF       PIC 9(04).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-BUNDLE-FOUND      PIC A(01).
           01 WS-STAFF-OK          PIC A(01).
           01 WS-ACTION            PIC X(01).
           01 WS-DUE-DAYS          PIC 9(03).
      *    MARKING-DAYS and REEVAL-DAYS on the parm card are how long
      *    a marker has a bundle before it shows overdue.
           01 WS-MARKING-DAYS      PIC 9(03) VALUE 10.
           01 WS-REEVAL-DAYS       PIC 9(03) VALUE 5.
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SCRIPT-CUSTODY-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM LOAD-PARM-CARD.
           MOVE 'MARKING-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 1000
               MOVE WS-PARM-NUMERIC TO WS-MARKING-DAYS
           END-IF.
           MOVE 'REEVAL-DAYS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 1000
               MOVE WS-PARM-NUMERIC TO WS-REEVAL-DAYS
           END-IF.
           DISPLAY 'MARKING DAYS ' WS-MARKING-DAYS
               ' RE-EVALUATION DAYS ' WS-REEVAL-DAYS.

           OPEN I-O SCRIPT-BUNDLE.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening SCRIPT-BUNDLE. Status: " WS-FS
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE SCRIPT-BUNDLE
               STOP RUN
           END-IF.

      *    No handover is accepted that cannot be traced afterwards.
           OPEN EXTEND SCRIPT-CUSTODY-LOG.
           IF WS-LOG-FS EQUAL '35'
               OPEN OUTPUT SCRIPT-CUSTODY-LOG
           END-IF.
           IF WS-LOG-FS NOT EQUAL '00'
               DISPLAY "Error opening SCRIPT-CUSTODY-LOG. Status: "
                   WS-LOG-FS
               CLOSE SCRIPT-BUNDLE
               CLOSE STAFF-MAST
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM COLLECT-FROM-HALL
                   WHEN 2 PERFORM ISSUE-TO-MARKER
                   WHEN 3 PERFORM RETURN-FROM-MARKER
                   WHEN 4 PERFORM SEND-FOR-REEVAL
                   WHEN 5 PERFORM LIST-PAPER-BUNDLES
                   WHEN 6 DISPLAY 'EXITING SCRIPT CUSTODY'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE SCRIPT-BUNDLE.
           CLOSE STAFF-MAST.
           CLOSE SCRIPT-CUSTODY-LOG.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. COLLECT BUNDLE FROM EXAM HALL'.
           DISPLAY '2. ISSUE BUNDLE TO MARKER'.
           DISPLAY '3. RETURN BUNDLE FROM MARKER'.
           DISPLAY '4. SEND BUNDLE FOR RE-EVALUATION'.
           DISPLAY '5. LIST BUNDLES FOR PAPER'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-BUNDLE-KEY.
           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-ENTRY-EXAM.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.
           DISPLAY 'ENTER BUNDLE NUMBER: '.
           ACCEPT WS-ENTRY-BUNDLE.
           MOVE 'N' TO WS-BUNDLE-FOUND.
           MOVE WS-ENTRY-EXAM    TO SB-EXAM-CODE.
           MOVE WS-ENTRY-SUBJECT TO SB-SUBJECT-CODE.
           MOVE WS-ENTRY-BUNDLE  TO SB-BUNDLE-NO.
           READ SCRIPT-BUNDLE
               KEY IS SB-KEY
               INVALID KEY DISPLAY 'CUSTODY: Bundle Not Found'
               NOT INVALID KEY MOVE 'Y' TO WS-BUNDLE-FOUND
           END-READ.

      * The member of staff taking or handing over the bundle, and
      * the day it changed hands.
       ACCEPT-HANDOVER.
           MOVE 'N' TO WS-STAFF-OK.
           DISPLAY 'ENTER STAFF NUMBER: '.
           ACCEPT WS-ENTRY-STAFF.
           MOVE WS-ENTRY-STAFF TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY
                   DISPLAY 'CUSTODY: STAFF NOT ON MASTER '
                       WS-ENTRY-STAFF
               NOT INVALID KEY
                   IF SF-DEPARTED
                       DISPLAY 'CUSTODY: STAFF HAS DEPARTED '
                           WS-ENTRY-STAFF ' ' SF-STAFF-NAME
                   ELSE
                       MOVE 'Y' TO WS-STAFF-OK
                   END-IF
           END-READ.
           IF WS-STAFF-OK = 'Y'
               DISPLAY 'ENTER HANDOVER DATE (YYYYMMDD, 0 = TODAY): '
               ACCEPT WS-ENTRY-DATE
               IF WS-ENTRY-DATE = ZERO
                   MOVE WS-TODAY TO WS-ENTRY-DATE
               END-IF
           END-IF.

       COLLECT-FROM-HALL.
           PERFORM ACCEPT-BUNDLE-KEY.
           IF WS-BUNDLE-FOUND = 'Y'
               IF NOT SB-IN-HALL
                   DISPLAY 'COLLECT: Bundle is not in the hall - '
                       'status ' SB-STATUS
               ELSE
                   PERFORM ACCEPT-HANDOVER
                   IF WS-STAFF-OK = 'Y'
                       MOVE 'C'  TO SB-STATUS
                       MOVE ZERO TO SB-HOLDER-STAFF-ID
                       MOVE ZERO TO WS-DUE-DAYS
                       MOVE 'C'  TO WS-ACTION
                       PERFORM RECORD-HANDOVER
                   END-IF
               END-IF
           END-IF.

       ISSUE-TO-MARKER.
           PERFORM ACCEPT-BUNDLE-KEY.
           IF WS-BUNDLE-FOUND = 'Y'
               IF NOT SB-IN-OFFICE
                   DISPLAY 'ISSUE: Bundle is not in the office - '
                       'status ' SB-STATUS
               ELSE
                   PERFORM ACCEPT-HANDOVER
                   IF WS-STAFF-OK = 'Y'
                       MOVE 'M' TO SB-STATUS
                       MOVE WS-ENTRY-STAFF  TO SB-HOLDER-STAFF-ID
                       MOVE WS-MARKING-DAYS TO WS-DUE-DAYS
                       MOVE 'I' TO WS-ACTION
                       PERFORM RECORD-HANDOVER
                   END-IF
               END-IF
           END-IF.

      * Only the marker holding the bundle can hand it back; a
      * bundle that turns up by any other hand is a question for
      * the exams officer, not a keying.
       RETURN-FROM-MARKER.
           PERFORM ACCEPT-BUNDLE-KEY.
           IF WS-BUNDLE-FOUND = 'Y'
               IF NOT SB-OUT-TO-STAFF
                   DISPLAY 'RETURN: Bundle is not out - status '
                       SB-STATUS
               ELSE
                   PERFORM ACCEPT-HANDOVER
                   IF WS-STAFF-OK = 'Y'
                       AND WS-ENTRY-STAFF NOT = SB-HOLDER-STAFF-ID
                       DISPLAY 'RETURN: Bundle is held by staff '
                           SB-HOLDER-STAFF-ID
                       MOVE 'N' TO WS-STAFF-OK
                   END-IF
                   IF WS-STAFF-OK = 'Y'
                       MOVE 'R'  TO SB-STATUS
                       MOVE ZERO TO SB-HOLDER-STAFF-ID
                       MOVE ZERO TO WS-DUE-DAYS
                       MOVE 'R'  TO WS-ACTION
                       PERFORM RECORD-HANDOVER
                   END-IF
               END-IF
           END-IF.

       SEND-FOR-REEVAL.
           PERFORM ACCEPT-BUNDLE-KEY.
           IF WS-BUNDLE-FOUND = 'Y'
               IF NOT SB-RETURNED
                   DISPLAY 'RE-EVALUATION: Bundle is not back from '
                       'marking - status ' SB-STATUS
               ELSE
                   PERFORM ACCEPT-HANDOVER
                   IF WS-STAFF-OK = 'Y'
                       MOVE 'E' TO SB-STATUS
                       MOVE WS-ENTRY-STAFF TO SB-HOLDER-STAFF-ID
                       MOVE WS-REEVAL-DAYS TO WS-DUE-DAYS
                       MOVE 'E' TO WS-ACTION
                       PERFORM RECORD-HANDOVER
                   END-IF
               END-IF
           END-IF.

      * The bundle moves, and the trail records it.
       RECORD-HANDOVER.
           MOVE WS-ENTRY-DATE TO SB-MOVED-DATE.
           IF WS-DUE-DAYS = ZERO
               MOVE ZERO TO SB-DUE-DATE
           ELSE
               COMPUTE SB-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-ENTRY-DATE)
                   + WS-DUE-DAYS)
           END-IF.
           REWRITE SCRIPT-BUNDLE-FILE
               INVALID KEY DISPLAY 'CUSTODY: Invalid Key'
               NOT INVALID KEY
                   PERFORM WRITE-CUSTODY-LOG
                   DISPLAY 'CUSTODY: Handover Recorded'
           END-REWRITE.

       WRITE-CUSTODY-LOG.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW.
           MOVE SB-EXAM-CODE     TO SC-EXAM-CODE.
           MOVE SB-SUBJECT-CODE  TO SC-SUBJECT-CODE.
           MOVE SB-BUNDLE-NO     TO SC-BUNDLE-NO.
           MOVE WS-ACTION        TO SC-ACTION.
           MOVE WS-ENTRY-STAFF   TO SC-STAFF-ID.
           MOVE WS-ENTRY-DATE    TO SC-HANDOVER-DATE.
           MOVE SB-DUE-DATE      TO SC-DUE-DATE.
           MOVE SB-SCRIPT-COUNT  TO SC-SCRIPT-COUNT.
           MOVE WS-TODAY         TO SC-LOGGED-DATE.
           MOVE WS-NOW           TO SC-LOGGED-TIME.
           WRITE SCRIPT-CUSTODY-REC.

       LIST-PAPER-BUNDLES.
           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-ENTRY-EXAM.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.
           MOVE WS-ENTRY-EXAM    TO SB-EXAM-CODE.
           MOVE WS-ENTRY-SUBJECT TO SB-SUBJECT-CODE.
           MOVE ZERO             TO SB-BUNDLE-NO.
           MOVE 'N' TO WS-LIST-EOF.
           START SCRIPT-BUNDLE KEY NOT < SB-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ SCRIPT-BUNDLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF SB-EXAM-CODE NOT EQUAL WS-ENTRY-EXAM
                           OR SB-SUBJECT-CODE
                               NOT EQUAL WS-ENTRY-SUBJECT
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY 'BUNDLE ' SB-BUNDLE-NO
                               ' ROOM ' SB-ROOM
                               ' SCRIPTS ' SB-SCRIPT-COUNT
                               ' STATUS ' SB-STATUS
                               ' HOLDER ' SB-HOLDER-STAFF-ID
                               ' MOVED ' SB-MOVED-DATE
                               ' DUE ' SB-DUE-DATE
                       END-IF
               END-READ
           END-PERFORM.

       COPY "parmrd.cpy".
