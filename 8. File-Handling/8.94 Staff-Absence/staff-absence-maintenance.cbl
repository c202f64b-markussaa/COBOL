      * When a teacher called in sick the deputy head worked out
      * cover on paper from a phone message. This program maintains
      * STAFF-ABSENCE (stfabs.cpy): the office records the teacher,
      * the date range and the reason, and can cancel a recorded
      * absence if the teacher comes in after all. COVER-PLANNER
      * reads the file each morning to find the periods left without
      * a teacher. Only a teacher active on STAFF-MASTER can be
      * recorded absent.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STAFF-ABSENCE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STAFF-ABSENCE ASSIGN TO 'STAFF-ABSENCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS SA-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STAFF-ABSENCE.
           COPY "stfabs.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STAFF-FS          PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-ID          PIC 9(04).
           01 WS-ENTRY-FROM        PIC 9(08).
           01 WS-ENTRY-TO          PIC 9(08).
           01 WS-ENTRY-REASON      PIC X(15).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "STAFF-ABSENCE-MAINTENANCE".

           OPEN I-O STAFF-ABSENCE.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT STAFF-ABSENCE
               CLOSE STAFF-ABSENCE
               OPEN I-O STAFF-ABSENCE
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE STAFF-ABSENCE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM RECORD-ABSENCE
                   WHEN 2 PERFORM CANCEL-ABSENCE
                   WHEN 3 PERFORM LIST-ABSENCES
                   WHEN 4 DISPLAY 'EXITING STAFF ABSENCE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE STAFF-ABSENCE.
           CLOSE STAFF-MAST.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. RECORD STAFF ABSENCE'.
           DISPLAY '2. CANCEL STAFF ABSENCE'.
           DISPLAY '3. LIST ABSENCES FOR TEACHER'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER STAFF ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER FROM DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-FROM.

       RECORD-ABSENCE.
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER TO DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-TO.
           DISPLAY 'ENTER REASON: '.
           ACCEPT WS-ENTRY-REASON.

           MOVE WS-ENTRY-ID TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY
                   DISPLAY 'RECORD: TEACHER NOT ON MASTER '
                       WS-ENTRY-ID
           END-READ.
           IF WS-STAFF-FS EQUAL '00'
               IF NOT SF-ACTIVE
                   DISPLAY 'RECORD: TEACHER IS NOT ACTIVE'
               ELSE
                   IF WS-ENTRY-TO < WS-ENTRY-FROM
                       DISPLAY 'RECORD: RANGE ENDS BEFORE IT STARTS'
                   ELSE
                       MOVE WS-ENTRY-ID     TO SA-STAFF-ID
                       MOVE WS-ENTRY-FROM   TO SA-FROM-DATE
                       MOVE WS-ENTRY-TO     TO SA-TO-DATE
                       MOVE WS-ENTRY-REASON TO SA-REASON
                       MOVE 'A'             TO SA-STATUS
                       WRITE STAFF-ABSENCE-FILE
                           INVALID KEY DISPLAY 'RECORD: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'RECORD: Absence Recorded'
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       CANCEL-ABSENCE.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID   TO SA-STAFF-ID.
           MOVE WS-ENTRY-FROM TO SA-FROM-DATE.
           READ STAFF-ABSENCE
               KEY IS SA-KEY
               INVALID KEY DISPLAY 'CANCEL: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF SA-CANCELLED
                   DISPLAY 'CANCEL: Already Cancelled'
               ELSE
                   MOVE 'C' TO SA-STATUS
                   REWRITE STAFF-ABSENCE-FILE
                       INVALID KEY DISPLAY 'CANCEL: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CANCEL: Absence Cancelled'
                   END-REWRITE
               END-IF
           END-IF.

       LIST-ABSENCES.
           DISPLAY 'ENTER STAFF ID: '.
           ACCEPT WS-ENTRY-ID.

           MOVE WS-ENTRY-ID TO SA-STAFF-ID.
           MOVE ZERO        TO SA-FROM-DATE.
           MOVE 'N' TO WS-LIST-EOF.
           START STAFF-ABSENCE KEY NOT < SA-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.

           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ STAFF-ABSENCE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF SA-STAFF-ID NOT EQUAL WS-ENTRY-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY SA-FROM-DATE ' TO ' SA-TO-DATE
                               ' ' SA-REASON ' STATUS=' SA-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
