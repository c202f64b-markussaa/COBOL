      * The nurse's day book of medical-room visits was paper, so a
      * student sent home sick after lunch showed up as an unexcused
      * afternoon on the register. This program keeps MEDICAL-VISIT
      * (medvisit.cpy) through the same ACCEPT-driven menu loop
      * HEALTH-MAINTENANCE uses: log a visit under a student, date
      * and time with the period it fell in, the complaint code, the
      * action taken and whether the student was sent home, or list
      * every visit held for a student. A visit is only accepted for
      * a student on STUDENT-MASTER, with a complaint and action off
      * the codes in medvisit.cpy. SENT-HOME-FEED later excuses the
      * rest of a sent-home student's day and raises the guardian
      * letter; a visit already fed is no longer open to change.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MEDICAL-VISIT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEDICAL-VISIT ASSIGN TO 'MEDICAL-VISIT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MV-KEY
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MEDICAL-VISIT.
           COPY "medvisit.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-TIME        PIC 9(04).
           01 WS-ENTRY-PERIOD      PIC 9(02).
           01 WS-ENTRY-COMPLAINT   PIC X(04).
           01 WS-ENTRY-ACTION      PIC X(01).
           01 WS-ENTRY-HOME        PIC X(01).
           01 WS-ENTRY-NOTES       PIC X(30).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MEDICAL-VISIT-MAINTENANCE".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O MEDICAL-VISIT.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT MEDICAL-VISIT
               CLOSE MEDICAL-VISIT
               OPEN I-O MEDICAL-VISIT
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
               CLOSE MEDICAL-VISIT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM LOG-VISIT
                   WHEN 2 PERFORM DELETE-VISIT
                   WHEN 3 PERFORM LIST-VISITS
                   WHEN 4 DISPLAY 'EXITING MEDICAL VISIT MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE MEDICAL-VISIT.
           CLOSE STUDENT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. LOG MEDICAL ROOM VISIT'.
           DISPLAY '2. DELETE VISIT KEYED IN ERROR'.
           DISPLAY '3. LIST VISITS FOR STUDENT'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
           DISPLAY 'ENTER VISIT DATE (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-ENTRY-DATE.
           IF WS-ENTRY-DATE = ZERO
               MOVE WS-TODAY TO WS-ENTRY-DATE
           END-IF.
           DISPLAY 'ENTER TIME IN (HHMM): '.
           ACCEPT WS-ENTRY-TIME.

       LOG-VISIT.
           PERFORM ACCEPT-ENTRY-KEY.
           DISPLAY 'ENTER PERIOD THE VISIT FELL IN: '.
           ACCEPT WS-ENTRY-PERIOD.
           DISPLAY 'ENTER COMPLAINT (HEAD/STOM/FEVR/INJR/RESP/SKIN/'
               'MENS/OTHR): '.
           ACCEPT WS-ENTRY-COMPLAINT.
           DISPLAY 'ENTER ACTION (C CLASS, R RESTED, M MEDICATION, '
               'F FIRST AID, E EMERGENCY): '.
           ACCEPT WS-ENTRY-ACTION.
           DISPLAY 'SENT HOME (Y/N): '.
           ACCEPT WS-ENTRY-HOME.
           DISPLAY 'ENTER NOTES: '.
           ACCEPT WS-ENTRY-NOTES.

           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'LOG: STUDENT NOT ON MASTER '
                       WS-ENTRY-ID
                   MOVE 'N' TO WS-ENTRY-OK
           END-READ.
           MOVE WS-ENTRY-COMPLAINT TO MV-COMPLAINT-CODE.
           MOVE WS-ENTRY-ACTION    TO MV-ACTION.
           MOVE WS-ENTRY-HOME      TO MV-SENT-HOME.
           EVALUATE TRUE
               WHEN WS-ENTRY-OK = 'N'
                   CONTINUE
               WHEN WS-ENTRY-DATE > WS-TODAY
                   DISPLAY 'LOG: VISIT DATE IN THE FUTURE'
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN WS-ENTRY-TIME > 2359
                   OR WS-ENTRY-TIME(3:2) > '59'
                   DISPLAY 'LOG: TIME MUST BE HHMM'
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN WS-ENTRY-PERIOD = ZERO
                   DISPLAY 'LOG: PERIOD MUST BE GIVEN'
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN NOT MV-VALID-COMPLAINT
                   DISPLAY 'LOG: COMPLAINT CODE NOT RECOGNISED'
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN NOT MV-VALID-ACTION
                   DISPLAY 'LOG: ACTION MUST BE C, R, M, F OR E'
                   MOVE 'N' TO WS-ENTRY-OK
               WHEN NOT MV-WAS-SENT-HOME AND NOT MV-STAYED
                   DISPLAY 'LOG: SENT HOME MUST BE Y OR N'
                   MOVE 'N' TO WS-ENTRY-OK
           END-EVALUATE.

           IF WS-ENTRY-OK = 'Y'
               MOVE WS-ENTRY-ID     TO MV-STUDENT-ID
               MOVE WS-ENTRY-DATE   TO MV-VISIT-DATE
               MOVE WS-ENTRY-TIME   TO MV-VISIT-TIME
               MOVE WS-ENTRY-PERIOD TO MV-PERIOD
               MOVE WS-ENTRY-NOTES  TO MV-NOTES
               MOVE ZERO            TO MV-FED-DATE
               WRITE MEDICAL-VISIT-FILE
                   INVALID KEY DISPLAY 'LOG: Invalid Key'
                   NOT INVALID KEY DISPLAY 'LOG: Visit Logged'
               END-WRITE
           END-IF.

      * A visit keyed against the wrong student or time is deleted
      * and keyed again - but not once its day has been fed to the
      * register and the guardian told.
       DELETE-VISIT.
           PERFORM ACCEPT-ENTRY-KEY.
           MOVE WS-ENTRY-ID   TO MV-STUDENT-ID.
           MOVE WS-ENTRY-DATE TO MV-VISIT-DATE.
           MOVE WS-ENTRY-TIME TO MV-VISIT-TIME.
           READ MEDICAL-VISIT
               KEY IS MV-KEY
               INVALID KEY DISPLAY 'DELETE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF MV-FED-DATE > ZERO
                   DISPLAY 'DELETE: Already Fed On ' MV-FED-DATE
               ELSE
                   DELETE MEDICAL-VISIT
                       INVALID KEY DISPLAY 'DELETE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'DELETE: Visit Deleted'
                   END-DELETE
               END-IF
           END-IF.

       LIST-VISITS.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.

           MOVE WS-ENTRY-ID TO MV-STUDENT-ID.
           MOVE ZERO        TO MV-VISIT-DATE.
           MOVE ZERO        TO MV-VISIT-TIME.
           MOVE 'N' TO WS-LIST-EOF.
           START MEDICAL-VISIT KEY NOT < MV-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.

           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ MEDICAL-VISIT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF MV-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY MV-VISIT-DATE ' ' MV-VISIT-TIME
                               ' P' MV-PERIOD ' ' MV-COMPLAINT-CODE
                               ' ACTION=' MV-ACTION
                               ' HOME=' MV-SENT-HOME ' ' MV-NOTES
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
