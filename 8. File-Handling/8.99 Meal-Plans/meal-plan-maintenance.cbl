      * The kitchen's meal list used to live in a spreadsheet, and a
      * day student on the lunch plan was never billed at all. This
      * program maintains MEAL-PLAN (mealplan.cpy) through the same
      * ACCEPT-driven menu loop HOSTEL-ALLOCATION uses: enrol a
      * student on a plan (or change the plan already held), end a
      * plan on a given date, inquire, or list. The student must be
      * active on STUDENT-MASTER, and a full-board plan is refused
      * unless the student holds a bed on HOSTEL-ALLOCATION - the
      * kitchen does not cook breakfast and dinner for day students.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MEAL-PLAN-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEAL-PLAN ASSIGN TO 'MEAL-PLAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-STUDENT-ID
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOSTEL-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MEAL-PLAN.
           COPY "mealplan.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-HOSTEL-FS         PIC X(02).
           01 WS-HOSTEL-OPEN       PIC A(01) VALUE 'N'.
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-ID          PIC 9(05).
           01 WS-ENTRY-TYPE        PIC X(01).
           01 WS-ENTRY-START       PIC 9(08).
           01 WS-ENTRY-END         PIC 9(08).
           01 WS-ENTRY-DIET        PIC X(10).
           01 WS-ENTRY-OK          PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MEAL-PLAN-MAINTENANCE".

           OPEN I-O MEAL-PLAN.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT MEAL-PLAN
               CLOSE MEAL-PLAN
               OPEN I-O MEAL-PLAN
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
               CLOSE MEAL-PLAN
               STOP RUN
           END-IF.

      *    No hostel file yet just means nobody can go full board.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-HOSTEL-FS EQUAL '00'
               MOVE 'Y' TO WS-HOSTEL-OPEN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ENROL-PLAN
                   WHEN 2 PERFORM END-PLAN
                   WHEN 3 PERFORM INQUIRE-PLAN
                   WHEN 4 PERFORM LIST-PLANS
                   WHEN 5 DISPLAY 'EXITING MEAL PLANS'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE MEAL-PLAN.
           CLOSE STUDENT.
           IF WS-HOSTEL-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           END-IF.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ENROL OR CHANGE MEAL PLAN'.
           DISPLAY '2. END MEAL PLAN'.
           DISPLAY '3. INQUIRE MEAL PLAN'.
           DISPLAY '4. LIST MEAL PLANS'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-ID.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.

       ENROL-PLAN.
           PERFORM ACCEPT-ENTRY-ID.
           DISPLAY 'ENTER PLAN (F=FULL BOARD L=LUNCH ONLY): '.
           ACCEPT WS-ENTRY-TYPE.
           DISPLAY 'ENTER START DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-START.
           DISPLAY 'ENTER END DATE (YYYYMMDD, 0 = NO END): '.
           ACCEPT WS-ENTRY-END.
           DISPLAY 'ENTER DIETARY NOTE (BLANK = STANDARD): '.
           ACCEPT WS-ENTRY-DIET.
           IF WS-ENTRY-END = ZERO
               MOVE 99999999 TO WS-ENTRY-END
           END-IF.
           PERFORM VALIDATE-PLAN.
           IF WS-ENTRY-OK = 'Y'
               PERFORM WRITE-PLAN
           END-IF.

       VALIDATE-PLAN.
           MOVE 'Y' TO WS-ENTRY-OK.
           MOVE WS-ENTRY-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'ENROL: STUDENT NOT ON MASTER '
                       WS-ENTRY-ID
                   MOVE 'N' TO WS-ENTRY-OK
               NOT INVALID KEY
                   IF NOT STUDENT-ACTIVE
                       DISPLAY 'ENROL: STUDENT NOT ACTIVE'
                       MOVE 'N' TO WS-ENTRY-OK
                   END-IF
           END-READ.
           IF WS-ENTRY-TYPE NOT = 'F' AND WS-ENTRY-TYPE NOT = 'L'
               DISPLAY 'ENROL: PLAN MUST BE F OR L'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-START = ZERO
               DISPLAY 'ENROL: START DATE REQUIRED'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-END < WS-ENTRY-START
               DISPLAY 'ENROL: PLAN ENDS BEFORE IT STARTS'
               MOVE 'N' TO WS-ENTRY-OK
           END-IF.
           IF WS-ENTRY-TYPE = 'F' AND WS-ENTRY-OK = 'Y'
               PERFORM CHECK-BOARDER
           END-IF.

       CHECK-BOARDER.
           IF WS-HOSTEL-OPEN = 'N'
               DISPLAY 'ENROL: NO HOSTEL FILE - FULL BOARD REFUSED'
               MOVE 'N' TO WS-ENTRY-OK
           ELSE
               MOVE WS-ENTRY-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY
                       DISPLAY 'ENROL: FULL BOARD IS FOR BOARDERS'
                       MOVE 'N' TO WS-ENTRY-OK
                   NOT INVALID KEY
                       IF NOT HA-BOARDING
                           DISPLAY 'ENROL: BED VACATED - '
                               'FULL BOARD REFUSED'
                           MOVE 'N' TO WS-ENTRY-OK
                       END-IF
               END-READ
           END-IF.

      * A change keeps the month last billed, so changing a plan
      * mid-month never re-bills the month already charged.
       WRITE-PLAN.
           MOVE WS-ENTRY-ID TO MP-STUDENT-ID.
           READ MEAL-PLAN
               KEY IS MP-STUDENT-ID
               INVALID KEY MOVE ZERO TO MP-LAST-BILLED
           END-READ.
           MOVE WS-ENTRY-ID    TO MP-STUDENT-ID.
           MOVE WS-ENTRY-TYPE  TO MP-PLAN-TYPE.
           MOVE WS-ENTRY-START TO MP-START-DATE.
           MOVE WS-ENTRY-END   TO MP-END-DATE.
           MOVE WS-ENTRY-DIET  TO MP-DIETARY-NOTE.
           IF WS-FS EQUAL '00'
               REWRITE MEAL-PLAN-FILE
                   INVALID KEY DISPLAY 'ENROL: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ENROL: Plan Changed'
               END-REWRITE
           ELSE
               WRITE MEAL-PLAN-FILE
                   INVALID KEY DISPLAY 'ENROL: Invalid Key'
                   NOT INVALID KEY DISPLAY 'ENROL: Plan Recorded'
               END-WRITE
           END-IF.

       END-PLAN.
           PERFORM ACCEPT-ENTRY-ID.
           DISPLAY 'ENTER LAST DAY ON PLAN (YYYYMMDD): '.
           ACCEPT WS-ENTRY-END.
           MOVE WS-ENTRY-ID TO MP-STUDENT-ID.
           READ MEAL-PLAN
               KEY IS MP-STUDENT-ID
               INVALID KEY DISPLAY 'END: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF WS-ENTRY-END < MP-START-DATE
                   DISPLAY 'END: PLAN ENDS BEFORE IT STARTS'
               ELSE
                   MOVE WS-ENTRY-END TO MP-END-DATE
                   REWRITE MEAL-PLAN-FILE
                       INVALID KEY DISPLAY 'END: Invalid Key'
                       NOT INVALID KEY DISPLAY 'END: Plan Ended'
                   END-REWRITE
               END-IF
           END-IF.

       INQUIRE-PLAN.
           PERFORM ACCEPT-ENTRY-ID.
           MOVE WS-ENTRY-ID TO MP-STUDENT-ID.
           READ MEAL-PLAN
               KEY IS MP-STUDENT-ID
               INVALID KEY DISPLAY 'INQUIRE: Key Not Found'
               NOT INVALID KEY PERFORM DISPLAY-PLAN
           END-READ.

       LIST-PLANS.
           MOVE ZERO TO MP-STUDENT-ID.
           MOVE 'N' TO WS-LIST-EOF.
           START MEAL-PLAN KEY NOT < MP-STUDENT-ID
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ MEAL-PLAN NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END PERFORM DISPLAY-PLAN
               END-READ
           END-PERFORM.

       DISPLAY-PLAN.
           DISPLAY MP-STUDENT-ID ' PLAN=' MP-PLAN-TYPE
               ' FROM ' MP-START-DATE ' TO ' MP-END-DATE
               ' DIET=' MP-DIETARY-NOTE
               ' BILLED TO ' MP-LAST-BILLED.

       COPY "fsxlate.cpy".
