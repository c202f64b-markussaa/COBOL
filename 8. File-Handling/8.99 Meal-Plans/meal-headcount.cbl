      * The kitchen's plate count for one day, printed each morning
      * instead of read off the spreadsheet. Every MEAL-PLAN running
      * on the day is RELEASEd into the sort tagged with the
      * student's hostel block off HOSTEL-ALLOCATION (DAY for a
      * student with no bed) and the plan's dietary note; a student
      * on an approved LEAVE-APPLICATION covering the day is not
      * eating in and is left out. The output procedure breaks on
      * block and dietary note the way CLASS-LIST-REPORT breaks on
      * subject and prints breakfast, lunch and dinner counts for
      * each - a full-board plan eats all three, a lunch plan only
      * lunch - with a total per block and for the whole school.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MEAL-HEADCOUNT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MEAL-PLAN ASSIGN TO 'MEAL-PLAN'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS MP-STUDENT-ID
                   FILE STATUS IS WS-PLAN-FS.

               SELECT HOSTEL-ALLOC ASSIGN TO 'HOSTEL-ALLOCATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HA-STUDENT-ID
                   ALTERNATE RECORD KEY IS HA-ROOM-KEY
                       WITH DUPLICATES
                   FILE STATUS IS WS-HOSTEL-FS.

               SELECT LEAVE-APPLICATION
                   ASSIGN TO 'LEAVE-APPLICATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS LV-KEY
                   FILE STATUS IS WS-LEAVE-FS.

               SELECT MEAL-WORK ASSIGN TO 'MEALSORT'.

               SELECT HEADCOUNT-REPORT
                   ASSIGN TO 'MEAL-HEADCOUNT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD MEAL-PLAN.
           COPY "mealplan.cpy".

           FD HOSTEL-ALLOC.
           COPY "hstlaloc.cpy".

           FD LEAVE-APPLICATION.
           COPY "leaveapp.cpy".

           SD MEAL-WORK.
           01 MEAL-WORK-REC.
               05 MW-BLOCK          PIC X(04).
               05 MW-DIETARY-NOTE   PIC X(10).
               05 MW-PLAN-TYPE      PIC X(01).

           FD HEADCOUNT-REPORT.
           01 HEADCOUNT-LINE        PIC X(60).

           WORKING-STORAGE SECTION.
           01 WS-PLAN-FS            PIC X(02).
           01 WS-HOSTEL-FS          PIC X(02).
           01 WS-LEAVE-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-HOSTEL-OPEN        PIC A(01) VALUE 'N'.
           01 WS-LEAVE-OPEN         PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-LEAVE-EOF          PIC A(01).
           01 WS-ON-LEAVE           PIC A(01).
           01 WS-MEAL-DATE          PIC 9(08).
           01 WS-ON-LEAVE-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-FIRST-GROUP        PIC A(01) VALUE 'Y'.
           01 WS-PRIOR-BLOCK        PIC X(04).
           01 WS-PRIOR-DIET         PIC X(10).

           01 WS-GROUP-COUNTS.
               05 WS-GRP-BREAKFAST  PIC 9(05).
               05 WS-GRP-LUNCH      PIC 9(05).
               05 WS-GRP-DINNER     PIC 9(05).
           01 WS-BLOCK-COUNTS.
               05 WS-BLK-BREAKFAST  PIC 9(05).
               05 WS-BLK-LUNCH      PIC 9(05).
               05 WS-BLK-DINNER     PIC 9(05).
           01 WS-SCHOOL-COUNTS.
               05 WS-SCH-BREAKFAST  PIC 9(05) VALUE ZERO.
               05 WS-SCH-LUNCH      PIC 9(05) VALUE ZERO.
               05 WS-SCH-DINNER     PIC 9(05) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(24) VALUE 'KITCHEN HEADCOUNT FOR  '.
               05 H1-MEAL-DATE      PIC 9(08).

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'BLOCK'.
               05 FILLER PIC X(13) VALUE 'DIET'.
               05 FILLER PIC X(11) VALUE 'BREAKFAST'.
               05 FILLER PIC X(11) VALUE '    LUNCH'.
               05 FILLER PIC X(09) VALUE '   DINNER'.

           01 WS-DETAIL-LINE.
               05 DL-BLOCK          PIC X(04).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-DIET           PIC X(12).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 DL-BREAKFAST      PIC ZZZZ9.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 DL-LUNCH          PIC ZZZZ9.
               05 FILLER            PIC X(06) VALUE SPACES.
               05 DL-DINNER         PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "MEAL-HEADCOUNT".

           DISPLAY 'ENTER MEAL DATE (YYYYMMDD, 0 = TODAY): '.
           ACCEPT WS-MEAL-DATE.
           IF WS-MEAL-DATE = ZERO
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-MEAL-DATE
           END-IF.

           OPEN OUTPUT HEADCOUNT-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening MEAL-HEADCOUNT. Status: "
                   WS-RPT-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           SORT MEAL-WORK
               ON ASCENDING KEY MW-BLOCK
               ON ASCENDING KEY MW-DIETARY-NOTE
               INPUT PROCEDURE IS COLLECT-DINERS
               OUTPUT PROCEDURE IS PRINT-HEADCOUNT.

           CLOSE HEADCOUNT-REPORT.

           DISPLAY 'BREAKFASTS: ' WS-SCH-BREAKFAST.
           DISPLAY 'LUNCHES: '    WS-SCH-LUNCH.
           DISPLAY 'DINNERS: '    WS-SCH-DINNER.
           DISPLAY 'ON LEAVE, NOT COUNTED: ' WS-ON-LEAVE-COUNT.
       STOP RUN.

       COLLECT-DINERS.
           OPEN INPUT MEAL-PLAN.
           IF WS-PLAN-FS NOT EQUAL '00'
               DISPLAY "Error opening MEAL-PLAN. Status: "
                   WS-PLAN-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    Without the hostel file everyone counts under DAY; without
      *    the leave file nobody is away.
           OPEN INPUT HOSTEL-ALLOC.
           IF WS-HOSTEL-FS EQUAL '00'
               MOVE 'Y' TO WS-HOSTEL-OPEN
           END-IF.
           OPEN INPUT LEAVE-APPLICATION.
           IF WS-LEAVE-FS EQUAL '00'
               MOVE 'Y' TO WS-LEAVE-OPEN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ MEAL-PLAN NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MP-START-DATE NOT > WS-MEAL-DATE
                           AND MP-END-DATE NOT < WS-MEAL-DATE
                           PERFORM COLLECT-ONE-DINER
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE MEAL-PLAN.
           IF WS-HOSTEL-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           END-IF.
           IF WS-LEAVE-OPEN = 'Y'
               CLOSE LEAVE-APPLICATION
           END-IF.

       COLLECT-ONE-DINER.
           PERFORM CHECK-ON-LEAVE.
           IF WS-ON-LEAVE = 'Y'
               ADD 1 TO WS-ON-LEAVE-COUNT
           ELSE
               MOVE 'DAY' TO MW-BLOCK
               IF WS-HOSTEL-OPEN = 'Y'
                   MOVE MP-STUDENT-ID TO HA-STUDENT-ID
                   READ HOSTEL-ALLOC
                       KEY IS HA-STUDENT-ID
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF HA-BOARDING
                               MOVE HA-BLOCK TO MW-BLOCK
                           END-IF
                   END-READ
               END-IF
               MOVE MP-DIETARY-NOTE TO MW-DIETARY-NOTE
               IF MW-DIETARY-NOTE = SPACES
                   MOVE 'STANDARD' TO MW-DIETARY-NOTE
               END-IF
               MOVE MP-PLAN-TYPE TO MW-PLAN-TYPE
               RELEASE MEAL-WORK-REC
           END-IF.

      * The student's leaves are browsed from the first on file; the
      * key carries the start date, so the browse stops at the first
      * leave starting after the meal date.
       CHECK-ON-LEAVE.
           MOVE 'N' TO WS-ON-LEAVE.
           IF WS-LEAVE-OPEN = 'Y'
               MOVE 'N' TO WS-LEAVE-EOF
               MOVE MP-STUDENT-ID TO LV-STUDENT-ID
               MOVE ZERO          TO LV-FROM-DATE
               START LEAVE-APPLICATION KEY NOT < LV-KEY
                   INVALID KEY MOVE 'Y' TO WS-LEAVE-EOF
               END-START
               PERFORM UNTIL WS-LEAVE-EOF = 'Y'
                   READ LEAVE-APPLICATION NEXT RECORD
                       AT END MOVE 'Y' TO WS-LEAVE-EOF
                       NOT AT END
                           IF LV-STUDENT-ID NOT EQUAL MP-STUDENT-ID
                               OR LV-FROM-DATE > WS-MEAL-DATE
                               MOVE 'Y' TO WS-LEAVE-EOF
                           ELSE
                               IF LV-APPROVED
                                   AND LV-TO-DATE NOT < WS-MEAL-DATE
                                   MOVE 'Y' TO WS-ON-LEAVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-HEADCOUNT.
           MOVE WS-MEAL-DATE TO H1-MEAL-DATE.
           MOVE WS-HEADING-1 TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.
           MOVE WS-HEADING-2 TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN MEAL-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM COUNT-ONE-DINER
               END-RETURN
           END-PERFORM.

           IF WS-FIRST-GROUP = 'N'
               PERFORM PRINT-GROUP-LINE
               PERFORM PRINT-BLOCK-TOTAL
           END-IF.

           MOVE 'SCHOOL TOTAL'   TO DL-DIET.
           MOVE SPACES           TO DL-BLOCK.
           MOVE WS-SCH-BREAKFAST TO DL-BREAKFAST.
           MOVE WS-SCH-LUNCH     TO DL-LUNCH.
           MOVE WS-SCH-DINNER    TO DL-DINNER.
           MOVE WS-DETAIL-LINE TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.

       COUNT-ONE-DINER.
           IF WS-FIRST-GROUP = 'Y'
               MOVE 'N' TO WS-FIRST-GROUP
               MOVE MW-BLOCK        TO WS-PRIOR-BLOCK
               MOVE MW-DIETARY-NOTE TO WS-PRIOR-DIET
               INITIALIZE WS-GROUP-COUNTS
               INITIALIZE WS-BLOCK-COUNTS
           END-IF.
           IF MW-BLOCK NOT EQUAL WS-PRIOR-BLOCK
               PERFORM PRINT-GROUP-LINE
               PERFORM PRINT-BLOCK-TOTAL
               MOVE MW-BLOCK        TO WS-PRIOR-BLOCK
               MOVE MW-DIETARY-NOTE TO WS-PRIOR-DIET
               INITIALIZE WS-GROUP-COUNTS
               INITIALIZE WS-BLOCK-COUNTS
           ELSE
               IF MW-DIETARY-NOTE NOT EQUAL WS-PRIOR-DIET
                   PERFORM PRINT-GROUP-LINE
                   MOVE MW-DIETARY-NOTE TO WS-PRIOR-DIET
                   INITIALIZE WS-GROUP-COUNTS
               END-IF
           END-IF.

           ADD 1 TO WS-GRP-LUNCH WS-BLK-LUNCH WS-SCH-LUNCH.
           IF MW-PLAN-TYPE = 'F'
               ADD 1 TO WS-GRP-BREAKFAST WS-BLK-BREAKFAST
                   WS-SCH-BREAKFAST
               ADD 1 TO WS-GRP-DINNER WS-BLK-DINNER WS-SCH-DINNER
           END-IF.

       PRINT-GROUP-LINE.
           MOVE WS-PRIOR-BLOCK   TO DL-BLOCK.
           MOVE WS-PRIOR-DIET    TO DL-DIET.
           MOVE WS-GRP-BREAKFAST TO DL-BREAKFAST.
           MOVE WS-GRP-LUNCH     TO DL-LUNCH.
           MOVE WS-GRP-DINNER    TO DL-DINNER.
           MOVE WS-DETAIL-LINE TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.

       PRINT-BLOCK-TOTAL.
           MOVE WS-PRIOR-BLOCK   TO DL-BLOCK.
           MOVE 'BLOCK TOTAL'    TO DL-DIET.
           MOVE WS-BLK-BREAKFAST TO DL-BREAKFAST.
           MOVE WS-BLK-LUNCH     TO DL-LUNCH.
           MOVE WS-BLK-DINNER    TO DL-DINNER.
           MOVE WS-DETAIL-LINE TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.
           MOVE SPACES TO HEADCOUNT-LINE.
           WRITE HEADCOUNT-LINE.
