      * The graduation rules - how many credits, which subjects, what
      * GPA - lived on the registrar's checklist. GRAD-REQUIREMENT
      * (gradreq.cpy) writes them down per programme and final
      * class-year, and this program is its maintenance front-end,
      * following CURRICULUM-MAINTENANCE's ACCEPT-driven menu loop:
      * one header row with the minimums and honours bands, and one
      * row per compulsory subject, which must pass the
      * SUBJECT-MASTER catalog lookup.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRAD-REQUIREMENT-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRAD-REQUIREMENT ASSIGN TO 'GRAD-REQUIREMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GR-KEY
                   FILE STATUS IS WS-FS.

       DATA DIVISION.
           FILE SECTION.
           FD GRAD-REQUIREMENT.
           COPY "gradreq.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-PROGRAMME   PIC X(04).
           01 WS-ENTRY-YEAR        PIC 9(02).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-ENTRY-CREDITS     PIC 9(03).
           01 WS-ENTRY-MIN-GPA     PIC 9V99.
           01 WS-ENTRY-FIRST-GPA   PIC 9V99.
           01 WS-ENTRY-SECOND-GPA  PIC 9V99.
           01 WS-SUBJECT-OK        PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GRAD-REQUIREMENT-MAINTENANCE".

           OPEN I-O GRAD-REQUIREMENT.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT GRAD-REQUIREMENT
               CLOSE GRAD-REQUIREMENT
               OPEN I-O GRAD-REQUIREMENT
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM SET-MINIMUMS
                   WHEN 2 PERFORM ADD-COMPULSORY-SUBJECT
                   WHEN 3 PERFORM DELETE-ROW
                   WHEN 4 PERFORM LIST-REQUIREMENTS
                   WHEN 5 DISPLAY 'EXITING GRAD REQUIREMENT '
                       'MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE GRAD-REQUIREMENT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. SET CREDIT, GPA AND HONOURS MINIMUMS'.
           DISPLAY '2. ADD COMPULSORY SUBJECT'.
           DISPLAY '3. DELETE ROW'.
           DISPLAY '4. LIST A PROGRAMME AND CLASS YEAR'.
           DISPLAY '5. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-PROGRAMME-YEAR.
           DISPLAY 'ENTER PROGRAMME (BLANK FOR GENERAL): '.
           ACCEPT WS-ENTRY-PROGRAMME.
           DISPLAY 'ENTER FINAL CLASS YEAR: '.
           ACCEPT WS-ENTRY-YEAR.

       SET-MINIMUMS.
           PERFORM ACCEPT-PROGRAMME-YEAR.
           DISPLAY 'MINIMUM TOTAL CREDIT HOURS: '.
           ACCEPT WS-ENTRY-CREDITS.
           DISPLAY 'MINIMUM CUMULATIVE GPA (9V99, E.G. 200): '.
           ACCEPT WS-ENTRY-MIN-GPA.
           DISPLAY 'FIRST-CLASS HONOURS GPA (9V99): '.
           ACCEPT WS-ENTRY-FIRST-GPA.
           DISPLAY 'SECOND-CLASS HONOURS GPA (9V99): '.
           ACCEPT WS-ENTRY-SECOND-GPA.

           IF WS-ENTRY-SECOND-GPA > WS-ENTRY-FIRST-GPA
               OR WS-ENTRY-MIN-GPA > WS-ENTRY-SECOND-GPA
               DISPLAY 'SET: GPA BANDS MUST RISE MINIMUM, SECOND, '
                   'FIRST'
           ELSE
               MOVE WS-ENTRY-PROGRAMME  TO GR-PROGRAMME
               MOVE WS-ENTRY-YEAR       TO GR-CLASS-YEAR
               MOVE SPACES              TO GR-SUBJECT-CODE
               MOVE WS-ENTRY-CREDITS    TO GR-MIN-CREDITS
               MOVE WS-ENTRY-MIN-GPA    TO GR-MIN-CUM-GPA
               MOVE WS-ENTRY-FIRST-GPA  TO GR-FIRST-CLASS-GPA
               MOVE WS-ENTRY-SECOND-GPA TO GR-SECOND-CLASS-GPA
               WRITE GRAD-REQUIREMENT-FILE
                   INVALID KEY
                       REWRITE GRAD-REQUIREMENT-FILE
                           INVALID KEY
                               DISPLAY 'SET: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'SET: Minimums Replaced'
                       END-REWRITE
                   NOT INVALID KEY DISPLAY 'SET: Minimums Inserted'
               END-WRITE
           END-IF.

       ADD-COMPULSORY-SUBJECT.
           PERFORM ACCEPT-PROGRAMME-YEAR.
           DISPLAY 'ENTER SUBJECT CODE: '.
           ACCEPT WS-ENTRY-SUBJECT.

           CALL 'UTIL-VALIDATE-SUBJECT' USING WS-ENTRY-SUBJECT,
                                               WS-SUBJECT-OK.
           IF WS-SUBJECT-OK NOT EQUAL 'Y'
               DISPLAY 'ADD: SUBJECT NOT ON CATALOG '
                   WS-ENTRY-SUBJECT
           ELSE
               MOVE WS-ENTRY-PROGRAMME TO GR-PROGRAMME
               MOVE WS-ENTRY-YEAR      TO GR-CLASS-YEAR
               MOVE WS-ENTRY-SUBJECT   TO GR-SUBJECT-CODE
               MOVE ZERO               TO GR-MIN-CREDITS
               MOVE ZERO               TO GR-MIN-CUM-GPA
               MOVE ZERO               TO GR-FIRST-CLASS-GPA
               MOVE ZERO               TO GR-SECOND-CLASS-GPA
               WRITE GRAD-REQUIREMENT-FILE
                   INVALID KEY DISPLAY 'ADD: Subject Already Listed'
                   NOT INVALID KEY DISPLAY 'ADD: Subject Inserted'
               END-WRITE
           END-IF.

       DELETE-ROW.
           PERFORM ACCEPT-PROGRAMME-YEAR.
           DISPLAY 'ENTER SUBJECT CODE (BLANK FOR MINIMUMS ROW): '.
           ACCEPT WS-ENTRY-SUBJECT.
           MOVE WS-ENTRY-PROGRAMME TO GR-PROGRAMME.
           MOVE WS-ENTRY-YEAR      TO GR-CLASS-YEAR.
           MOVE WS-ENTRY-SUBJECT   TO GR-SUBJECT-CODE.
           DELETE GRAD-REQUIREMENT RECORD
               INVALID KEY DISPLAY 'DELETE: Invalid Key'
               NOT INVALID KEY DISPLAY 'DELETE: Row Deleted'
           END-DELETE.

       LIST-REQUIREMENTS.
           PERFORM ACCEPT-PROGRAMME-YEAR.

           MOVE WS-ENTRY-PROGRAMME TO GR-PROGRAMME.
           MOVE WS-ENTRY-YEAR      TO GR-CLASS-YEAR.
           MOVE LOW-VALUES         TO GR-SUBJECT-CODE.
           MOVE 'N' TO WS-LIST-EOF.
           START GRAD-REQUIREMENT KEY NOT < GR-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.

           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ GRAD-REQUIREMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF GR-PROGRAMME NOT EQUAL WS-ENTRY-PROGRAMME
                           OR GR-CLASS-YEAR NOT EQUAL WS-ENTRY-YEAR
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           IF GR-SUBJECT-CODE = SPACES
                               DISPLAY 'MINIMUM CREDITS '
                                   GR-MIN-CREDITS
                                   ' CUM GPA ' GR-MIN-CUM-GPA
                                   ' FIRST ' GR-FIRST-CLASS-GPA
                                   ' SECOND ' GR-SECOND-CLASS-GPA
                           ELSE
                               DISPLAY 'COMPULSORY ' GR-SUBJECT-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       COPY "fsxlate.cpy".
