      * next term's posting, and finally rolls TERM-CONTROL forward to
      * the new term code the operator supplies - after which the GPA
      * batch accepts only transactions carrying the new term.
      * The student's class rank is frozen with the figures it was
      * ranked on; a frozen term is changed afterwards only through
      * CLOSED-TERM-AMENDMENT.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TERM-END-CLOSING.
           01 WS-CLOSING-TERM       PIC X(06) VALUE SPACES.
           01 WS-NEW-TERM           PIC X(06) VALUE SPACES.
           01 WS-FROZEN-COUNT       PIC 9(06) VALUE ZERO.
      *    The day of the close rides on every frozen record, so the
      *    term keeps the grade scale that was in force when it was
      *    frozen.
           01 WS-CLOSE-DATE         PIC 9(08) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CLOSE-DATE.
           PERFORM FREEZE-TERM-RESULTS.
           PERFORM WRITE-TERM-CONTROL.

           MOVE PERCENTAGE      TO TR-PERCENTAGE.
           MOVE GPA             TO TR-GPA.
           MOVE ATTENDANCE-PCT  TO TR-ATTENDANCE-PCT.
           MOVE CLASS-YEAR      TO TR-CLASS-YEAR.
           MOVE WS-CLOSE-DATE   TO TR-FROZEN-DATE.
           MOVE CLASS-RANK      TO TR-CLASS-RANK.
           WRITE TERM-RESULTS-FILE
               INVALID KEY
                   REWRITE TERM-RESULTS-FILE
