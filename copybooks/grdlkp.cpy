      * GRDLKP - shared grade-scale load and lookup paragraphs. COPY
      * this into the PROCEDURE DIVISION alongside grdtbl.cpy in
      * WORKING-STORAGE and grdscl.cpy in the FD for GRADE-SCALE.
      * PERFORM LOAD-GRADE-SCALE once at program start. A site with
      * no school-wide (class-year 00) scale on file gets the old
      * 90/75/40 boundaries seeded as one, so the letters never go
      * blank for want of a file.
       LOAD-GRADE-SCALE.
           MOVE ZERO TO WS-GRD-COUNT.
           MOVE 'N' TO WS-GRD-EOF.
           OPEN INPUT GRADE-SCALE.
           IF WS-GRD-FS NOT EQUAL '00'
               DISPLAY 'GRADE-SCALE NOT AVAILABLE. STATUS: '
                   WS-GRD-FS
           ELSE
               PERFORM UNTIL WS-GRD-EOF = 'Y'
                   READ GRADE-SCALE NEXT RECORD
                       AT END MOVE 'Y' TO WS-GRD-EOF
                       NOT AT END PERFORM LOAD-ONE-GRADE-BAND
                   END-READ
               END-PERFORM
               CLOSE GRADE-SCALE
           END-IF.

           MOVE 'N' TO WS-GRD-FOUND.
           PERFORM VARYING WS-GRD-J FROM 1 BY 1
               UNTIL WS-GRD-J > WS-GRD-COUNT
               IF WS-GRD-CLASS-YEAR(WS-GRD-J) = ZERO
                   MOVE 'Y' TO WS-GRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-GRD-FOUND = 'N'
               DISPLAY 'NO SCHOOL-WIDE GRADE SCALE - STANDARD '
                   'SCALE IN USE'
               PERFORM SEED-STANDARD-GRADE-SCALE
           END-IF.

       LOAD-ONE-GRADE-BAND.
           IF WS-GRD-COUNT >= 200
               DISPLAY 'GRADE SCALE TABLE FULL - BAND DROPPED: '
                   GS-KEY
           ELSE
               ADD 1 TO WS-GRD-COUNT
               SET GRD-I TO WS-GRD-COUNT
               MOVE GS-CLASS-YEAR     TO WS-GRD-CLASS-YEAR(GRD-I)
               MOVE GS-EFFECTIVE-DATE TO WS-GRD-EFF-DATE(GRD-I)
               MOVE GS-LOWER-BOUND    TO WS-GRD-LOWER(GRD-I)
               MOVE GS-LETTER         TO WS-GRD-TBL-LETTER(GRD-I)
               MOVE GS-GRADE-POINTS   TO WS-GRD-TBL-POINTS(GRD-I)
           END-IF.

       SEED-STANDARD-GRADE-SCALE.
           MOVE ZERO TO GS-CLASS-YEAR.
           MOVE ZERO TO GS-EFFECTIVE-DATE.
           MOVE ZERO TO GS-LOWER-BOUND.
           MOVE 'F'  TO GS-LETTER.
           MOVE ZERO TO GS-GRADE-POINTS.
           PERFORM LOAD-ONE-GRADE-BAND.
           MOVE 40   TO GS-LOWER-BOUND.
           MOVE 'C'  TO GS-LETTER.
           MOVE 2    TO GS-GRADE-POINTS.
           PERFORM LOAD-ONE-GRADE-BAND.
           MOVE 75   TO GS-LOWER-BOUND.
           MOVE 'B'  TO GS-LETTER.
           MOVE 3    TO GS-GRADE-POINTS.
           PERFORM LOAD-ONE-GRADE-BAND.
           MOVE 90   TO GS-LOWER-BOUND.
           MOVE 'A'  TO GS-LETTER.
           MOVE 4    TO GS-GRADE-POINTS.
           PERFORM LOAD-ONE-GRADE-BAND.

      * Three steps: the class-year's own scale if it has one, else
      * the school-wide one; within it, the latest effective date on
      * or before the as-of date (a term older than every scale on
      * file takes the earliest); within that, the highest lower
      * bound the percentage reaches. The rank counts the bands
      * above it, so callers can word a remark without knowing how
      * many letters the board uses this year.
       LOOKUP-GRADE.
           MOVE SPACES TO WS-GRD-LETTER.
           MOVE ZERO   TO WS-GRD-POINTS.
           MOVE ZERO   TO WS-GRD-RANK.

           MOVE ZERO TO WS-GRD-USE-YEAR.
           PERFORM VARYING WS-GRD-J FROM 1 BY 1
               UNTIL WS-GRD-J > WS-GRD-COUNT
               IF WS-GRD-CLASS-YEAR(WS-GRD-J)
                   = WS-GRD-LOOKUP-CLASS-YEAR
                   MOVE WS-GRD-LOOKUP-CLASS-YEAR TO WS-GRD-USE-YEAR
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-GRD-FOUND.
           MOVE ZERO TO WS-GRD-USE-DATE.
           PERFORM VARYING WS-GRD-J FROM 1 BY 1
               UNTIL WS-GRD-J > WS-GRD-COUNT
               IF WS-GRD-CLASS-YEAR(WS-GRD-J) = WS-GRD-USE-YEAR
                   AND WS-GRD-EFF-DATE(WS-GRD-J)
                       NOT > WS-GRD-LOOKUP-DATE
                   AND (WS-GRD-FOUND = 'N'
                       OR WS-GRD-EFF-DATE(WS-GRD-J)
                           > WS-GRD-USE-DATE)
                   MOVE WS-GRD-EFF-DATE(WS-GRD-J) TO WS-GRD-USE-DATE
                   MOVE 'Y' TO WS-GRD-FOUND
               END-IF
           END-PERFORM.
           IF WS-GRD-FOUND = 'N'
               PERFORM VARYING WS-GRD-J FROM 1 BY 1
                   UNTIL WS-GRD-J > WS-GRD-COUNT
                   IF WS-GRD-CLASS-YEAR(WS-GRD-J) = WS-GRD-USE-YEAR
                       AND (WS-GRD-FOUND = 'N'
                           OR WS-GRD-EFF-DATE(WS-GRD-J)
                               < WS-GRD-USE-DATE)
                       MOVE WS-GRD-EFF-DATE(WS-GRD-J)
                           TO WS-GRD-USE-DATE
                       MOVE 'Y' TO WS-GRD-FOUND
                   END-IF
               END-PERFORM
           END-IF.

           MOVE 'N' TO WS-GRD-FOUND.
           MOVE ZERO TO WS-GRD-BEST-LOWER.
           PERFORM VARYING WS-GRD-J FROM 1 BY 1
               UNTIL WS-GRD-J > WS-GRD-COUNT
               IF WS-GRD-CLASS-YEAR(WS-GRD-J) = WS-GRD-USE-YEAR
                   AND WS-GRD-EFF-DATE(WS-GRD-J) = WS-GRD-USE-DATE
                   AND WS-GRD-LOWER(WS-GRD-J)
                       NOT > WS-GRD-LOOKUP-PCT
                   AND (WS-GRD-FOUND = 'N'
                       OR WS-GRD-LOWER(WS-GRD-J)
                           > WS-GRD-BEST-LOWER)
                   MOVE 'Y' TO WS-GRD-FOUND
                   MOVE WS-GRD-LOWER(WS-GRD-J) TO WS-GRD-BEST-LOWER
                   MOVE WS-GRD-TBL-LETTER(WS-GRD-J) TO WS-GRD-LETTER
                   MOVE WS-GRD-TBL-POINTS(WS-GRD-J) TO WS-GRD-POINTS
               END-IF
           END-PERFORM.

           IF WS-GRD-FOUND = 'Y'
               MOVE 1 TO WS-GRD-RANK
               PERFORM VARYING WS-GRD-J FROM 1 BY 1
                   UNTIL WS-GRD-J > WS-GRD-COUNT
                   IF WS-GRD-CLASS-YEAR(WS-GRD-J) = WS-GRD-USE-YEAR
                       AND WS-GRD-EFF-DATE(WS-GRD-J)
                           = WS-GRD-USE-DATE
                       AND WS-GRD-LOWER(WS-GRD-J)
                           > WS-GRD-BEST-LOWER
                       ADD 1 TO WS-GRD-RANK
                   END-IF
               END-PERFORM
           END-IF.
