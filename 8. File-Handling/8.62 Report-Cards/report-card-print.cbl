      * TERM-REMARKS.txt, and a student without one gets the
      * standard remark for their percentage band. A withheld
      * student's card prints with the marks suppressed, the way
      * the marksheet suppresses them. A paper the examinations
      * committee cancelled for malpractice prints CAN with no grade
      * and no component working, and the card carries a footnote
      * saying so.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. REPORT-CARD-PRINT.
                   RECORD KEY IS CP-KEY
                   FILE STATUS IS WS-COMP-FS.

      *    Each mark and the term percentage are lettered off the
      *    board's dated scale for the student's class-year.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT REPORT-CARDS ASSIGN TO 'REPORT-CARDS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
           FD COMPONENT-MARKS.
           COPY "compmark.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD REPORT-CARDS.
           01 REPORT-CARD-LINE      PIC X(80).

      *    as the open flag.
           01 WS-COMP-OPEN          PIC A(01) VALUE 'N'.
           01 WS-COMP-EOF           PIC A(01).
           01 WS-RUN-DATE           PIC 9(08).
           01 WS-SUBJECT-MAX        PIC 9(03).
           01 WS-OVERALL-GRADE      PIC X(02).
      *    Set when any mark on the card carries grace, so the card
      *    ends with the board's footnote for the marker.
           01 WS-CARD-GRACED        PIC A(01).
           01 WS-CARD-CANCELLED     PIC A(01).

           COPY "grdtbl.cpy".

      *    Keyed remarks, loaded once. Five hundred is a full class
      *    roster of hand-written remarks.
               05 ML-SUBJECT-NAME   PIC A(20).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 ML-MARK           PIC X(03).
               05 ML-GRACE-FLAG     PIC X(01).
               05 FILLER            PIC X(01) VALUE SPACES.
               05 ML-GRADE          PIC X(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.

           PERFORM READ-TERM-CONTROL.
           PERFORM LOAD-REMARKS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM LOAD-GRADE-SCALE.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'

       PRINT-ONE-CARD.
           ADD 1 TO WS-CARD-COUNT.
           MOVE 'N' TO WS-CARD-GRACED.
           MOVE 'N' TO WS-CARD-CANCELLED.

      *    Addressed to the priority-1 contact over the student's
      *    home address, the same way the attendance warnings are.

           PERFORM PRINT-REMARK-LINE.

           IF WS-CARD-GRACED = 'Y'
               MOVE '  * INCLUDES GRACE MARKS AWARDED UNDER THE '
                   TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
               MOVE '    EXAMINATION COMMITTEE RULES'
                   TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
           END-IF.

           IF WS-CARD-CANCELLED = 'Y'
               MOVE '  CAN - PAPER CANCELLED BY THE EXAMINATIONS '
                   TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
               MOVE '    COMMITTEE AFTER A MALPRACTICE HEARING'
                   TO REPORT-CARD-LINE
               WRITE REPORT-CARD-LINE
           END-IF.

           MOVE SPACES TO REPORT-CARD-LINE.
           MOVE ALL '=' TO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.

       PRINT-ONE-MARK.
           MOVE MP-SUBJECT-CODE TO SM-SUBJECT-CODE.
           MOVE 100 TO WS-SUBJECT-MAX.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY MOVE 'UNKNOWN SUBJECT' TO SM-SUBJECT-NAME
               NOT INVALID KEY
                   IF SM-MAX-MARKS > ZERO
                       MOVE SM-MAX-MARKS TO WS-SUBJECT-MAX
                   END-IF
           END-READ.

           MOVE MP-SUBJECT-CODE TO ML-SUBJECT-CODE.
           MOVE SM-SUBJECT-NAME TO ML-SUBJECT-NAME.
      *    A missed or excused paper prints as words, never as a
      *    zero the guardian reads as a failure.
      *    A real mark is lettered as a percentage of the subject's
      *    maximum, so a paper out of fifty grades like one out of a
      *    hundred. A graced mark carries the board's marker.
           MOVE SPACES TO ML-GRADE.
           MOVE SPACE  TO ML-GRACE-FLAG.
           EVALUATE TRUE
               WHEN MP-ABSENT
                   MOVE 'ABS' TO ML-MARK
               WHEN MP-EXEMPT
                   MOVE 'EX ' TO ML-MARK
               WHEN MP-CANCELLED
                   MOVE 'CAN' TO ML-MARK
                   MOVE 'Y' TO WS-CARD-CANCELLED
               WHEN OTHER
                   MOVE MP-MARK TO WS-EDIT-MARK
                   MOVE WS-EDIT-MARK TO ML-MARK
                   IF MP-GRACE-MARK > ZERO
                       MOVE '*' TO ML-GRACE-FLAG
                       MOVE 'Y' TO WS-CARD-GRACED
                   END-IF
                   COMPUTE WS-GRD-LOOKUP-PCT ROUNDED =
                       (MP-MARK * 100) / WS-SUBJECT-MAX
                   MOVE CLASS-YEAR  TO WS-GRD-LOOKUP-CLASS-YEAR
                   MOVE WS-RUN-DATE TO WS-GRD-LOOKUP-DATE
                   PERFORM LOOKUP-GRADE
                   MOVE WS-GRD-LETTER TO ML-GRADE
           END-EVALUATE.
           MOVE WS-MARK-LINE TO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.
           IF NOT MP-CANCELLED
               PERFORM PRINT-COMPONENT-LINES
           END-IF.

      * The working behind the figure: the term's components for
      * this subject, so the split is reviewable on the card.
           END-IF.

       PRINT-SUMMARY-LINE.
           PERFORM GRADE-TERM-PERCENTAGE.
           MOVE GPA TO WS-DISPLAY-GPA.
           MOVE ATTENDANCE-PCT TO WS-DISPLAY-PCT.
           MOVE SPACES TO REPORT-CARD-LINE.
           STRING '  GRADE: ' WS-OVERALL-GRADE
               '  GPA: ' WS-DISPLAY-GPA
               '  ATTENDANCE: ' WS-DISPLAY-PCT
               '  CLASS RANK: ' CLASS-RANK
               DELIMITED BY SIZE INTO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.

       GRADE-TERM-PERCENTAGE.
           MOVE CLASS-YEAR  TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE PERCENTAGE  TO WS-GRD-LOOKUP-PCT.
           MOVE WS-RUN-DATE TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           MOVE WS-GRD-LETTER TO WS-OVERALL-GRADE.

      * The keyed remark wins; without one the term's grade band
      * supplies the standard wording - the top band, the next one
      * down, a band carrying no grade points (a fail on any scale
      * the board sets), or anything in between.
       PRINT-REMARK-LINE.
           MOVE 'N' TO WS-REMARK-FOUND.
           PERFORM VARYING WS-RMK-I FROM 1 BY 1
           END-PERFORM.

           IF WS-REMARK-FOUND = 'N'
               PERFORM GRADE-TERM-PERCENTAGE
               EVALUATE TRUE
                   WHEN WS-GRD-POINTS = ZERO
                       MOVE 'NEEDS SUPPORT THIS TERM' TO WS-REMARK
                   WHEN WS-GRD-RANK = 1
                       MOVE 'AN OUTSTANDING TERM' TO WS-REMARK
                   WHEN WS-GRD-RANK = 2
                       MOVE 'A STRONG TERM' TO WS-REMARK
                   WHEN OTHER
                       MOVE 'A SATISFACTORY TERM' TO WS-REMARK
               END-EVALUATE
           END-IF.

           STRING '  CLASS TEACHER: ' WS-REMARK
               DELIMITED BY SIZE INTO REPORT-CARD-LINE.
           WRITE REPORT-CARD-LINE.

       COPY "grdlkp.cpy".
