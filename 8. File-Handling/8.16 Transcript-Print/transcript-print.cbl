      * cumulative GPA across those terms; and a certificate serial
      * number drawn from CERT-SERIAL.txt the same increment-and-save
      * way UTIL issues student IDs, so each issued transcript can be
      * referenced later. Clubs, teams and societies close the
      * transcript, off ACTIVITY-MEMBERSHIP for a current student and
      * the ACTIVITY-HISTORY archive for a former one. A student who
      * sat the board's public examinations has the board's grades
      * printed beside the school's own, off the BOARD-RESULTS file
      * BOARD-RESULTS-IMPORT loads. Any subject mark in a term that
      * carries grace marks is listed under the term, flagged with
      * the board's marker, off MARKS-POSTED.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSCRIPT-PRINT.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CREG-FS.

      *    Each term is lettered off the scale in force on the date
      *    it was frozen, so a later change of boundaries never
      *    rewrites an old term's grade.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-GRD-FS.

               SELECT ACTIVITY-MEMBERSHIP
                   ASSIGN TO 'ACTIVITY-MEMBERSHIP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   ALTERNATE RECORD KEY IS AM-ACTIVITY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-MEMBER-FS.

               SELECT ACTIVITY-HISTORY ASSIGN TO 'ACTIVITY-HISTORY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AH-KEY
                   FILE STATUS IS WS-ACT-HIST-FS.

               SELECT ACTIVITY-MASTER ASSIGN TO 'ACTIVITY-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AC-ACTIVITY-CODE
                   FILE STATUS IS WS-ACTIVITY-FS.

               SELECT BOARD-RESULTS ASSIGN TO 'BOARD-RESULTS'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS BRS-KEY
                   FILE STATUS IS WS-BOARD-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT TRANSCRIPT ASSIGN TO 'TRANSCRIPT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
           FD CERT-REGISTER.
           COPY "certreg.cpy".

           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD ACTIVITY-MEMBERSHIP.
           COPY "actmemb.cpy".

           FD ACTIVITY-HISTORY.
           COPY "acthist.cpy".

           FD ACTIVITY-MASTER.
           COPY "actvmas.cpy".

           FD BOARD-RESULTS.
           COPY "brdres.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           FD TRANSCRIPT.
           01 TRANSCRIPT-LINE       PIC X(80).

           01 WS-OPERATOR-ID        PIC X(08).
           01 WS-PRIOR-ISSUE        PIC A(01).
           01 WS-RPT-FS             PIC X(02).
           01 WS-MEMBER-FS          PIC X(02).
           01 WS-ACT-HIST-FS        PIC X(02).
           01 WS-ACTIVITY-FS        PIC X(02).
           01 WS-BOARD-FS           PIC X(02).
           01 WS-BOARD-COUNT        PIC 9(03) VALUE ZERO.
      *    Whether the activity master opened - the status field
      *    changes on every keyed read, so it cannot double as the
      *    open flag.
           01 WS-ACTIVITY-OPEN      PIC A(01) VALUE 'N'.
           01 WS-ACTIVITY-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-POSTED-FS          PIC X(02).
           01 WS-POSTED-OPEN        PIC A(01) VALUE 'N'.
           01 WS-MARK-EOF           PIC A(01).
           01 WS-GRACE-COUNT        PIC 9(03) VALUE ZERO.
           01 WS-CLEARED-OK         PIC A(01) VALUE 'N'.
           01 WS-ENTRY-ID           PIC 9(05).
           01 WS-FOUND-WHERE        PIC A(01) VALUE 'N'.
           01 WS-PRINT-STATUS       PIC X(01).
           01 WS-STATUS-WORDS       PIC X(12).

           COPY "grdtbl.cpy".

           01 WS-TITLE-LINE.
               05 FILLER            PIC X(25) VALUE SPACES.
               05 FILLER            PIC X(20)
               05 FILLER PIC X(08) VALUE 'PCT'.
               05 FILLER PIC X(08) VALUE 'GPA'.
               05 FILLER PIC X(10) VALUE 'ATTEND'.
               05 FILLER PIC X(05) VALUE 'GRD'.
               05 FILLER PIC X(04) VALUE 'PTS'.

           01 WS-TERM-LINE.
               05 TL-TERM-CODE      PIC X(06).
               05 TL-GPA            PIC 9.99.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 TL-ATTEND         PIC ZZ9.99.
               05 FILLER            PIC X(04) VALUE SPACES.
               05 TL-GRADE          PIC X(02).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 TL-POINTS         PIC 9.99.

           01 WS-CUM-LINE.
               05 FILLER            PIC X(16)
               05 FILLER            PIC X(13) VALUE 'TERMS CITED: '.
               05 CU-TERMS          PIC ZZ9.

           01 WS-ACTIVITY-HEADING.
               05 FILLER PIC X(06) VALUE 'YEAR'.
               05 FILLER PIC X(08) VALUE 'CODE'.
               05 FILLER PIC X(27) VALUE 'ACTIVITY'.
               05 FILLER PIC X(09) VALUE 'ROLE'.

           01 WS-ACTIVITY-LINE.
               05 AL-YEAR           PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-ACTIVITY-CODE  PIC X(06).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-ACTIVITY-NAME  PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 AL-ROLE           PIC X(09).

           01 WS-BOARD-HEADING.
               05 FILLER PIC X(06) VALUE 'YEAR'.
               05 FILLER PIC X(06) VALUE 'SUBJ'.
               05 FILLER PIC X(15) VALUE 'SCHOOL TERM'.
               05 FILLER PIC X(03) VALUE 'PCT'.
               05 FILLER PIC X(13) VALUE ' GRD'.
               05 FILLER PIC X(07) VALUE 'BOARD'.
               05 FILLER PIC X(05) VALUE 'PCT'.
               05 FILLER PIC X(03) VALUE 'GRD'.

           01 WS-BOARD-LINE.
               05 BL-EXAM-YEAR      PIC 9(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 BL-SUBJECT-CODE   PIC X(04).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 BL-SCHOOL-TERM    PIC X(06).
               05 FILLER            PIC X(09) VALUE SPACES.
               05 BL-SCHOOL-PCT     PIC ZZ9.
               05 FILLER            PIC X(01) VALUE SPACE.
               05 BL-SCHOOL-GRADE   PIC X(02).
               05 FILLER            PIC X(11) VALUE SPACES.
               05 BL-BOARD-SUBJECT  PIC X(06).
               05 FILLER            PIC X(01) VALUE SPACE.
               05 BL-BOARD-MARK     PIC ZZ9.
               05 FILLER            PIC X(02) VALUE SPACES.
               05 BL-BOARD-GRADE    PIC X(02).

           01 WS-GRACE-LINE.
               05 FILLER            PIC X(08) VALUE SPACES.
               05 GL-SUBJECT-CODE   PIC X(04).
               05 FILLER            PIC X(07) VALUE '  MARK '.
               05 GL-MARK           PIC ZZ9.
               05 FILLER            PIC X(09) VALUE '*  GRACE '.
               05 GL-GRACE          PIC Z9.

           01 WS-ACHIEVEMENT-LINE.
               05 FILLER            PIC X(14) VALUE SPACES.
               05 AL-ACHIEVEMENT    PIC X(40).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "TRANSCRIPT-PRINT".
           END-IF.

           PERFORM NEXT-CERT-SERIAL.
           PERFORM LOAD-GRADE-SCALE.

           OPEN OUTPUT TRANSCRIPT.
           IF WS-RPT-FS NOT EQUAL '00'
           PERFORM PRINT-CERT-HEADER.
           PERFORM PRINT-TERM-LINES.
           PERFORM PRINT-CUMULATIVE.
           PERFORM PRINT-BOARD-RESULTS.
           PERFORM PRINT-ACTIVITIES.

           CLOSE TRANSCRIPT.
           PERFORM RECORD-ISSUANCE.
               DISPLAY "Error opening TERM-RESULTS. Status: "
                   WS-RESULTS-FS
           ELSE
               OPEN INPUT MARKS-POSTED
               IF WS-POSTED-FS EQUAL '00'
                   MOVE 'Y' TO WS-POSTED-OPEN
               END-IF
               MOVE WS-ENTRY-ID TO TR-STUDENT-ID
               MOVE LOW-VALUES  TO TR-TERM-CODE
               START TERM-RESULTS KEY NOT < TR-KEY
                   END-READ
               END-PERFORM
               CLOSE TERM-RESULTS
               IF WS-POSTED-OPEN = 'Y'
                   CLOSE MARKS-POSTED
               END-IF
           END-IF.

       PRINT-ONE-TERM.
           MOVE TR-PERCENTAGE     TO TL-PCT.
           MOVE TR-GPA            TO TL-GPA.
           MOVE TR-ATTENDANCE-PCT TO TL-ATTEND.
           MOVE TR-CLASS-YEAR     TO WS-GRD-LOOKUP-CLASS-YEAR.
           MOVE TR-PERCENTAGE     TO WS-GRD-LOOKUP-PCT.
           MOVE TR-FROZEN-DATE    TO WS-GRD-LOOKUP-DATE.
           PERFORM LOOKUP-GRADE.
           MOVE WS-GRD-LETTER     TO TL-GRADE.
           MOVE WS-GRD-POINTS     TO TL-POINTS.
           MOVE WS-TERM-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

           ADD 1 TO WS-TERM-COUNT.
           ADD TR-GPA TO WS-GPA-TOTAL.
           PERFORM PRINT-TERM-GRACE-LINES.

      * The term's graced subject marks, browsed off the student's
      * MARKS-POSTED slice. A missing marks file prints none.
       PRINT-TERM-GRACE-LINES.
           IF WS-POSTED-OPEN = 'Y'
               MOVE 'N' TO WS-MARK-EOF
               MOVE WS-ENTRY-ID TO MP-STUDENT-ID
               MOVE LOW-VALUES  TO MP-SUBJECT-CODE
               MOVE LOW-VALUES  TO MP-TERM-CODE
               START MARKS-POSTED KEY NOT < MP-KEY
                   INVALID KEY MOVE 'Y' TO WS-MARK-EOF
               END-START
               PERFORM UNTIL WS-MARK-EOF = 'Y'
                   READ MARKS-POSTED NEXT RECORD
                       AT END MOVE 'Y' TO WS-MARK-EOF
                       NOT AT END
                           IF MP-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-MARK-EOF
                           ELSE
                               IF MP-TERM-CODE = TR-TERM-CODE
                                   AND MP-GRACE-MARK > ZERO
                                   MOVE MP-SUBJECT-CODE
                                       TO GL-SUBJECT-CODE
                                   MOVE MP-MARK       TO GL-MARK
                                   MOVE MP-GRACE-MARK TO GL-GRACE
                                   MOVE WS-GRACE-LINE
                                       TO TRANSCRIPT-LINE
                                   WRITE TRANSCRIPT-LINE
                                   ADD 1 TO WS-GRACE-COUNT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PRINT-CUMULATIVE.
           IF WS-TERM-COUNT > ZERO
           MOVE WS-TERM-COUNT TO CU-TERMS.
           MOVE WS-CUM-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

           IF WS-GRACE-COUNT > ZERO
               MOVE '* INCLUDES GRACE MARKS UNDER COMMITTEE RULES'
                   TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

      * The board's published grades, each beside the school's final
      * internal mark for the subject as the import matched them. A
      * student with no board results - or no board file at all -
      * gets no board section.
       PRINT-BOARD-RESULTS.
           OPEN INPUT BOARD-RESULTS.
           IF WS-BOARD-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               MOVE WS-ENTRY-ID TO BRS-STUDENT-ID
               MOVE LOW-VALUES  TO BRS-BOARD-SUBJECT
               START BOARD-RESULTS KEY NOT < BRS-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ BOARD-RESULTS NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF BRS-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM PRINT-ONE-BOARD-RESULT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOARD-RESULTS
           END-IF.

       PRINT-ONE-BOARD-RESULT.
           IF WS-BOARD-COUNT = ZERO
               MOVE SPACES TO TRANSCRIPT-LINE
               MOVE 'BOARD EXAMINATION RESULTS:' TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               MOVE WS-BOARD-HEADING TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.
           ADD 1 TO WS-BOARD-COUNT.

           MOVE BRS-EXAM-YEAR     TO BL-EXAM-YEAR.
           MOVE BRS-SUBJECT-CODE  TO BL-SUBJECT-CODE.
           IF BRS-HAS-SCHOOL-MARK
               MOVE BRS-SCHOOL-TERM  TO BL-SCHOOL-TERM
               MOVE BRS-SCHOOL-PCT   TO BL-SCHOOL-PCT
               MOVE BRS-SCHOOL-GRADE TO BL-SCHOOL-GRADE
           ELSE
               MOVE 'NONE'   TO BL-SCHOOL-TERM
               MOVE ZERO     TO BL-SCHOOL-PCT
               MOVE SPACES   TO BL-SCHOOL-GRADE
           END-IF.
           MOVE BRS-BOARD-SUBJECT TO BL-BOARD-SUBJECT.
           MOVE BRS-BOARD-MARK    TO BL-BOARD-MARK.
           MOVE BRS-BOARD-GRADE   TO BL-BOARD-GRADE.
           MOVE WS-BOARD-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

      * Co-curricular record: the live register first, then the
      * archive - a readmitted student can have rows on both. A
      * missing file simply contributes nothing.
       PRINT-ACTIVITIES.
           MOVE SPACES TO TRANSCRIPT-LINE.
           MOVE 'CO-CURRICULAR ACTIVITIES:' TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE WS-ACTIVITY-HEADING TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.

           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTIVITY-FS EQUAL '00'
               MOVE 'Y' TO WS-ACTIVITY-OPEN
           END-IF.

           OPEN INPUT ACTIVITY-MEMBERSHIP.
           IF WS-MEMBER-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               MOVE WS-ENTRY-ID TO AM-STUDENT-ID
               MOVE ZERO        TO AM-YEAR
               MOVE LOW-VALUES  TO AM-ACTIVITY-CODE
               START ACTIVITY-MEMBERSHIP KEY NOT < AM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-MEMBERSHIP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AM-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE AM-YEAR          TO AL-YEAR
                               MOVE AM-ACTIVITY-CODE TO AL-ACTIVITY-CODE
                               MOVE AM-ROLE          TO AL-ROLE
                               MOVE AM-ACHIEVEMENT   TO AL-ACHIEVEMENT
                               PERFORM PRINT-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MEMBERSHIP
           END-IF.

           OPEN INPUT ACTIVITY-HISTORY.
           IF WS-ACT-HIST-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               MOVE WS-ENTRY-ID TO AH-STUDENT-ID
               MOVE ZERO        TO AH-YEAR
               MOVE LOW-VALUES  TO AH-ACTIVITY-CODE
               START ACTIVITY-HISTORY KEY NOT < AH-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-HISTORY NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AH-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               MOVE AH-YEAR          TO AL-YEAR
                               MOVE AH-ACTIVITY-CODE TO AL-ACTIVITY-CODE
                               MOVE AH-ROLE          TO AL-ROLE
                               MOVE AH-ACHIEVEMENT   TO AL-ACHIEVEMENT
                               PERFORM PRINT-ONE-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-HISTORY
           END-IF.

           IF WS-ACTIVITY-OPEN = 'Y'
               CLOSE ACTIVITY-MASTER
           END-IF.

           IF WS-ACTIVITY-COUNT = ZERO
               MOVE SPACES TO TRANSCRIPT-LINE
               MOVE '  (NONE RECORDED)' TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

      * AL-ROLE arrives holding the one-letter role code and leaves
      * holding the word; the achievement line follows when there
      * is one.
       PRINT-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY-COUNT.
           EVALUATE AL-ROLE
               WHEN 'C'   MOVE 'CAPTAIN'   TO AL-ROLE
               WHEN 'S'   MOVE 'SECRETARY' TO AL-ROLE
               WHEN OTHER MOVE 'MEMBER'    TO AL-ROLE
           END-EVALUATE.
           MOVE SPACES TO AL-ACTIVITY-NAME.
           IF WS-ACTIVITY-OPEN = 'Y'
               MOVE AL-ACTIVITY-CODE TO AC-ACTIVITY-CODE
               READ ACTIVITY-MASTER
                   KEY IS AC-ACTIVITY-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AC-ACTIVITY-NAME TO AL-ACTIVITY-NAME
               END-READ
           END-IF.
           MOVE WS-ACTIVITY-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           IF AL-ACHIEVEMENT NOT = SPACES
               MOVE WS-ACHIEVEMENT-LINE TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

       COPY "grdlkp.cpy".
