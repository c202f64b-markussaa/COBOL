      * Elective choices came in on paper slips and were allocated
      * by hand. ELECTIVE-PREFERENCE (elecpref.cpy) holds each
      * student's ranked choices instead, and this program is its
      * capture front-end, following CURRICULUM-MAINTENANCE's
      * ACCEPT-driven menu loop. Entering a student's choices
      * replaces whatever was on file for them; each choice must be
      * an elective on CURRICULUM-MAP for the student's class-year,
      * on the catalog, and not already among their choices.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ELECTIVE-PREFERENCE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ELECTIVE-PREFERENCE
                   ASSIGN TO 'ELECTIVE-PREFERENCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EP-KEY
                   FILE STATUS IS WS-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT CURRICULUM-MAP ASSIGN TO 'CURRICULUM-MAP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MAP-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ELECTIVE-PREFERENCE.
           COPY "elecpref.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD CURRICULUM-MAP.
           COPY "currmap.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-STUDENT-FS        PIC X(02).
           01 WS-MAP-FS            PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-ENTRY-STUDENT     PIC 9(05).
           01 WS-ENTRY-SUBJECT     PIC X(04).
           01 WS-SUBJECT-OK        PIC A(01).
           01 WS-STUDENT-OK        PIC A(01).
           01 WS-ENTRY-DONE        PIC A(01).
           01 WS-LIST-EOF          PIC A(01).
           01 WS-NEXT-RANK         PIC 9(01).
           01 WS-RANK-I            PIC 9(01).
           01 WS-DELETED-COUNT     PIC 9(01).
      *    Five ranked choices is as many as the old slip had room
      *    for.
           01 WS-ENTERED-TABLE.
               05 WS-ENTERED-SUBJECT PIC X(04) OCCURS 5 TIMES.
           COPY "fsmsg.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ELECTIVE-PREFERENCE-MAINTENANCE".

           OPEN I-O ELECTIVE-PREFERENCE.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT ELECTIVE-PREFERENCE
               CLOSE ELECTIVE-PREFERENCE
               OPEN I-O ELECTIVE-PREFERENCE
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
               CLOSE ELECTIVE-PREFERENCE
               STOP RUN
           END-IF.

           OPEN INPUT CURRICULUM-MAP.
           IF WS-MAP-FS NOT EQUAL '00'
               DISPLAY "Error opening CURRICULUM-MAP. Status: "
                   WS-MAP-FS
               CLOSE ELECTIVE-PREFERENCE
               CLOSE STUDENT
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 4
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ENTER-CHOICES
                   WHEN 2 PERFORM LIST-CHOICES
                   WHEN 3 PERFORM DELETE-CHOICES
                   WHEN 4 DISPLAY 'EXITING ELECTIVE PREFERENCES'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE ELECTIVE-PREFERENCE.
           CLOSE STUDENT.
           CLOSE CURRICULUM-MAP.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ENTER A STUDENT''S CHOICES'.
           DISPLAY '2. LIST A STUDENT''S CHOICES'.
           DISPLAY '3. DELETE A STUDENT''S CHOICES'.
           DISPLAY '4. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-STUDENT.
           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-STUDENT.

       ENTER-CHOICES.
           PERFORM ACCEPT-ENTRY-STUDENT.
           MOVE 'Y' TO WS-STUDENT-OK.
           MOVE WS-ENTRY-STUDENT TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'ENTER: Student Not Found'
                   MOVE 'N' TO WS-STUDENT-OK
           END-READ.
           IF WS-STUDENT-OK = 'Y' AND NOT STUDENT-ACTIVE
               DISPLAY 'ENTER: Student Not Active'
               MOVE 'N' TO WS-STUDENT-OK
           END-IF.

           IF WS-STUDENT-OK = 'Y'
               PERFORM CLEAR-STUDENT-CHOICES
               MOVE SPACES TO WS-ENTERED-TABLE
               MOVE 1 TO WS-NEXT-RANK
               MOVE 'N' TO WS-ENTRY-DONE
               DISPLAY 'CHOICES IN ORDER, BLANK TO FINISH'
               PERFORM UNTIL WS-ENTRY-DONE = 'Y'
                   DISPLAY 'CHOICE ' WS-NEXT-RANK ' SUBJECT CODE: '
                   ACCEPT WS-ENTRY-SUBJECT
                   IF WS-ENTRY-SUBJECT = SPACES
                       MOVE 'Y' TO WS-ENTRY-DONE
                   ELSE
                       PERFORM ADD-ONE-CHOICE
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM WS-NEXT-RANK
               DISPLAY 'ENTER: ' WS-NEXT-RANK ' Choices Recorded'
           END-IF.

       ADD-ONE-CHOICE.
           CALL 'UTIL-VALIDATE-SUBJECT' USING WS-ENTRY-SUBJECT,
                                               WS-SUBJECT-OK.
           IF WS-SUBJECT-OK NOT EQUAL 'Y'
               DISPLAY 'ENTER: SUBJECT NOT ON CATALOG '
                   WS-ENTRY-SUBJECT
           ELSE
               MOVE CLASS-YEAR       TO CM-CLASS-YEAR
               MOVE WS-ENTRY-SUBJECT TO CM-SUBJECT-CODE
               READ CURRICULUM-MAP
                   KEY IS CM-KEY
                   INVALID KEY MOVE 'C' TO CM-REQUIRED
               END-READ
               IF NOT CM-ELECTIVE
                   DISPLAY 'ENTER: NOT AN ELECTIVE FOR CLASS YEAR '
                       CLASS-YEAR
               ELSE
                   MOVE 'Y' TO WS-SUBJECT-OK
                   PERFORM VARYING WS-RANK-I FROM 1 BY 1
                       UNTIL WS-RANK-I >= WS-NEXT-RANK
                       IF WS-ENTERED-SUBJECT(WS-RANK-I)
                           = WS-ENTRY-SUBJECT
                           MOVE 'N' TO WS-SUBJECT-OK
                       END-IF
                   END-PERFORM
                   IF WS-SUBJECT-OK = 'N'
                       DISPLAY 'ENTER: ALREADY CHOSEN '
                           WS-ENTRY-SUBJECT
                   ELSE
                       PERFORM WRITE-ONE-CHOICE
                   END-IF
               END-IF
           END-IF.

       WRITE-ONE-CHOICE.
           MOVE WS-ENTRY-STUDENT TO EP-STUDENT-ID.
           MOVE WS-NEXT-RANK     TO EP-RANK.
           MOVE WS-ENTRY-SUBJECT TO EP-SUBJECT-CODE.
           MOVE SPACE            TO EP-RESULT.
           WRITE ELECTIVE-PREFERENCE-FILE
               INVALID KEY DISPLAY 'ENTER: Invalid Key'
               NOT INVALID KEY
                   MOVE WS-ENTRY-SUBJECT
                       TO WS-ENTERED-SUBJECT(WS-NEXT-RANK)
                   IF WS-NEXT-RANK = 5
                       MOVE 'Y' TO WS-ENTRY-DONE
                   END-IF
                   ADD 1 TO WS-NEXT-RANK
           END-WRITE.

      * Fresh choices replace the old ones outright, so a student
      * who drops a choice does not leave it lying at a higher rank.
       CLEAR-STUDENT-CHOICES.
           MOVE ZERO TO WS-DELETED-COUNT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-ENTRY-STUDENT TO EP-STUDENT-ID.
           MOVE ZERO             TO EP-RANK.
           START ELECTIVE-PREFERENCE KEY NOT < EP-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ELECTIVE-PREFERENCE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EP-STUDENT-ID NOT EQUAL WS-ENTRY-STUDENT
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DELETE ELECTIVE-PREFERENCE RECORD
                               INVALID KEY
                                   DISPLAY 'DELETE: Invalid Key'
                               NOT INVALID KEY
                                   ADD 1 TO WS-DELETED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM.

       LIST-CHOICES.
           PERFORM ACCEPT-ENTRY-STUDENT.
           MOVE 'N' TO WS-LIST-EOF.
           MOVE WS-ENTRY-STUDENT TO EP-STUDENT-ID.
           MOVE ZERO             TO EP-RANK.
           START ELECTIVE-PREFERENCE KEY NOT < EP-KEY
               INVALID KEY MOVE 'Y' TO WS-LIST-EOF
           END-START.
           PERFORM UNTIL WS-LIST-EOF = 'Y'
               READ ELECTIVE-PREFERENCE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF EP-STUDENT-ID NOT EQUAL WS-ENTRY-STUDENT
                           MOVE 'Y' TO WS-LIST-EOF
                       ELSE
                           DISPLAY EP-RANK ' ' EP-SUBJECT-CODE ' '
                               EP-RESULT
                       END-IF
               END-READ
           END-PERFORM.

       DELETE-CHOICES.
           PERFORM ACCEPT-ENTRY-STUDENT.
           PERFORM CLEAR-STUDENT-CHOICES.
           DISPLAY 'DELETE: ' WS-DELETED-COUNT ' Choices Deleted'.

       COPY "fsxlate.cpy".
