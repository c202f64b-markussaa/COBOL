      * Arrangements that will not cover the next sitting. The next
      * sitting is the earliest exam date on EXAM-SCHEDULE that is
      * today or later; every ACCESS-ARRANGEMENT whose expiry falls
      * before that date is listed with the student's name and
      * class, so the exams officer can get it renewed before the
      * seating is run. Those already expired are flagged. With no
      * exam scheduled ahead, only the already-expired ones are
      * listed. Return code 4 tells the scheduler something is on
      * the list.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACCESS-ARRANGEMENT-EXPIRY.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCESS-ARRANGEMENT
                   ASSIGN TO 'ACCESS-ARRANGEMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AA-STUDENT-ID
                   FILE STATUS IS WS-ACCESS-FS.

               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-STUDENT-FS.

               SELECT EXPIRY-REPORT ASSIGN TO 'ACCESS-EXPIRY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCESS-ARRANGEMENT.
           COPY "accarr.cpy".

           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD EXPIRY-REPORT.
           01 EXPIRY-LINE           PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-ACCESS-FS          PIC X(02).
           01 WS-SCHED-FS           PIC X(02).
           01 WS-STUDENT-FS         PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-NEXT-SITTING       PIC 9(08) VALUE ZERO.
           01 WS-CUTOFF-DATE        PIC 9(08).
           01 WS-LISTED-COUNT       PIC 9(04) VALUE ZERO.
           01 WS-EXPIRED-COUNT      PIC 9(04) VALUE ZERO.

           01 WS-HEADING-1.
               05 FILLER PIC X(33)
                   VALUE 'ACCESS ARRANGEMENTS EXPIRING  -  '.
               05 FILLER PIC X(14) VALUE 'NEXT SITTING: '.
               05 H1-NEXT-SITTING   PIC X(08).
               05 FILLER PIC X(08) VALUE '  TODAY '.
               05 H1-TODAY          PIC 9(08).

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(07) VALUE 'CLASS'.
               05 FILLER PIC X(16) VALUE 'ARRANGEMENT'.
               05 FILLER PIC X(07) VALUE 'EXTRA'.
               05 FILLER PIC X(10) VALUE 'EXPIRES'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-CLASS-YEAR     PIC 9(02).
               05 FILLER            PIC X(01) VALUE '/'.
               05 DL-SECTION        PIC X(01).
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-TYPE           PIC X(14).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-EXTRA-PCT      PIC ZZ9.
               05 FILLER            PIC X(01) VALUE '%'.
               05 FILLER            PIC X(03) VALUE SPACES.
               05 DL-EXPIRY-DATE    PIC 9(08).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-FLAG           PIC X(07).

           01 WS-TOTAL-LINE.
               05 FILLER            PIC X(08) VALUE 'LISTED: '.
               05 TL-LISTED         PIC ZZZ9.
               05 FILLER            PIC X(20)
                   VALUE '   ALREADY EXPIRED: '.
               05 TL-EXPIRED        PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ACCESS-ARRANGEMENT-EXPIRY".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM FIND-NEXT-SITTING.
           IF WS-NEXT-SITTING = ZERO
               MOVE WS-TODAY TO WS-CUTOFF-DATE
           ELSE
               MOVE WS-NEXT-SITTING TO WS-CUTOFF-DATE
           END-IF.

           OPEN INPUT ACCESS-ARRANGEMENT.
           IF WS-ACCESS-FS NOT EQUAL '00'
               DISPLAY "Error opening ACCESS-ARRANGEMENT. Status: "
                   WS-ACCESS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STUDENT-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: "
                   WS-STUDENT-FS
               CLOSE ACCESS-ARRANGEMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT.
           IF WS-RPT-FS NOT EQUAL '00'
               DISPLAY "Error opening ACCESS-EXPIRY. Status: "
                   WS-RPT-FS
               CLOSE ACCESS-ARRANGEMENT
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-NEXT-SITTING = ZERO
               MOVE 'NONE' TO H1-NEXT-SITTING
           ELSE
               MOVE WS-NEXT-SITTING TO H1-NEXT-SITTING
           END-IF.
           MOVE WS-TODAY TO H1-TODAY.
           MOVE WS-HEADING-1 TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
           MOVE WS-HEADING-2 TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ ACCESS-ARRANGEMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AA-EXPIRY-DATE < WS-CUTOFF-DATE
                           PERFORM PRINT-ONE-ARRANGEMENT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE WS-LISTED-COUNT  TO TL-LISTED.
           MOVE WS-EXPIRED-COUNT TO TL-EXPIRED.
           MOVE WS-TOTAL-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.

           CLOSE ACCESS-ARRANGEMENT.
           CLOSE STUDENT.
           CLOSE EXPIRY-REPORT.

           DISPLAY 'ARRANGEMENTS LISTED: ' WS-LISTED-COUNT.
           IF WS-LISTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * EXAM-SCHEDULE is keyed on exam code, not date, so the whole
      * file is read for the earliest date still to come. A missing
      * schedule just means there is no sitting to measure against.
       FIND-NEXT-SITTING.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS EQUAL '00'
               PERFORM UNTIL WS-EOF = 'Y'
                   READ EXAM-SCHEDULE NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF ES-EXAM-DATE NOT < WS-TODAY
                               AND (WS-NEXT-SITTING = ZERO
                               OR ES-EXAM-DATE < WS-NEXT-SITTING)
                               MOVE ES-EXAM-DATE TO WS-NEXT-SITTING
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXAM-SCHEDULE
           END-IF.
           MOVE 'N' TO WS-EOF.

       PRINT-ONE-ARRANGEMENT.
           ADD 1 TO WS-LISTED-COUNT.
           MOVE AA-STUDENT-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   MOVE 'NOT ON STUDENT MASTER' TO DL-NAME
                   MOVE ZERO   TO DL-CLASS-YEAR
                   MOVE SPACES TO DL-SECTION
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO DL-NAME
                   MOVE CLASS-YEAR   TO DL-CLASS-YEAR
                   MOVE SECTION-CODE TO DL-SECTION
           END-READ.
           MOVE AA-STUDENT-ID TO DL-STUDENT-ID.
           EVALUATE TRUE
               WHEN AA-EXTRA-TIME    MOVE 'EXTRA TIME'    TO DL-TYPE
               WHEN AA-READER        MOVE 'READER'        TO DL-TYPE
               WHEN AA-SEPARATE-ROOM MOVE 'SEPARATE ROOM' TO DL-TYPE
               WHEN OTHER            MOVE SPACES          TO DL-TYPE
           END-EVALUATE.
           MOVE AA-EXTRA-TIME-PCT TO DL-EXTRA-PCT.
           MOVE AA-EXPIRY-DATE    TO DL-EXPIRY-DATE.
           IF AA-EXPIRY-DATE < WS-TODAY
               MOVE 'EXPIRED' TO DL-FLAG
               ADD 1 TO WS-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO DL-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO EXPIRY-LINE.
           WRITE EXPIRY-LINE.
