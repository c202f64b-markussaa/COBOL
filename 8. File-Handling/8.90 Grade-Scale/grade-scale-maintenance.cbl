      * The letter-grade boundaries used to be compiled into every
      * grading program as 90/75/40, so each program drifted into its
      * own idea of an A. They now live on the indexed GRADE-SCALE
      * file (grdscl.cpy) and this is its maintenance front-end, on
      * SUBJECT-MAINTENANCE's menu loop and satellite-audit pattern.
      * A scale is every band for one class-year and one effective
      * date. A scale that has come into force is history - terms
      * already frozen under it print under it - so its bands can no
      * longer be changed or deleted; the board's new boundaries go
      * in as a new dated scale instead, most easily by copying the
      * current one forward and amending the copy.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. GRADE-SCALE-MAINTENANCE.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT GRADE-SCALE ASSIGN TO 'GRADE-SCALE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GS-KEY
                   FILE STATUS IS WS-FS.

      *    A moved boundary changes every letter printed after it,
      *    so each add/change/delete leaves a before/after record on
      *    the satellite audit trail.
               SELECT SATELLITE-AUDIT
                   ASSIGN TO 'SATELLITE-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SATAUD-FS.

       DATA DIVISION.
           FILE SECTION.
           FD GRADE-SCALE.
           COPY "grdscl.cpy".

           FD SATELLITE-AUDIT.
           COPY "sataud.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                PIC X(02).
           01 WS-CHOICE            PIC 9(01).
           01 WS-EOF               PIC A(01).
           01 WS-TODAY             PIC 9(08).
           01 WS-ENTRY-CLASS-YEAR  PIC 9(02).
           01 WS-ENTRY-DATE        PIC 9(08).
           01 WS-ENTRY-LOWER       PIC 9(03).
           01 WS-ENTRY-LETTER      PIC X(02).
           01 WS-ENTRY-POINTS      PIC 9V99.
           01 WS-TARGET-CLASS-YEAR PIC 9(02).
           01 WS-TARGET-DATE       PIC 9(08).
           01 WS-BAND-COUNT        PIC 9(03).
           01 WS-IMAGE-LOWER       PIC 9(03).
           01 WS-IMAGE-POINTS      PIC 9.99.

      *    A scale being copied is held here first, so the new bands
      *    are written after the browse of the old ones has finished.
           01 WS-COPY-TABLE.
               05 WS-COPY-ROW OCCURS 20 TIMES.
                   10 WS-COPY-LOWER    PIC 9(03).
                   10 WS-COPY-LETTER   PIC X(02).
                   10 WS-COPY-POINTS   PIC 9V99.
           01 WS-COPY-COUNT        PIC 9(03).
           01 WS-COPY-I            PIC 9(03).
           COPY "fsmsg.cpy".
           COPY "sataudfl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "GRADE-SCALE-MAINTENANCE".
           MOVE 'GRDSMNT' TO SAUD-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

      *    The satellite audit trail is append-only; the operator's
      *    initials ride on every record so the trail says who, not
      *    just what.
           DISPLAY 'ENTER OPERATOR ID: '.
           ACCEPT SAUD-OPERATOR-ID.
           OPEN EXTEND SATELLITE-AUDIT.
           IF WS-SATAUD-FS EQUAL '35'
               OPEN OUTPUT SATELLITE-AUDIT
           END-IF.
           IF WS-SATAUD-FS NOT EQUAL '00'
               DISPLAY 'SATELLITE AUDIT NOT AVAILABLE. STATUS: '
                   WS-SATAUD-FS
               DISPLAY 'MAINTENANCE REFUSED - CHANGES WOULD BE '
                   'UNTRACEABLE'
               STOP RUN
           END-IF.

      *    OPEN I-O fails with status '35' the very first time the
      *    scale file is used, so seed an empty file with OPEN OUTPUT
      *    and carry on.
           OPEN I-O GRADE-SCALE.
           IF WS-FS EQUAL '35'
               OPEN OUTPUT GRADE-SCALE
               CLOSE GRADE-SCALE
               OPEN I-O GRADE-SCALE
           END-IF.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in opening file: " WS-FS-MESSAGE
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 6
               PERFORM DISPLAY-MENU
               ACCEPT WS-CHOICE
               EVALUATE WS-CHOICE
                   WHEN 1 PERFORM ADD-BAND
                   WHEN 2 PERFORM CHANGE-BAND
                   WHEN 3 PERFORM DELETE-BAND
                   WHEN 4 PERFORM INQUIRE-SCALE
                   WHEN 5 PERFORM COPY-SCALE
                   WHEN 6 DISPLAY 'EXITING GRADE SCALE MAINTENANCE'
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.

           CLOSE GRADE-SCALE.
           CLOSE SATELLITE-AUDIT.
       STOP RUN.

       DISPLAY-MENU.
           DISPLAY '1. ADD GRADE BAND'.
           DISPLAY '2. CHANGE GRADE BAND'.
           DISPLAY '3. DELETE GRADE BAND'.
           DISPLAY '4. INQUIRE GRADE SCALE'.
           DISPLAY '5. COPY SCALE TO NEW DATE'.
           DISPLAY '6. EXIT'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-SCALE-KEY.
           DISPLAY 'ENTER CLASS-YEAR (00 = SCHOOL-WIDE): '.
           ACCEPT WS-ENTRY-CLASS-YEAR.
           DISPLAY 'ENTER EFFECTIVE DATE (YYYYMMDD): '.
           ACCEPT WS-ENTRY-DATE.

       ACCEPT-BAND-KEY.
           PERFORM ACCEPT-SCALE-KEY.
           DISPLAY 'ENTER LOWER BOUND PERCENTAGE: '.
           ACCEPT WS-ENTRY-LOWER.

       ACCEPT-BAND-DETAILS.
           DISPLAY 'ENTER LETTER GRADE: '.
           ACCEPT WS-ENTRY-LETTER.
           DISPLAY 'ENTER GRADE POINTS (9.99): '.
           ACCEPT WS-ENTRY-POINTS.

       ADD-BAND.
           PERFORM ACCEPT-BAND-KEY.
           IF WS-ENTRY-LOWER > 100
               DISPLAY 'ADD: Lower bound over 100 refused'
           ELSE
               PERFORM ACCEPT-BAND-DETAILS
               MOVE WS-ENTRY-CLASS-YEAR TO GS-CLASS-YEAR
               MOVE WS-ENTRY-DATE       TO GS-EFFECTIVE-DATE
               MOVE WS-ENTRY-LOWER      TO GS-LOWER-BOUND
               MOVE WS-ENTRY-LETTER     TO GS-LETTER
               MOVE WS-ENTRY-POINTS     TO GS-GRADE-POINTS
               WRITE GRADE-SCALE-FILE
                   INVALID KEY DISPLAY 'ADD: Invalid Key'
                   NOT INVALID KEY
                       DISPLAY 'ADD: Grade Band Inserted'
                       MOVE 'ADD' TO SAUD-ACTION
                       MOVE SPACES TO SAUD-OLD-IMAGE
                       PERFORM NOTE-GRADE-AUDIT
               END-WRITE
           END-IF.

      * Only a scale not yet in force can be amended in place; once
      * its date has arrived, terms may already be frozen under it.
       CHANGE-BAND.
           PERFORM ACCEPT-BAND-KEY.
           MOVE WS-ENTRY-CLASS-YEAR TO GS-CLASS-YEAR.
           MOVE WS-ENTRY-DATE       TO GS-EFFECTIVE-DATE.
           MOVE WS-ENTRY-LOWER      TO GS-LOWER-BOUND.
           READ GRADE-SCALE
               KEY IS GS-KEY
               INVALID KEY DISPLAY 'CHANGE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF GS-EFFECTIVE-DATE NOT > WS-TODAY
                   DISPLAY 'CHANGE: Scale already in force - add a '
                       'new dated scale instead'
               ELSE
                   PERFORM BUILD-OLD-IMAGE
                   PERFORM ACCEPT-BAND-DETAILS
                   MOVE WS-ENTRY-LETTER TO GS-LETTER
                   MOVE WS-ENTRY-POINTS TO GS-GRADE-POINTS
                   REWRITE GRADE-SCALE-FILE
                       INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'CHANGE: Grade Band Updated'
                           MOVE 'CHANGE' TO SAUD-ACTION
                           PERFORM NOTE-GRADE-AUDIT
                   END-REWRITE
               END-IF
           END-IF.

       DELETE-BAND.
           PERFORM ACCEPT-BAND-KEY.
           MOVE WS-ENTRY-CLASS-YEAR TO GS-CLASS-YEAR.
           MOVE WS-ENTRY-DATE       TO GS-EFFECTIVE-DATE.
           MOVE WS-ENTRY-LOWER      TO GS-LOWER-BOUND.
           READ GRADE-SCALE
               KEY IS GS-KEY
               INVALID KEY DISPLAY 'DELETE: Key Not Found'
           END-READ.
           IF WS-FS EQUAL '00'
               IF GS-EFFECTIVE-DATE NOT > WS-TODAY
                   DISPLAY 'DELETE: Scale already in force - '
                       'band kept for history'
               ELSE
                   PERFORM BUILD-OLD-IMAGE
                   DELETE GRADE-SCALE
                       INVALID KEY DISPLAY 'DELETE: Invalid Key'
                       NOT INVALID KEY
                           DISPLAY 'DELETE: Grade Band Removed'
                           MOVE 'DELETE' TO SAUD-ACTION
                           PERFORM NOTE-GRADE-AUDIT
                   END-DELETE
               END-IF
           END-IF.

      * START on the lowest band of the requested scale and browse
      * forward until the class-year or date changes.
       INQUIRE-SCALE.
           PERFORM ACCEPT-SCALE-KEY.
           MOVE WS-ENTRY-CLASS-YEAR TO GS-CLASS-YEAR.
           MOVE WS-ENTRY-DATE       TO GS-EFFECTIVE-DATE.
           MOVE ZERO                TO GS-LOWER-BOUND.
           MOVE ZERO TO WS-BAND-COUNT.
           MOVE 'N' TO WS-EOF.
           START GRADE-SCALE KEY NOT < GS-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCALE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GS-CLASS-YEAR NOT EQUAL WS-ENTRY-CLASS-YEAR
                           OR GS-EFFECTIVE-DATE
                               NOT EQUAL WS-ENTRY-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-BAND-COUNT
                           MOVE GS-GRADE-POINTS TO WS-IMAGE-POINTS
                           DISPLAY 'INQUIRE: FROM ' GS-LOWER-BOUND
                               '% LETTER=' GS-LETTER
                               ' POINTS=' WS-IMAGE-POINTS
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BAND-COUNT = ZERO
               DISPLAY 'INQUIRE: No bands for that scale'
           END-IF.

      * The usual way a board change goes in: the scale in force is
      * copied to the new effective date (or to another class-year)
      * and the copy amended band by band before that date arrives.
       COPY-SCALE.
           DISPLAY 'COPY FROM -'.
           PERFORM ACCEPT-SCALE-KEY.
           DISPLAY 'ENTER TARGET CLASS-YEAR: '.
           ACCEPT WS-TARGET-CLASS-YEAR.
           DISPLAY 'ENTER TARGET EFFECTIVE DATE (YYYYMMDD): '.
           ACCEPT WS-TARGET-DATE.
           IF WS-TARGET-DATE NOT > WS-TODAY
               DISPLAY 'COPY: Target date must be after today'
           ELSE
               PERFORM LOAD-COPY-TABLE
               IF WS-COPY-COUNT = ZERO
                   DISPLAY 'COPY: No bands for that scale'
               ELSE
                   PERFORM VARYING WS-COPY-I FROM 1 BY 1
                       UNTIL WS-COPY-I > WS-COPY-COUNT
                       PERFORM WRITE-COPIED-BAND
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-COPY-TABLE.
           MOVE WS-ENTRY-CLASS-YEAR TO GS-CLASS-YEAR.
           MOVE WS-ENTRY-DATE       TO GS-EFFECTIVE-DATE.
           MOVE ZERO                TO GS-LOWER-BOUND.
           MOVE ZERO TO WS-COPY-COUNT.
           MOVE 'N' TO WS-EOF.
           START GRADE-SCALE KEY NOT < GS-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ GRADE-SCALE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF GS-CLASS-YEAR NOT EQUAL WS-ENTRY-CLASS-YEAR
                           OR GS-EFFECTIVE-DATE
                               NOT EQUAL WS-ENTRY-DATE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-COPY-COUNT >= 20
                               DISPLAY 'COPY: Over 20 bands - band '
                                   GS-LOWER-BOUND ' not copied'
                           ELSE
                               ADD 1 TO WS-COPY-COUNT
                               MOVE GS-LOWER-BOUND
                                   TO WS-COPY-LOWER(WS-COPY-COUNT)
                               MOVE GS-LETTER
                                   TO WS-COPY-LETTER(WS-COPY-COUNT)
                               MOVE GS-GRADE-POINTS
                                   TO WS-COPY-POINTS(WS-COPY-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-COPIED-BAND.
           MOVE WS-TARGET-CLASS-YEAR       TO GS-CLASS-YEAR.
           MOVE WS-TARGET-DATE             TO GS-EFFECTIVE-DATE.
           MOVE WS-COPY-LOWER(WS-COPY-I)   TO GS-LOWER-BOUND.
           MOVE WS-COPY-LETTER(WS-COPY-I)  TO GS-LETTER.
           MOVE WS-COPY-POINTS(WS-COPY-I)  TO GS-GRADE-POINTS.
           WRITE GRADE-SCALE-FILE
               INVALID KEY
                   DISPLAY 'COPY: Band already on file ' GS-KEY
               NOT INVALID KEY
                   MOVE 'ADD' TO SAUD-ACTION
                   MOVE SPACES TO SAUD-OLD-IMAGE
                   PERFORM NOTE-GRADE-AUDIT
           END-WRITE.
           IF WS-COPY-I = WS-COPY-COUNT
               DISPLAY 'COPY: Scale copied to ' WS-TARGET-CLASS-YEAR
                   ' ' WS-TARGET-DATE
           END-IF.

      * The images carry the band as an auditor reads it: from what
      * percentage, which letter, how many grade points.
       BUILD-OLD-IMAGE.
           MOVE GS-LOWER-BOUND  TO WS-IMAGE-LOWER.
           MOVE GS-GRADE-POINTS TO WS-IMAGE-POINTS.
           MOVE SPACES TO SAUD-OLD-IMAGE.
           STRING 'FROM=' WS-IMAGE-LOWER
               ' LETTER=' GS-LETTER
               ' PTS=' WS-IMAGE-POINTS
               DELIMITED BY SIZE
               INTO SAUD-OLD-IMAGE
           END-STRING.

       NOTE-GRADE-AUDIT.
           MOVE 'GRADE-SCALE' TO SAUD-FILE-NAME.
           MOVE GS-KEY        TO SAUD-RECORD-KEY.
           MOVE SPACES TO SAUD-NEW-IMAGE.
           IF SAUD-ACTION NOT EQUAL 'DELETE'
               MOVE GS-LOWER-BOUND  TO WS-IMAGE-LOWER
               MOVE GS-GRADE-POINTS TO WS-IMAGE-POINTS
               STRING 'FROM=' WS-IMAGE-LOWER
                   ' LETTER=' GS-LETTER
                   ' PTS=' WS-IMAGE-POINTS
                   DELIMITED BY SIZE
                   INTO SAUD-NEW-IMAGE
               END-STRING
           END-IF.
           PERFORM APPEND-SATELLITE-AUDIT.

       COPY "fsxlate.cpy".

       COPY "sataudwt.cpy".
