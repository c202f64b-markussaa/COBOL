      * The comparable fields are the display and unpacked numeric
      * fields of the master; an unknown field name fails the run
      * loudly rather than silently matching nothing.
      *
      * The run is signed on against OPERATOR-MASTER. Street, city,
      * ZIP and date of birth go out in full only where the
      * operator's clearance reaches the field's sensitivity
      * (maskflds.cpy) and as stars otherwise, with each unmasked
      * student logged to STUDENT-AUDIT as a VIEW; a criterion on
      * CITY or ZIP from an operator not cleared for the address
      * fails the run, since the selection itself would tell them.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-SELECT-UTILITY.
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT SELECT-REPORT ASSIGN TO 'SELECT-REPORT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
           FD STUDENT.
           COPY "studmas.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD SELECT-REPORT.
           01 SELECT-REPORT-LINE    PIC X(90).

           01 WS-FS                 PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EXT-FS             PIC X(02).
           01 WS-OPER-FS            PIC X(02).
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-SIGNON-ID          PIC X(08).
           01 WS-SIGNON-PASSWORD    PIC X(08).
           01 WS-SIGNED-ON          PIC A(01) VALUE 'N'.
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-OUTPUT-MODE        PIC X(01).
           01 WS-MATCH              PIC A(01).
           01 WS-DISPLAY-CLASS      PIC 9(02).
           01 WS-DISPLAY-DOB        PIC 9(08).

      *    The sensitive fields as they go out - the value or stars.
           01 WS-SHOW-DOB           PIC X(08).
           01 WS-SHOW-STREET        PIC X(20).
           01 WS-SHOW-CITY          PIC X(15).
           01 WS-SHOW-ZIP           PIC X(05).
           COPY "audflds.cpy".
           COPY "parmtbl.cpy".
           COPY "maskflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "STUDENT-SELECT-UTILITY".
           MOVE 'STUDSEL' TO AUDIT-PROGRAM-ID.
           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-MASK-LEVELS.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - SELECTION NOT AVAILABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'OUTPUT AS REPORT OR EXTRACT (R/E): '.
           ACCEPT WS-OUTPUT-MODE.
           IF WS-OUTPUT-MODE = 'E'
               MOVE 'SELECT EXTRACT' TO WS-MASK-CONTEXT
           ELSE
               MOVE 'SELECT REPORT' TO WS-MASK-CONTEXT
           END-IF.

           PERFORM LOAD-CRITERIA.
           IF WS-CRIT-COUNT = ZERO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-CRITERIA-CLEARANCE.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               STOP RUN
           END-IF.

           OPEN EXTEND STUDENT-AUDIT.
           IF WS-AUDIT-FS EQUAL '35'
               OPEN OUTPUT STUDENT-AUDIT
           END-IF.

           IF WS-OUTPUT-MODE = 'E'
               OPEN OUTPUT SELECT-EXTRACT
               PERFORM WRITE-HEADER-ROW
           END-PERFORM.

           CLOSE STUDENT.
           CLOSE STUDENT-AUDIT.
           IF WS-OUTPUT-MODE = 'E'
               CLOSE SELECT-EXTRACT
           ELSE
           DISPLAY 'STUDENTS SELECTED: ' WS-MATCH-COUNT.
       STOP RUN.

      * Sign-on as OPERATOR-MENU does it; only the clearance is
      * taken, since the utility changes nothing.
       SIGN-ON.
           OPEN INPUT OPERATOR-MAST.
           IF WS-OPER-FS NOT EQUAL '00'
               DISPLAY 'OPERATOR-MASTER NOT AVAILABLE. STATUS: '
                   WS-OPER-FS
           ELSE
               DISPLAY 'ENTER OPERATOR ID: '
               ACCEPT WS-SIGNON-ID
               DISPLAY 'ENTER PASSWORD: '
               ACCEPT WS-SIGNON-PASSWORD

               MOVE WS-SIGNON-ID TO OP-OPERATOR-ID
               READ OPERATOR-MAST
                   KEY IS OP-OPERATOR-ID
                   INVALID KEY DISPLAY 'OPERATOR NOT ON FILE'
                   NOT INVALID KEY
                       IF OP-PASSWORD = WS-SIGNON-PASSWORD
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE WS-SIGNON-ID TO AUDIT-OPERATOR-ID
                           IF OP-CLEARANCE IS NUMERIC
                               MOVE OP-CLEARANCE TO WS-MASK-CLEARANCE
                           END-IF
                           DISPLAY 'SIGNED ON, CLEARANCE '
                               WS-MASK-CLEARANCE
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
               END-READ
               CLOSE OPERATOR-MAST
           END-IF.

      * Selecting on an address field answers "who lives there"
      * even with the column starred out, so it needs the address
      * clearance itself.
       CHECK-CRITERIA-CLEARANCE.
           SET WS-MASK-ADDRESS TO TRUE.
           PERFORM FIND-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'N'
               PERFORM VARYING WS-CRIT-I FROM 1 BY 1
                   UNTIL WS-CRIT-I > WS-CRIT-COUNT
                   IF WS-CRIT-FIELD(WS-CRIT-I) = 'ZIP'
                       OR WS-CRIT-FIELD(WS-CRIT-I) = 'CITY'
                       DISPLAY 'NOT CLEARED TO SELECT ON '
                           WS-CRIT-FIELD(WS-CRIT-I)
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-CRITERIA.
           OPEN INPUT SELECT-CRITERIA.
           IF WS-CRIT-FS NOT EQUAL '00'

           IF WS-MATCH = 'Y'
               ADD 1 TO WS-MATCH-COUNT
               PERFORM MASK-SELECTED-FIELDS
               IF WS-OUTPUT-MODE = 'E'
                   PERFORM WRITE-EXTRACT-ROW
               ELSE
                   STOP RUN
           END-EVALUATE.

      * The selected student's sensitive fields, as this operator
      * may see them.
       MASK-SELECTED-FIELDS.
           MOVE STUDENT-ID TO AUDIT-STUDENT-ID.
           PERFORM RESET-MASK-LOG.
           SET WS-MASK-ADDRESS TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               MOVE STREET TO WS-SHOW-STREET
               MOVE CITY   TO WS-SHOW-CITY
               MOVE ZIP    TO WS-SHOW-ZIP
           ELSE
               MOVE WS-MASK-STARS TO WS-SHOW-STREET
               MOVE WS-MASK-STARS TO WS-SHOW-CITY
               MOVE WS-MASK-STARS TO WS-SHOW-ZIP
           END-IF.
      *    The report line carries no birth date, so only the
      *    extract judges (and logs) it.
           IF WS-OUTPUT-MODE = 'E'
               SET WS-MASK-DOB TO TRUE
               PERFORM CHECK-FIELD-CLEARANCE
               IF WS-MASK-SHOW = 'Y'
                   MOVE DOB-NUM TO WS-DISPLAY-DOB
                   MOVE WS-DISPLAY-DOB TO WS-SHOW-DOB
               ELSE
                   MOVE WS-MASK-STARS TO WS-SHOW-DOB
               END-IF
           END-IF.

       WRITE-REPORT-LINE.
           MOVE PERCENTAGE     TO WS-DISPLAY-PCT.
           MOVE ATTENDANCE-PCT TO WS-DISPLAY-ATTEND.
               ' CLASS ' CLASS-YEAR SECTION-CODE
               ' PCT=' WS-DISPLAY-PCT
               ' ATTEND=' WS-DISPLAY-ATTEND
               ' ' WS-SHOW-CITY ' ' WS-SHOW-ZIP
               DELIMITED BY SIZE INTO SELECT-REPORT-LINE.
           WRITE SELECT-REPORT-LINE.

           MOVE ATTENDANCE-PCT TO WS-DISPLAY-ATTEND.
           MOVE CLASS-RANK     TO WS-DISPLAY-RANK.
           MOVE CLASS-YEAR     TO WS-DISPLAY-CLASS.

           MOVE SPACES TO SELECT-EXTRACT-LINE.
           STRING STUDENT-ID ','
               WS-DISPLAY-MARKS ','
               WS-DISPLAY-TOTAL ','
               WS-DISPLAY-PCT ','
               WS-SHOW-DOB ','
               FUNCTION TRIM(FIRSTNAME) ','
               FUNCTION TRIM(SECONDNAME) ','
               FUNCTION TRIM(WS-SHOW-STREET) ','
               FUNCTION TRIM(WS-SHOW-CITY) ','
               FUNCTION TRIM(WS-SHOW-ZIP) ','
               ABSENCES ','
               WS-DISPLAY-GPA ','
               WS-DISPLAY-ATTEND ','
               WS-DISPLAY-CLASS ','
               CAMPUS-CODE
               DELIMITED BY SIZE INTO SELECT-EXTRACT-LINE.
           WRITE SELECT-EXTRACT-LINE.

       COPY "parmrd.cpy".
       COPY "audwrt.cpy".
       COPY "maskrule.cpy".
