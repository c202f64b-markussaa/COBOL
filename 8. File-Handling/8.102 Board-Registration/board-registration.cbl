      * The final-year candidates used to be typed into the education
      * board's registration file off the class lists. This batch
      * builds the file instead. It walks STUDENT-MASTER for every
      * active student in the board's class year (BOARD-CLASS-YEAR
      * on the parm card, 12 when absent), takes their enrolled
      * subjects off ENROLLMENT and maps each SUBJECT-MASTER code to
      * the board's own subject code through the BOARD-SUBJECT-MAP
      * crosswalk. The name and DOB are checked against the board's
      * rules - surname and given name both present, letters,
      * spaces, hyphens and apostrophes only, no doubled spaces; a
      * real date of birth, and an age on the board's cut-off day
      * inside its range - and a student whose result is withheld
      * for fee arrears is not cleared to sit.
      *
      * A candidate who passes everything goes on the board's
      * fixed-format candidate file between a header carrying the
      * school's board centre code and a trailer carrying the count.
      * The first time a candidate is registered for the year the
      * board's registration fee (BOARD-FEE-CODE, priced on
      * FEE-SCHEDULE) is raised on RECEIVABLE as the next free
      * installment and the registration is logged on
      * BOARD-REGISTRATION, so a rerun resends the full file but
      * never bills twice. Everyone held back is listed on the
      * rejected-candidate list with every reason found, and the
      * step ends return code 4 until the list is empty.
      *
      * Each registration fee raised is also appended to
      * CHARGE-REGISTER, so GL-JOURNAL-EXTRACT journals it against
      * debtor control; the run does not start without the register.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. BOARD-REGISTRATION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS STUDENT-ID
                   ALTERNATE RECORD KEY IS STUDENT-NAME
                       WITH DUPLICATES
                   FILE STATUS IS WS-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ENRL-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

      *    The crosswalk: one row per school subject code, naming
      *    the board's code for it.
               SELECT BOARD-SUBJECT-MAP
                   ASSIGN TO 'BOARD-SUBJECT-MAP.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAP-FS.

               SELECT FEE-SCHEDULE ASSIGN TO 'FEE-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS FEE-CODE
                   FILE STATUS IS WS-FEE-FS.

               SELECT RECEIVABLE ASSIGN TO 'RECEIVABLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS RV-KEY
                   FILE STATUS IS WS-RECV-FS.

               SELECT BOARD-REGISTRATION
                   ASSIGN TO 'BOARD-REGISTRATION'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS BR-KEY
                   FILE STATUS IS WS-REG-FS.

               SELECT BOARD-CANDIDATE
                   ASSIGN TO 'BOARD-CANDIDATE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CAND-FS.

               SELECT REJECT-LIST ASSIGN TO 'BOARD-REJECTS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT CHARGE-REGISTER
                   ASSIGN TO 'CHARGE-REGISTER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGREG-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD STUDENT.
           COPY "studmas.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD BOARD-SUBJECT-MAP.
           01 BOARD-SUBJECT-MAP-REC.
               05 BX-SUBJECT-CODE   PIC X(04).
               05 BX-BOARD-CODE     PIC X(06).

           FD FEE-SCHEDULE.
           COPY "feesch.cpy".

           FD RECEIVABLE.
           COPY "recvbl.cpy".

           FD BOARD-REGISTRATION.
           COPY "brdreg.cpy".

      * The board's candidate file: one 'H' header, one 'D' record
      * per candidate with up to eight board subject codes, then
      * one 'T' trailer with the candidate count.
           FD BOARD-CANDIDATE.
           01 BOARD-CANDIDATE-REC.
               05 BC-RECORD-TYPE    PIC X(01).
                   88 BC-HEADER         VALUE 'H'.
                   88 BC-DETAIL         VALUE 'D'.
                   88 BC-TRAILER        VALUE 'T'.
               05 BC-DETAIL-DATA.
                   10 BC-CENTRE-CODE    PIC X(06).
                   10 BC-SCHOOL-REF     PIC 9(05).
                   10 BC-SURNAME        PIC X(15).
                   10 BC-GIVEN-NAME     PIC X(15).
                   10 BC-DOB            PIC 9(08).
                   10 BC-SUBJECT-COUNT  PIC 9(02).
                   10 BC-SUBJECT-CODE   PIC X(06) OCCURS 8 TIMES.
               05 BC-HEADER-DATA REDEFINES BC-DETAIL-DATA.
                   10 BC-HDR-CENTRE     PIC X(06).
                   10 BC-HDR-EXAM-YEAR  PIC 9(04).
                   10 BC-HDR-RUN-DATE   PIC 9(08).
                   10 FILLER            PIC X(81).
               05 BC-TRAILER-DATA REDEFINES BC-DETAIL-DATA.
                   10 BC-TRL-CENTRE     PIC X(06).
                   10 BC-TRL-COUNT      PIC 9(06).
                   10 FILLER            PIC X(87).

           FD REJECT-LIST.
           01 REJECT-LINE           PIC X(90).

           FD CHARGE-REGISTER.
           01 CHARGE-REGISTER-LINE  PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-ENRL-FS            PIC X(02).
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-MAP-FS             PIC X(02).
           01 WS-FEE-FS             PIC X(02).
           01 WS-RECV-FS            PIC X(02).
           01 WS-REG-FS             PIC X(02).
           01 WS-CAND-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-ENRL-EOF           PIC A(01).
           01 WS-TODAY              PIC 9(08).
           01 WS-EXAM-YEAR          PIC 9(04).

      *    The parm card settings, with their defaults.
           01 WS-BOARD-CLASS-YEAR   PIC 9(02) VALUE 12.
           01 WS-CENTRE-CODE        PIC X(06) VALUE SPACES.
           01 WS-BOARD-FEE          PIC X(04) VALUE 'BREG'.
           01 WS-MIN-AGE            PIC 9(02) VALUE 15.
           01 WS-MAX-AGE            PIC 9(02) VALUE 25.
           01 WS-AGE-MMDD           PIC 9(04) VALUE 0101.
           01 WS-MIN-SUBJECTS       PIC 9(02) VALUE 5.
           COPY "parmtbl.cpy".
           COPY "rvnxtfl.cpy".
           COPY "chgregfl.cpy".

      *    The crosswalk, loaded once.
           01 WS-MAP-TABLE.
               05 WS-MAP-ROW OCCURS 100 TIMES.
                   10 WS-MAP-SUBJECT    PIC X(04).
                   10 WS-MAP-BOARD      PIC X(06).
           01 WS-MAP-COUNT          PIC 9(03) VALUE ZERO.
           01 WS-MAP-I              PIC 9(03).
           01 WS-MAP-FOUND          PIC A(01).

      *    The candidate being checked.
           01 WS-CANDIDATE-OK       PIC A(01).
           01 WS-REASON             PIC X(45).
           01 WS-SUBJECT-COUNT      PIC 9(02).
           01 WS-SUBJECT-TABLE.
               05 WS-BOARD-SUBJECT  PIC X(06) OCCURS 8 TIMES.
           01 WS-AGE-CUTOFF         PIC 9(08).
           01 WS-AGE                PIC 9(03).
           01 WS-DOB-MMDD           PIC 9(04).
           01 WS-NAME-PART          PIC X(15).
           01 WS-NAME-LABEL         PIC X(10).
           01 WS-NAME-I             PIC 9(02).
           01 WS-NAME-CHAR          PIC X(01).
           01 WS-NAME-BAD-CHAR      PIC A(01).
           01 WS-NAME-GAP           PIC A(01).
           01 WS-NAME-DOUBLE        PIC A(01).
           01 WS-CHARGE-DUE         PIC 9(08).
           01 WS-CHARGE-AMOUNT      PIC 9(05)V99.

           01 WS-ELIGIBLE-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-CANDIDATE-COUNT    PIC 9(06) VALUE ZERO.
           01 WS-REJECTED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-FEE-RAISED-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-ALREADY-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-DISPLAY-AMOUNT     PIC ZZZZ9.99.

           01 WS-HEADING-1.
               05 FILLER PIC X(35)
                   VALUE 'BOARD REGISTRATION REJECTS - EXAM '.
               05 H1-EXAM-YEAR      PIC 9(04).
               05 FILLER PIC X(08) VALUE '  CLASS '.
               05 H1-CLASS-YEAR     PIC 9(02).

           01 WS-HEADING-2.
               05 FILLER PIC X(07) VALUE 'ID'.
               05 FILLER PIC X(27) VALUE 'NAME'.
               05 FILLER PIC X(45) VALUE 'REASON'.

           01 WS-DETAIL-LINE.
               05 DL-STUDENT-ID     PIC 9(05).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-NAME           PIC X(25).
               05 FILLER            PIC X(02) VALUE SPACES.
               05 DL-REASON         PIC X(45).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "BOARD-REGISTRATION".
           MOVE 'BOARDREG' TO CHGR-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           DISPLAY 'ENTER BOARD EXAM YEAR (YYYY): '.
           ACCEPT WS-EXAM-YEAR.
           IF WS-EXAM-YEAR < WS-TODAY(1:4)
               DISPLAY 'EXAM YEAR ' WS-EXAM-YEAR ' HAS PASSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-BOARD-PARMS.
           IF WS-CENTRE-CODE = SPACES
               DISPLAY 'NO BOARD-CENTRE-CODE ON THE PARM CARD'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-AGE-CUTOFF = WS-EXAM-YEAR * 10000 + WS-AGE-MMDD.

           PERFORM LOAD-SUBJECT-MAP.
           PERFORM READ-BOARD-FEE.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT ENROLLMENT.
           IF WS-ENRL-FS NOT EQUAL '00'
               DISPLAY "Error opening ENROLLMENT. Status: " WS-ENRL-FS
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O RECEIVABLE.
           IF WS-RECV-FS NOT EQUAL '00'
               DISPLAY "Error opening RECEIVABLE. Status: " WS-RECV-FS
               CLOSE STUDENT
               CLOSE ENROLLMENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN I-O BOARD-REGISTRATION.
           IF WS-REG-FS EQUAL '35'
               OPEN OUTPUT BOARD-REGISTRATION
               CLOSE BOARD-REGISTRATION
               OPEN I-O BOARD-REGISTRATION
           END-IF.
           IF WS-REG-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-REGISTRATION. Status: "
                   WS-REG-FS
               CLOSE STUDENT
               CLOSE ENROLLMENT
               CLOSE RECEIVABLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM OPEN-CHARGE-REGISTER.
           IF CHGR-OPEN NOT EQUAL 'Y'
               CLOSE STUDENT
               CLOSE ENROLLMENT
               CLOSE RECEIVABLE
               CLOSE BOARD-REGISTRATION
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT BOARD-CANDIDATE.
           OPEN OUTPUT REJECT-LIST.

           MOVE SPACES          TO BOARD-CANDIDATE-REC.
           MOVE 'H'             TO BC-RECORD-TYPE.
           MOVE WS-CENTRE-CODE  TO BC-HDR-CENTRE.
           MOVE WS-EXAM-YEAR    TO BC-HDR-EXAM-YEAR.
           MOVE WS-TODAY        TO BC-HDR-RUN-DATE.
           WRITE BOARD-CANDIDATE-REC.

           MOVE WS-EXAM-YEAR        TO H1-EXAM-YEAR.
           MOVE WS-BOARD-CLASS-YEAR TO H1-CLASS-YEAR.
           MOVE WS-HEADING-1 TO REJECT-LINE.
           WRITE REJECT-LINE.
           MOVE WS-HEADING-2 TO REJECT-LINE.
           WRITE REJECT-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ STUDENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF STUDENT-ACTIVE
                           AND CLASS-YEAR = WS-BOARD-CLASS-YEAR
                           PERFORM CHECK-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES             TO BOARD-CANDIDATE-REC.
           MOVE 'T'                TO BC-RECORD-TYPE.
           MOVE WS-CENTRE-CODE     TO BC-TRL-CENTRE.
           MOVE WS-CANDIDATE-COUNT TO BC-TRL-COUNT.
           WRITE BOARD-CANDIDATE-REC.

           CLOSE STUDENT.
           CLOSE ENROLLMENT.
           CLOSE RECEIVABLE.
           CLOSE BOARD-REGISTRATION.
           CLOSE CHARGE-REGISTER.
           CLOSE BOARD-CANDIDATE.
           CLOSE REJECT-LIST.

           DISPLAY 'ELIGIBLE STUDENTS: '   WS-ELIGIBLE-COUNT.
           DISPLAY 'CANDIDATES SENT: '     WS-CANDIDATE-COUNT.
           DISPLAY 'BOARD FEES RAISED: '   WS-FEE-RAISED-COUNT.
           DISPLAY 'ALREADY REGISTERED: '  WS-ALREADY-COUNT.
           DISPLAY 'REJECTED: '            WS-REJECTED-COUNT.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

       READ-BOARD-PARMS.
           PERFORM LOAD-PARM-CARD.
           MOVE 'BOARD-CLASS-YEAR' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-BOARD-CLASS-YEAR
           END-IF.
           MOVE 'BOARD-CENTRE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:6) TO WS-CENTRE-CODE
           END-IF.
           MOVE 'BOARD-FEE-CODE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-TEXT-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-TEXT(1:4) TO WS-BOARD-FEE
           END-IF.
           MOVE 'BOARD-MIN-AGE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-MIN-AGE
           END-IF.
           MOVE 'BOARD-MAX-AGE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-MAX-AGE
           END-IF.
      *    BOARD-AGE-MMDD is the board's age cut-off day in the exam
      *    year; ages are taken as at that day.
           MOVE 'BOARD-AGE-MMDD' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-AGE-MMDD
           END-IF.
           MOVE 'BOARD-MIN-SUBJ' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-MIN-SUBJECTS
           END-IF.
           DISPLAY 'BOARD CLASS YEAR: ' WS-BOARD-CLASS-YEAR
               '  CENTRE: ' WS-CENTRE-CODE
               '  FEE CODE: ' WS-BOARD-FEE.

      * The crosswalk rows are checked against the subject catalog
      * as they load; a row for a code the catalog does not carry is
      * reported and left out, so nobody is mapped through it.
       LOAD-SUBJECT-MAP.
           OPEN INPUT BOARD-SUBJECT-MAP.
           IF WS-MAP-FS NOT EQUAL '00'
               DISPLAY "Error opening BOARD-SUBJECT-MAP. Status: "
                   WS-MAP-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               CLOSE BOARD-SUBJECT-MAP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ BOARD-SUBJECT-MAP
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM LOAD-ONE-MAP-ROW
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

           CLOSE BOARD-SUBJECT-MAP.
           CLOSE SUBJECT-MAST.
           DISPLAY 'CROSSWALK ROWS LOADED: ' WS-MAP-COUNT.

       LOAD-ONE-MAP-ROW.
           MOVE BX-SUBJECT-CODE TO SM-SUBJECT-CODE.
           READ SUBJECT-MAST
               KEY IS SM-SUBJECT-CODE
               INVALID KEY
                   DISPLAY 'CROSSWALK SUBJECT ' BX-SUBJECT-CODE
                       ' NOT ON SUBJECT-MASTER - IGNORED'
               NOT INVALID KEY
                   IF WS-MAP-COUNT < 100
                       ADD 1 TO WS-MAP-COUNT
                       MOVE BX-SUBJECT-CODE
                           TO WS-MAP-SUBJECT(WS-MAP-COUNT)
                       MOVE BX-BOARD-CODE
                           TO WS-MAP-BOARD(WS-MAP-COUNT)
                   ELSE
                       DISPLAY 'CROSSWALK TABLE FULL - '
                           BX-SUBJECT-CODE ' IGNORED'
                   END-IF
           END-READ.

      * The board fee must be on the catalog before anyone can be
      * registered; the charge falls due on the catalog's due date,
      * or today if that date has already gone by.
       READ-BOARD-FEE.
           OPEN INPUT FEE-SCHEDULE.
           IF WS-FEE-FS NOT EQUAL '00'
               DISPLAY "Error opening FEE-SCHEDULE. Status: "
                   WS-FEE-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-BOARD-FEE TO FEE-CODE.
           READ FEE-SCHEDULE
               KEY IS FEE-CODE
               INVALID KEY
                   DISPLAY 'BOARD FEE ' WS-BOARD-FEE
                       ' NOT ON FEE-SCHEDULE'
                   CLOSE FEE-SCHEDULE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE FEE-AMOUNT TO WS-CHARGE-AMOUNT.
           IF FEE-DUE-DATE > WS-TODAY
               MOVE FEE-DUE-DATE TO WS-CHARGE-DUE
           ELSE
               MOVE WS-TODAY TO WS-CHARGE-DUE
           END-IF.
           CLOSE FEE-SCHEDULE.
           MOVE WS-CHARGE-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY 'BOARD FEE ' WS-DISPLAY-AMOUNT
               ' DUE ' WS-CHARGE-DUE.

      * Every check runs, so the rejected list names all that is
      * wrong with a candidate at once.
       CHECK-ONE-CANDIDATE.
           ADD 1 TO WS-ELIGIBLE-COUNT.
           MOVE 'Y' TO WS-CANDIDATE-OK.

           MOVE SECONDNAME TO WS-NAME-PART.
           MOVE 'SURNAME'  TO WS-NAME-LABEL.
           PERFORM CHECK-NAME-PART.
           MOVE FIRSTNAME    TO WS-NAME-PART.
           MOVE 'GIVEN NAME' TO WS-NAME-LABEL.
           PERFORM CHECK-NAME-PART.

           PERFORM CHECK-DOB.
           PERFORM COLLECT-SUBJECTS.

           IF RESULT-IS-WITHHELD
               MOVE 'NOT CLEARED - FEES IN ARREARS' TO WS-REASON
               PERFORM WRITE-REJECT
           END-IF.

           IF WS-CANDIDATE-OK = 'Y'
               PERFORM WRITE-CANDIDATE
               PERFORM REGISTER-CANDIDATE
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

      * The board's spelling rules for one part of the name.
       CHECK-NAME-PART.
           IF WS-NAME-PART = SPACES
               MOVE SPACES TO WS-REASON
               STRING WS-NAME-LABEL DELIMITED BY '  '
                   ' MISSING' DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM WRITE-REJECT
           ELSE
               MOVE 'N' TO WS-NAME-BAD-CHAR
               MOVE 'N' TO WS-NAME-GAP
               MOVE 'N' TO WS-NAME-DOUBLE
               IF WS-NAME-PART(1:1) = SPACE
                   OR WS-NAME-PART(1:1) = '-'
                   OR WS-NAME-PART(1:1) = "'"
                   MOVE 'Y' TO WS-NAME-BAD-CHAR
               END-IF
               PERFORM VARYING WS-NAME-I FROM 1 BY 1
                       UNTIL WS-NAME-I > 15
                   MOVE WS-NAME-PART(WS-NAME-I:1) TO WS-NAME-CHAR
                   IF WS-NAME-CHAR IS NOT ALPHABETIC
                       AND WS-NAME-CHAR NOT = '-'
                       AND WS-NAME-CHAR NOT = "'"
                       MOVE 'Y' TO WS-NAME-BAD-CHAR
                   END-IF
      *            A space followed by another space is only allowed
      *            in the trailing fill after the name ends.
                   IF WS-NAME-CHAR = SPACE
                       IF WS-NAME-GAP = 'Y'
                           AND WS-NAME-PART(WS-NAME-I:) NOT = SPACES
                           MOVE 'Y' TO WS-NAME-DOUBLE
                       END-IF
                       MOVE 'Y' TO WS-NAME-GAP
                   ELSE
                       MOVE 'N' TO WS-NAME-GAP
                   END-IF
               END-PERFORM
               IF WS-NAME-BAD-CHAR = 'Y'
                   MOVE SPACES TO WS-REASON
                   STRING WS-NAME-LABEL DELIMITED BY '  '
                       ' HAS CHARACTERS THE BOARD REFUSES'
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM WRITE-REJECT
               END-IF
               IF WS-NAME-DOUBLE = 'Y'
                   MOVE SPACES TO WS-REASON
                   STRING WS-NAME-LABEL DELIMITED BY '  '
                       ' HAS A DOUBLED SPACE'
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

      * A real calendar date, and an age on the cut-off day inside
      * the board's range.
       CHECK-DOB.
           IF DOB-NUM IS NOT NUMERIC
               OR DOB-NUM = ZERO
               MOVE 'DATE OF BIRTH MISSING' TO WS-REASON
               PERFORM WRITE-REJECT
           ELSE
               IF DOB-MONTH < 1 OR DOB-MONTH > 12
                   OR DOB-DAY < 1 OR DOB-DAY > 31
                   OR FUNCTION INTEGER-OF-DATE(DOB-NUM) = ZERO
                   OR DOB-NUM NOT < WS-TODAY
                   MOVE 'DATE OF BIRTH NOT A VALID DATE' TO WS-REASON
                   PERFORM WRITE-REJECT
               ELSE
                   COMPUTE WS-AGE = WS-EXAM-YEAR - DOB-YEAR
                   COMPUTE WS-DOB-MMDD = DOB-MONTH * 100 + DOB-DAY
                   IF WS-AGE-MMDD < WS-DOB-MMDD
                       SUBTRACT 1 FROM WS-AGE
                   END-IF
                   IF WS-AGE < WS-MIN-AGE OR WS-AGE > WS-MAX-AGE
                       MOVE SPACES TO WS-REASON
                       STRING 'AGE ' WS-AGE ' ON ' WS-AGE-CUTOFF
                           ' OUTSIDE BOARD LIMITS'
                           DELIMITED BY SIZE INTO WS-REASON
                       PERFORM WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

      * The student's enrolled subjects, each through the crosswalk.
       COLLECT-SUBJECTS.
           MOVE ZERO   TO WS-SUBJECT-COUNT.
           MOVE SPACES TO WS-SUBJECT-TABLE.
           MOVE 'N' TO WS-ENRL-EOF.
           MOVE STUDENT-ID TO EN-STUDENT-ID.
           MOVE LOW-VALUES TO EN-SUBJECT-CODE.
           START ENROLLMENT KEY NOT < EN-KEY
               INVALID KEY MOVE 'Y' TO WS-ENRL-EOF
           END-START.
           PERFORM UNTIL WS-ENRL-EOF = 'Y'
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-ENRL-EOF
                   NOT AT END
                       IF EN-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-ENRL-EOF
                       ELSE
                           IF EN-ENROLLED
                               PERFORM MAP-ONE-SUBJECT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SUBJECT-COUNT = ZERO
               MOVE 'NO ENROLLED SUBJECTS' TO WS-REASON
               PERFORM WRITE-REJECT
           ELSE
               IF WS-SUBJECT-COUNT < WS-MIN-SUBJECTS
                   MOVE SPACES TO WS-REASON
                   STRING 'ONLY ' WS-SUBJECT-COUNT
                       ' BOARD SUBJECTS, MINIMUM ' WS-MIN-SUBJECTS
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

       MAP-ONE-SUBJECT.
           MOVE 'N' TO WS-MAP-FOUND.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > WS-MAP-COUNT
                       OR WS-MAP-FOUND = 'Y'
               IF WS-MAP-SUBJECT(WS-MAP-I) = EN-SUBJECT-CODE
                   MOVE 'Y' TO WS-MAP-FOUND
               END-IF
           END-PERFORM.
           IF WS-MAP-FOUND = 'N'
               MOVE SPACES TO WS-REASON
               STRING 'SUBJECT ' EN-SUBJECT-CODE
                   ' HAS NO BOARD CODE ON THE CROSSWALK'
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-REJECT
           ELSE
               SUBTRACT 1 FROM WS-MAP-I
               IF WS-SUBJECT-COUNT < 8
                   ADD 1 TO WS-SUBJECT-COUNT
                   MOVE WS-MAP-BOARD(WS-MAP-I)
                       TO WS-BOARD-SUBJECT(WS-SUBJECT-COUNT)
               ELSE
                   MOVE SPACES TO WS-REASON
                   STRING 'MORE THAN 8 SUBJECTS - ' EN-SUBJECT-CODE
                       ' DOES NOT FIT'
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM WRITE-REJECT
               END-IF
           END-IF.

       WRITE-REJECT.
           MOVE 'N' TO WS-CANDIDATE-OK.
           MOVE STUDENT-ID   TO DL-STUDENT-ID.
           MOVE STUDENT-NAME TO DL-NAME.
           MOVE WS-REASON    TO DL-REASON.
           MOVE WS-DETAIL-LINE TO REJECT-LINE.
           WRITE REJECT-LINE.

       WRITE-CANDIDATE.
           MOVE SPACES             TO BOARD-CANDIDATE-REC.
           MOVE 'D'                TO BC-RECORD-TYPE.
           MOVE WS-CENTRE-CODE     TO BC-CENTRE-CODE.
           MOVE STUDENT-ID         TO BC-SCHOOL-REF.
           MOVE FUNCTION UPPER-CASE(SECONDNAME) TO BC-SURNAME.
           MOVE FUNCTION UPPER-CASE(FIRSTNAME)  TO BC-GIVEN-NAME.
           MOVE DOB-NUM            TO BC-DOB.
           MOVE WS-SUBJECT-COUNT   TO BC-SUBJECT-COUNT.
           PERFORM VARYING WS-MAP-I FROM 1 BY 1
                   UNTIL WS-MAP-I > 8
               MOVE WS-BOARD-SUBJECT(WS-MAP-I)
                   TO BC-SUBJECT-CODE(WS-MAP-I)
           END-PERFORM.
           WRITE BOARD-CANDIDATE-REC.
           ADD 1 TO WS-CANDIDATE-COUNT.

      * The first registration of the year raises the board fee and
      * logs it; a candidate already on the log is left as billed.
       REGISTER-CANDIDATE.
           MOVE WS-EXAM-YEAR TO BR-EXAM-YEAR.
           MOVE STUDENT-ID   TO BR-STUDENT-ID.
           READ BOARD-REGISTRATION
               KEY IS BR-KEY
               INVALID KEY PERFORM RAISE-BOARD-FEE
               NOT INVALID KEY ADD 1 TO WS-ALREADY-COUNT
           END-READ.

       RAISE-BOARD-FEE.
           MOVE WS-EXAM-YEAR     TO BR-EXAM-YEAR.
           MOVE STUDENT-ID       TO BR-STUDENT-ID.
           MOVE WS-TODAY         TO BR-REGISTER-DATE.
           MOVE WS-BOARD-FEE     TO BR-FEE-CODE.
           MOVE ZERO             TO BR-FEE-INSTALLMENT.
           MOVE WS-SUBJECT-COUNT TO BR-SUBJECT-COUNT.

           MOVE STUDENT-ID   TO RVN-STUDENT-ID.
           MOVE WS-BOARD-FEE TO RVN-FEE-CODE.
           PERFORM FIND-FREE-INSTALLMENT.
           IF RVN-FOUND = 'N'
               DISPLAY 'NO FREE INSTALLMENT FOR BOARD FEE, STUDENT '
                   STUDENT-ID
           ELSE
               MOVE STUDENT-ID      TO RV-STUDENT-ID
               MOVE WS-BOARD-FEE    TO RV-FEE-CODE
               MOVE RVN-INSTALLMENT TO RV-INSTALLMENT-NO
               MOVE WS-CHARGE-AMOUNT TO RV-AMOUNT
               MOVE ZERO            TO RV-PAID-AMOUNT
               MOVE WS-CHARGE-DUE   TO RV-DUE-DATE
               MOVE 'O'             TO RV-STATUS
               MOVE SPACES          TO RV-ASSESS-RUN
               WRITE RECEIVABLE-FILE
                   INVALID KEY
                       DISPLAY 'RECEIVABLE: Invalid Key '
                           STUDENT-ID
                   NOT INVALID KEY
                       PERFORM APPEND-CHARGE-REGISTER
                       MOVE RVN-INSTALLMENT TO BR-FEE-INSTALLMENT
                       ADD 1 TO WS-FEE-RAISED-COUNT
               END-WRITE
           END-IF.

           WRITE BOARD-REGISTRATION-REC
               INVALID KEY
                   DISPLAY 'BOARD-REGISTRATION: Invalid Key '
                       STUDENT-ID
           END-WRITE.

       COPY "rvnext.cpy".

       COPY "chgregwt.cpy".

       COPY "parmrd.cpy".
