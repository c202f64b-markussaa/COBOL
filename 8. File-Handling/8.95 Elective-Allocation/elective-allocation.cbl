      * ENROLLMENT-CARRYFORWARD enrolls the compulsory rows of the
      * curriculum map but leaves electives to be allocated by hand
      * from the paper slips. This batch allocates them from the
      * ranked choices on ELECTIVE-PREFERENCE, in merit order: the
      * choices are sorted by the student's CLASS-RANK (unranked
      * students last), then student, then preference rank, so the
      * best-placed student gets first claim on every elective. Each
      * student is placed in up to ELECTIVES-EACH parm electives (1
      * if not given), working down their choices:
      *   - a choice the student is already enrolled in counts as
      *     placed;
      *   - a subject retired from the catalog, or whose SM-PREREQ-
      *     CODE subject the student has not passed on MARKS-POSTED
      *     (best mark against its pass mark, as ENROLLMENT-POSTING
      *     judges it), is refused;
      *   - a subject whose enrollments have reached its catalog
      *     SM-CLASS-CAPACITY puts the student on its waitlist;
      *   - otherwise the ENROLLMENT record is written (or flipped
      *     back from dropped) and counted against the capacity.
      * Choices past the ones the student needed are marked not
      * needed. The outcome is kept on each ELECTIVE-PREFERENCE
      * record. ELECTIVE-WAITLIST lists each elective's waitlist in
      * merit order; ELECTIVE-EXCEPTIONS lists refused choices,
      * students left short of their electives, and every curriculum
      * elective whose enrollment is under MIN-ENROLLMENT (8 if not
      * given). Any exception sets return code 4.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ELECTIVE-ALLOCATION.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ELECTIVE-PREFERENCE
                   ASSIGN TO 'ELECTIVE-PREFERENCE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EP-KEY
                   FILE STATUS IS WS-PREF-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
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
                   FILE STATUS IS WS-ENROLL-FS.

               SELECT SUBJECT-MAST ASSIGN TO 'SUBJECT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SM-SUBJECT-CODE
                   FILE STATUS IS WS-SUBJ-FS.

               SELECT CURRICULUM-MAP ASSIGN TO 'CURRICULUM-MAP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CM-KEY
                   FILE STATUS IS WS-MAP-FS.

               SELECT MARKS-POSTED ASSIGN TO 'MARKS-POSTED'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS MP-KEY
                   FILE STATUS IS WS-POSTED-FS.

               SELECT PREF-WORK ASSIGN TO 'PREFSORT'.

               SELECT WAITLIST-RPT ASSIGN TO 'ELECTIVE-WAITLIST.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WAIT-FS.

               SELECT ELECTIVE-EXCEPTIONS
                   ASSIGN TO 'ELECTIVE-EXCEPTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXC-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD ELECTIVE-PREFERENCE.
           COPY "elecpref.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD SUBJECT-MAST.
           COPY "subjmas.cpy".

           FD CURRICULUM-MAP.
           COPY "currmap.cpy".

           FD MARKS-POSTED.
           COPY "mkpost.cpy".

           SD PREF-WORK.
           01 PREF-WORK-REC.
               05 PW-MERIT          PIC 9(04).
               05 PW-STUDENT-ID     PIC 9(05).
               05 PW-RANK           PIC 9(01).
               05 PW-SUBJECT-CODE   PIC X(04).

           FD WAITLIST-RPT.
           01 WAITLIST-RPT-LINE     PIC X(70).

           FD ELECTIVE-EXCEPTIONS.
           01 ELECTIVE-EXCEPTION-LINE PIC X(70).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-PREF-FS            PIC X(02).
           01 WS-ENROLL-FS          PIC X(02).
           01 WS-SUBJ-FS            PIC X(02).
           01 WS-MAP-FS             PIC X(02).
           01 WS-POSTED-FS          PIC X(02).
           01 WS-POSTED-OPEN        PIC A(01) VALUE 'N'.
           01 WS-WAIT-FS            PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SLICE-EOF          PIC A(01).
           01 WS-ELECTIVES-EACH     PIC 9(01) VALUE 1.
           01 WS-MIN-ENROLLMENT     PIC 9(03) VALUE 8.
           01 WS-HOLD-STUDENT-ID    PIC 9(05) VALUE ZERO.
           01 WS-STUDENT-PLACED     PIC 9(01).
           01 WS-LOOKUP-SUBJECT     PIC X(04).
           01 WS-PREREQ-CODE        PIC X(04).
           01 WS-PREREQ-PASS        PIC 9(03).
           01 WS-BEST-MARK          PIC 9(03).
           01 WS-MARK-SEEN          PIC A(01).
           01 WS-REASON             PIC X(30).
           01 WS-PLACED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-WAITLISTED-COUNT   PIC 9(05) VALUE ZERO.
           01 WS-EXCEPTION-COUNT    PIC 9(05) VALUE ZERO.
           01 WS-POSITION           PIC 9(04).
           01 WS-EDIT-MERIT         PIC X(04).
           COPY "parmtbl.cpy".

      *    The catalog, with each subject's enrollment count kept up
      *    to date as students are placed.
           01 WS-ELECTIVE-TABLE.
               05 WS-EL-ROW OCCURS 50 TIMES.
                   10 WS-EL-SUBJECT     PIC X(04).
                   10 WS-EL-ACTIVE      PIC A(01).
                   10 WS-EL-CAPACITY    PIC 9(03).
                   10 WS-EL-PREREQ      PIC X(04).
                   10 WS-EL-PASS-MARK   PIC 9(03).
                   10 WS-EL-ENROLLED    PIC 9(05).
                   10 WS-EL-IN-MAP      PIC A(01).
           01 WS-EL-COUNT           PIC 9(03) VALUE ZERO.
           01 WS-EL-I               PIC 9(03).
           01 WS-EL-FOUND           PIC 9(03).
           01 WS-PREREQ-I           PIC 9(03).

      *    Waitlisted choices, in the merit order they were met.
           01 WS-WAIT-TABLE.
               05 WS-WAIT-ROW OCCURS 2000 TIMES.
                   10 WS-WT-EL-I        PIC 9(03).
                   10 WS-WT-STUDENT-ID  PIC 9(05).
                   10 WS-WT-MERIT       PIC 9(04).
                   10 WS-WT-RANK        PIC 9(01).
           01 WS-WAIT-COUNT         PIC 9(04) VALUE ZERO.
           01 WS-WAIT-I             PIC 9(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ELECTIVE-ALLOCATION".

           PERFORM LOAD-PARM-CARD.
           MOVE 'ELECTIVES-EACH' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-ELECTIVES-EACH
           END-IF.
           MOVE 'MIN-ENROLLMENT' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y'
               MOVE WS-PARM-NUMERIC TO WS-MIN-ENROLLMENT
           END-IF.
           DISPLAY 'ELECTIVES-EACH: ' WS-ELECTIVES-EACH.
           DISPLAY 'MIN-ENROLLMENT: ' WS-MIN-ENROLLMENT.

           PERFORM LOAD-ELECTIVE-TABLE.
           PERFORM NOTE-MAP-ELECTIVES.

           OPEN I-O ELECTIVE-PREFERENCE.
           IF WS-PREF-FS NOT EQUAL '00'
               DISPLAY "Error opening ELECTIVE-PREFERENCE. Status: "
                   WS-PREF-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               CLOSE ELECTIVE-PREFERENCE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O ENROLLMENT.
           IF WS-ENROLL-FS EQUAL '35'
               OPEN OUTPUT ENROLLMENT
               CLOSE ENROLLMENT
               OPEN I-O ENROLLMENT
           END-IF.
           IF WS-ENROLL-FS NOT EQUAL '00'
               DISPLAY "Error opening ENROLLMENT. Status: "
                   WS-ENROLL-FS
               CLOSE ELECTIVE-PREFERENCE
               CLOSE STUDENT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM COUNT-ENROLLMENTS.

           OPEN INPUT MARKS-POSTED.
           IF WS-POSTED-FS EQUAL '00'
               MOVE 'Y' TO WS-POSTED-OPEN
           ELSE
               DISPLAY 'PREREQUISITE EDIT DORMANT - MARKS FILE NOT '
                   'AVAILABLE'
           END-IF.

           OPEN OUTPUT ELECTIVE-EXCEPTIONS.

           SORT PREF-WORK
               ON ASCENDING KEY PW-MERIT
               ON ASCENDING KEY PW-STUDENT-ID
               ON ASCENDING KEY PW-RANK
               INPUT PROCEDURE IS COLLECT-PREFERENCES
               OUTPUT PROCEDURE IS ALLOCATE-ELECTIVES.

           PERFORM LIST-UNDERSUBSCRIBED.
           PERFORM PRINT-WAITLISTS.

           CLOSE ELECTIVE-PREFERENCE.
           CLOSE STUDENT.
           CLOSE ENROLLMENT.
           CLOSE ELECTIVE-EXCEPTIONS.
           IF WS-POSTED-OPEN = 'Y'
               CLOSE MARKS-POSTED
           END-IF.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY 'ELECTIVES PLACED: '    WS-PLACED-COUNT.
           DISPLAY 'CHOICES WAITLISTED: '  WS-WAITLISTED-COUNT.
           DISPLAY 'EXCEPTIONS LISTED: '   WS-EXCEPTION-COUNT.
       STOP RUN.

       LOAD-ELECTIVE-TABLE.
           OPEN INPUT SUBJECT-MAST.
           IF WS-SUBJ-FS NOT EQUAL '00'
               DISPLAY "Error opening SUBJECT-MASTER. Status: "
                   WS-SUBJ-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SUBJECT-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF WS-EL-COUNT < 50
                           ADD 1 TO WS-EL-COUNT
                           MOVE SM-SUBJECT-CODE
                               TO WS-EL-SUBJECT(WS-EL-COUNT)
                           MOVE 'N' TO WS-EL-ACTIVE(WS-EL-COUNT)
                           IF SM-SUBJECT-ACTIVE
                               MOVE 'Y' TO WS-EL-ACTIVE(WS-EL-COUNT)
                           END-IF
                           MOVE SM-CLASS-CAPACITY
                               TO WS-EL-CAPACITY(WS-EL-COUNT)
                           MOVE SM-PREREQ-CODE
                               TO WS-EL-PREREQ(WS-EL-COUNT)
                           MOVE SM-PASS-MARK
                               TO WS-EL-PASS-MARK(WS-EL-COUNT)
                           MOVE ZERO TO WS-EL-ENROLLED(WS-EL-COUNT)
                           MOVE 'N' TO WS-EL-IN-MAP(WS-EL-COUNT)
                       ELSE
                           DISPLAY 'SUBJECT TABLE FULL - DROPPED: '
                               SM-SUBJECT-CODE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SUBJECT-MAST.

       FIND-ELECTIVE-ROW.
           MOVE ZERO TO WS-EL-FOUND.
           PERFORM VARYING WS-EL-I FROM 1 BY 1
               UNTIL WS-EL-I > WS-EL-COUNT OR WS-EL-FOUND > ZERO
               IF WS-EL-SUBJECT(WS-EL-I) = WS-LOOKUP-SUBJECT
                   MOVE WS-EL-I TO WS-EL-FOUND
               END-IF
           END-PERFORM.

      * Only subjects some class-year takes as an elective are
      * judged for undersubscription.
       NOTE-MAP-ELECTIVES.
           OPEN INPUT CURRICULUM-MAP.
           IF WS-MAP-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ CURRICULUM-MAP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF CM-ELECTIVE
                               MOVE CM-SUBJECT-CODE
                                   TO WS-LOOKUP-SUBJECT
                               PERFORM FIND-ELECTIVE-ROW
                               IF WS-EL-FOUND > ZERO
                                   MOVE 'Y' TO WS-EL-IN-MAP(WS-EL-FOUND)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CURRICULUM-MAP
           ELSE
               DISPLAY 'NO CURRICULUM-MAP - UNDERSUBSCRIPTION NOT '
                   'CHECKED'
           END-IF.

      * Capacity is measured against everyone already enrolled,
      * electives rolled forward included.
       COUNT-ENROLLMENTS.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO EN-KEY.
           START ENROLLMENT KEY NOT < EN-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ENROLLMENT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF EN-ENROLLED
                           MOVE EN-SUBJECT-CODE TO WS-LOOKUP-SUBJECT
                           PERFORM FIND-ELECTIVE-ROW
                           IF WS-EL-FOUND > ZERO
                               ADD 1 TO WS-EL-ENROLLED(WS-EL-FOUND)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      * Only active students' choices go forward; an unranked
      * student sorts after every ranked one.
       COLLECT-PREFERENCES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ELECTIVE-PREFERENCE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       MOVE EP-STUDENT-ID TO STUDENT-ID
                       READ STUDENT
                           KEY IS STUDENT-ID
                           INVALID KEY MOVE 'W' TO STUDENT-STATUS
                       END-READ
                       IF STUDENT-ACTIVE
                           IF CLASS-RANK = ZERO
                               MOVE 9999 TO PW-MERIT
                           ELSE
                               MOVE CLASS-RANK TO PW-MERIT
                           END-IF
                           MOVE EP-STUDENT-ID   TO PW-STUDENT-ID
                           MOVE EP-RANK         TO PW-RANK
                           MOVE EP-SUBJECT-CODE TO PW-SUBJECT-CODE
                           RELEASE PREF-WORK-REC
                       END-IF
               END-READ
           END-PERFORM.

       ALLOCATE-ELECTIVES.
           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN PREF-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF PW-STUDENT-ID NOT EQUAL WS-HOLD-STUDENT-ID
                           PERFORM FINISH-STUDENT
                           MOVE PW-STUDENT-ID TO WS-HOLD-STUDENT-ID
                           MOVE ZERO TO WS-STUDENT-PLACED
                       END-IF
                       PERFORM ALLOCATE-ONE-CHOICE
               END-RETURN
           END-PERFORM.
           PERFORM FINISH-STUDENT.

       FINISH-STUDENT.
           IF WS-HOLD-STUDENT-ID NOT = ZERO
               AND WS-STUDENT-PLACED < WS-ELECTIVES-EACH
               MOVE SPACES TO ELECTIVE-EXCEPTION-LINE
               STRING 'STUDENT SHORT OF ELECTIVES ID='
                   WS-HOLD-STUDENT-ID
                   ' PLACED=' WS-STUDENT-PLACED
                   ' OF ' WS-ELECTIVES-EACH
                   DELIMITED BY SIZE INTO ELECTIVE-EXCEPTION-LINE
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

       ALLOCATE-ONE-CHOICE.
           MOVE PW-STUDENT-ID TO EP-STUDENT-ID.
           MOVE PW-RANK       TO EP-RANK.
           READ ELECTIVE-PREFERENCE
               KEY IS EP-KEY
               INVALID KEY
                   DISPLAY 'ALLOCATE: Invalid Key ' EP-KEY
           END-READ.

           MOVE PW-SUBJECT-CODE TO WS-LOOKUP-SUBJECT.
           PERFORM FIND-ELECTIVE-ROW.
           MOVE SPACES TO WS-REASON.

           IF WS-STUDENT-PLACED NOT < WS-ELECTIVES-EACH
               MOVE 'N' TO EP-RESULT
           ELSE
               MOVE PW-STUDENT-ID   TO EN-STUDENT-ID
               MOVE PW-SUBJECT-CODE TO EN-SUBJECT-CODE
               READ ENROLLMENT
                   KEY IS EN-KEY
                   INVALID KEY MOVE 'D' TO EN-STATUS
               END-READ
               IF EN-ENROLLED
                   MOVE 'P' TO EP-RESULT
                   ADD 1 TO WS-STUDENT-PLACED
               ELSE
                   PERFORM JUDGE-CHOICE
               END-IF
           END-IF.

           IF WS-REASON NOT = SPACES
               MOVE 'R' TO EP-RESULT
               MOVE SPACES TO ELECTIVE-EXCEPTION-LINE
               STRING 'CHOICE REFUSED ID=' PW-STUDENT-ID
                   ' SUBJECT=' PW-SUBJECT-CODE
                   ' ' WS-REASON
                   DELIMITED BY SIZE INTO ELECTIVE-EXCEPTION-LINE
               PERFORM WRITE-ONE-EXCEPTION
           END-IF.

           REWRITE ELECTIVE-PREFERENCE-FILE
               INVALID KEY DISPLAY 'ALLOCATE: Invalid Key ' EP-KEY
           END-REWRITE.

       JUDGE-CHOICE.
           IF WS-EL-FOUND = ZERO
               MOVE 'NOT ON CATALOG' TO WS-REASON
           ELSE
               IF WS-EL-ACTIVE(WS-EL-FOUND) NOT = 'Y'
                   MOVE 'NO LONGER OFFERED' TO WS-REASON
               ELSE
                   IF WS-EL-PREREQ(WS-EL-FOUND) NOT = SPACES
                       AND WS-POSTED-OPEN = 'Y'
                       PERFORM JUDGE-PREREQ-MARK
                   END-IF
               END-IF
           END-IF.

           IF WS-REASON = SPACES
               IF WS-EL-CAPACITY(WS-EL-FOUND) > ZERO
                   AND WS-EL-ENROLLED(WS-EL-FOUND)
                       NOT < WS-EL-CAPACITY(WS-EL-FOUND)
                   MOVE 'W' TO EP-RESULT
                   PERFORM NOTE-WAITLIST
               ELSE
                   PERFORM ENROLL-ELECTIVE
               END-IF
           END-IF.

      * Best mark across every term the student sat the
      * prerequisite - a supplementary pass counts.
       JUDGE-PREREQ-MARK.
           MOVE WS-EL-FOUND TO WS-PREREQ-I.
           MOVE WS-EL-PREREQ(WS-PREREQ-I) TO WS-PREREQ-CODE.
           MOVE WS-PREREQ-CODE TO WS-LOOKUP-SUBJECT.
           MOVE 40 TO WS-PREREQ-PASS.
           PERFORM FIND-ELECTIVE-ROW.
           IF WS-EL-FOUND > ZERO
               MOVE WS-EL-PASS-MARK(WS-EL-FOUND) TO WS-PREREQ-PASS
           END-IF.
           MOVE WS-PREREQ-I TO WS-EL-FOUND.

           MOVE ZERO TO WS-BEST-MARK.
           MOVE 'N' TO WS-MARK-SEEN.
           MOVE 'N' TO WS-SLICE-EOF.
           MOVE PW-STUDENT-ID  TO MP-STUDENT-ID.
           MOVE WS-PREREQ-CODE TO MP-SUBJECT-CODE.
           MOVE LOW-VALUES     TO MP-TERM-CODE.
           START MARKS-POSTED KEY NOT < MP-KEY
               INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
           END-START.
           PERFORM UNTIL WS-SLICE-EOF = 'Y'
               READ MARKS-POSTED NEXT RECORD
                   AT END MOVE 'Y' TO WS-SLICE-EOF
                   NOT AT END
                       IF MP-STUDENT-ID NOT EQUAL PW-STUDENT-ID
                           OR MP-SUBJECT-CODE
                               NOT EQUAL WS-PREREQ-CODE
                           MOVE 'Y' TO WS-SLICE-EOF
                       ELSE
                           MOVE 'Y' TO WS-MARK-SEEN
                           IF MP-MARK > WS-BEST-MARK
                               MOVE MP-MARK TO WS-BEST-MARK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-MARK-SEEN = 'N'
               OR WS-BEST-MARK < WS-PREREQ-PASS
               STRING 'PREREQ NOT PASSED: ' WS-PREREQ-CODE
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.

      * Written fresh, or flipped back to enrolled if a drop is
      * already on file - the same write-or-rewrite shape
      * ENROLLMENT-CARRYFORWARD uses.
       ENROLL-ELECTIVE.
           MOVE PW-STUDENT-ID   TO EN-STUDENT-ID.
           MOVE PW-SUBJECT-CODE TO EN-SUBJECT-CODE.
           READ ENROLLMENT
               KEY IS EN-KEY
               INVALID KEY
                   MOVE PW-STUDENT-ID   TO EN-STUDENT-ID
                   MOVE PW-SUBJECT-CODE TO EN-SUBJECT-CODE
                   MOVE 'E' TO EN-STATUS
                   WRITE ENROLLMENT-FILE
                       INVALID KEY
                           DISPLAY 'ALLOCATE: Invalid Key ' EN-KEY
                   END-WRITE
               NOT INVALID KEY
                   MOVE 'E' TO EN-STATUS
                   REWRITE ENROLLMENT-FILE
                       INVALID KEY
                           DISPLAY 'ALLOCATE: Invalid Key ' EN-KEY
                   END-REWRITE
           END-READ.
           IF WS-ENROLL-FS EQUAL '00'
               MOVE 'P' TO EP-RESULT
               ADD 1 TO WS-STUDENT-PLACED
               ADD 1 TO WS-PLACED-COUNT
               ADD 1 TO WS-EL-ENROLLED(WS-EL-FOUND)
           END-IF.

       NOTE-WAITLIST.
           ADD 1 TO WS-WAITLISTED-COUNT.
           IF WS-WAIT-COUNT < 2000
               ADD 1 TO WS-WAIT-COUNT
               MOVE WS-EL-FOUND   TO WS-WT-EL-I(WS-WAIT-COUNT)
               MOVE PW-STUDENT-ID TO WS-WT-STUDENT-ID(WS-WAIT-COUNT)
               MOVE PW-MERIT      TO WS-WT-MERIT(WS-WAIT-COUNT)
               MOVE PW-RANK       TO WS-WT-RANK(WS-WAIT-COUNT)
           ELSE
               DISPLAY 'WAITLIST TABLE FULL - NOT PRINTED: '
                   PW-STUDENT-ID ' ' PW-SUBJECT-CODE
           END-IF.

       LIST-UNDERSUBSCRIBED.
           PERFORM VARYING WS-EL-I FROM 1 BY 1
               UNTIL WS-EL-I > WS-EL-COUNT
               IF WS-EL-IN-MAP(WS-EL-I) = 'Y'
                   AND WS-EL-ACTIVE(WS-EL-I) = 'Y'
                   AND WS-EL-ENROLLED(WS-EL-I) < WS-MIN-ENROLLMENT
                   MOVE SPACES TO ELECTIVE-EXCEPTION-LINE
                   STRING 'ELECTIVE UNDERSUBSCRIBED SUBJECT='
                       WS-EL-SUBJECT(WS-EL-I)
                       ' ENROLLED=' WS-EL-ENROLLED(WS-EL-I)
                       ' MINIMUM=' WS-MIN-ENROLLMENT
                       DELIMITED BY SIZE INTO ELECTIVE-EXCEPTION-LINE
                   PERFORM WRITE-ONE-EXCEPTION
               END-IF
           END-PERFORM.

      * One block per elective with anyone waiting, the students in
      * the merit order they were turned away.
       PRINT-WAITLISTS.
           OPEN OUTPUT WAITLIST-RPT.
           PERFORM VARYING WS-EL-I FROM 1 BY 1
               UNTIL WS-EL-I > WS-EL-COUNT
               MOVE ZERO TO WS-POSITION
               PERFORM VARYING WS-WAIT-I FROM 1 BY 1
                   UNTIL WS-WAIT-I > WS-WAIT-COUNT
                   IF WS-WT-EL-I(WS-WAIT-I) = WS-EL-I
                       IF WS-POSITION = ZERO
                           MOVE SPACES TO WAITLIST-RPT-LINE
                           STRING 'WAITLIST FOR '
                               WS-EL-SUBJECT(WS-EL-I)
                               '  CAPACITY ' WS-EL-CAPACITY(WS-EL-I)
                               DELIMITED BY SIZE
                               INTO WAITLIST-RPT-LINE
                           WRITE WAITLIST-RPT-LINE
                       END-IF
                       ADD 1 TO WS-POSITION
                       IF WS-WT-MERIT(WS-WAIT-I) = 9999
                           MOVE '----' TO WS-EDIT-MERIT
                       ELSE
                           MOVE WS-WT-MERIT(WS-WAIT-I)
                               TO WS-EDIT-MERIT
                       END-IF
                       MOVE SPACES TO WAITLIST-RPT-LINE
                       STRING '  ' WS-POSITION
                           '  ID=' WS-WT-STUDENT-ID(WS-WAIT-I)
                           '  CLASS RANK ' WS-EDIT-MERIT
                           '  CHOICE ' WS-WT-RANK(WS-WAIT-I)
                           DELIMITED BY SIZE INTO WAITLIST-RPT-LINE
                       WRITE WAITLIST-RPT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM.
           CLOSE WAITLIST-RPT.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           WRITE ELECTIVE-EXCEPTION-LINE.

       COPY "parmrd.cpy".
