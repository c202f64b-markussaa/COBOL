      * Answer scripts left the exam hall in carrier bags and nobody
      * could say which bag held whose script or where it had got
      * to. This batch makes up the scripts of one exam into
      * SCRIPT-BUNDLE records (scrbndl.cpy): for every paper the
      * exam has on EXAM-SCHEDULE, the candidates are walked off the
      * ANON-NUMBER crosswalk in exam-number order, kept when they
      * are enrolled in the paper's subject and not debarred by
      * EXAM-ELIGIBILITY-RUN (the same candidates the seating chart
      * seats), and cut into bundles of BUNDLE-SIZE scripts for the
      * paper's room. BUNDLE-LISTS prints each bundle's slip - exam,
      * paper, room, bundle number and the anonymous numbers it
      * should hold - to go in the bundle; no name or student
      * number appears on it.
      *
      * A rerun for the same exam replaces the bundles made up
      * before, but only while every one of them is still in the
      * hall: once any bundle has been collected the exam's bundles
      * are in custody and the run refuses to touch them.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. SCRIPT-BUNDLE-BUILD.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT EXAM-SCHEDULE ASSIGN TO 'EXAM-SCHEDULE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ES-KEY
                   FILE STATUS IS WS-SCHED-FS.

               SELECT ANON-NUMBER ASSIGN TO 'ANON-NUMBER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AN-KEY
                   ALTERNATE RECORD KEY IS AN-STUDENT-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-ANON-FS.

               SELECT ENROLLMENT ASSIGN TO 'ENROLLMENT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS EN-KEY
                   ALTERNATE RECORD KEY IS EN-SUBJECT-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-ENROLL-FS.

               SELECT EXAM-ELIGIBILITY ASSIGN TO 'EXAM-ELIGIBILITY'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS EG-KEY
                   FILE STATUS IS WS-ELIG-FS.

               SELECT SCRIPT-BUNDLE ASSIGN TO 'SCRIPT-BUNDLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS SB-KEY
                   FILE STATUS IS WS-BUNDLE-FS.

               SELECT BUNDLE-LISTS ASSIGN TO 'BUNDLE-LISTS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

       DATA DIVISION.
           FILE SECTION.
           FD EXAM-SCHEDULE.
           COPY "examsch.cpy".

           FD ANON-NUMBER.
           COPY "examanon.cpy".

           FD ENROLLMENT.
           COPY "enrlmas.cpy".

           FD EXAM-ELIGIBILITY.
           COPY "examelig.cpy".

           FD SCRIPT-BUNDLE.
           COPY "scrbndl.cpy".

           FD BUNDLE-LISTS.
           01 BUNDLE-LIST-LINE      PIC X(80).

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           WORKING-STORAGE SECTION.
           01 WS-SCHED-FS           PIC X(02).
           01 WS-ANON-FS            PIC X(02).
           01 WS-ENROLL-FS          PIC X(02).
           01 WS-ELIG-FS            PIC X(02).
           01 WS-BUNDLE-FS          PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-ELIG-OPEN          PIC A(01) VALUE 'N'.
           01 WS-EXAM-CODE          PIC X(06).
           01 WS-BUNDLE-SIZE        PIC 9(03) VALUE 30.
           01 WS-IN-CUSTODY         PIC 9(03) VALUE ZERO.
           01 WS-CLEARED-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-BUNDLE-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-SCRIPT-TOTAL       PIC 9(06) VALUE ZERO.
           01 WS-SITS-PAPER         PIC A(01).

      *    The exam's papers, off the timetable - the same table
      *    EXAM-NUMBER-ALLOCATION builds, with each paper's room and
      *    date kept for the bundles.
           01 WS-SITTING-TABLE.
               05 WS-SIT-ROW OCCURS 20 TIMES.
                   10 WS-SIT-SUBJECT    PIC X(04).
                   10 WS-SIT-ROOM       PIC X(04).
                   10 WS-SIT-DATE       PIC 9(08).
           01 WS-SITTING-COUNT      PIC 9(02) VALUE ZERO.
           01 WS-SIT-I              PIC 9(02).

      *    The bundle being filled, and the slip row of exam numbers
      *    being built for it, ten to a line.
           01 WS-BUNDLE-OPEN        PIC A(01) VALUE 'N'.
           01 WS-BUNDLE-NO          PIC 9(02).
           01 WS-BUNDLE-SCRIPTS     PIC 9(03).
           01 WS-FIRST-NO           PIC 9(05).
           01 WS-LAST-NO            PIC 9(05).
           01 WS-ROW-COUNT          PIC 9(02) VALUE ZERO.
           01 WS-NUMBER-ROW.
               05 WS-ROW-ENTRY OCCURS 10 TIMES.
                   10 FILLER            PIC X(02).
                   10 WS-ROW-EXAM-NO    PIC 9(05).
           COPY "parmtbl.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "SCRIPT-BUNDLE-BUILD".

           PERFORM LOAD-PARM-CARD.
           MOVE 'BUNDLE-SIZE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               AND WS-PARM-NUMERIC < 1000
               MOVE WS-PARM-NUMERIC TO WS-BUNDLE-SIZE
           END-IF.

           DISPLAY 'ENTER EXAM CODE: '.
           ACCEPT WS-EXAM-CODE.

           PERFORM LOAD-EXAM-PAPERS.
           IF WS-SITTING-COUNT = ZERO
               DISPLAY 'NO PAPERS TIMETABLED FOR THAT EXAM'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O SCRIPT-BUNDLE.
           IF WS-BUNDLE-FS EQUAL '35'
               OPEN OUTPUT SCRIPT-BUNDLE
               CLOSE SCRIPT-BUNDLE
               OPEN I-O SCRIPT-BUNDLE
           END-IF.
           IF WS-BUNDLE-FS NOT EQUAL '00'
               DISPLAY "Error opening SCRIPT-BUNDLE. Status: "
                   WS-BUNDLE-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM COUNT-BUNDLES-IN-CUSTODY.
           IF WS-IN-CUSTODY > ZERO
               DISPLAY 'EXAM ' WS-EXAM-CODE ' HAS ' WS-IN-CUSTODY
                   ' BUNDLES OUT OF THE HALL - NOT REBUILT'
               CLOSE SCRIPT-BUNDLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CLEAR-PRIOR-BUNDLES.

           OPEN INPUT ANON-NUMBER.
           IF WS-ANON-FS NOT EQUAL '00'
               DISPLAY "Error opening ANON-NUMBER. Status: "
                   WS-ANON-FS
               CLOSE SCRIPT-BUNDLE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT ENROLLMENT.
           IF WS-ENROLL-FS NOT EQUAL '00'
               DISPLAY "Error opening ENROLLMENT. Status: "
                   WS-ENROLL-FS
               CLOSE SCRIPT-BUNDLE
               CLOSE ANON-NUMBER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT EXAM-ELIGIBILITY.
           IF WS-ELIG-FS EQUAL '00'
               MOVE 'Y' TO WS-ELIG-OPEN
           ELSE
               DISPLAY 'EXAM-ELIGIBILITY NOT AVAILABLE - NO STUDENT '
                   'LEFT OUT OF THE BUNDLES. STATUS: ' WS-ELIG-FS
           END-IF.

           OPEN OUTPUT BUNDLE-LISTS.

           PERFORM VARYING WS-SIT-I FROM 1 BY 1
               UNTIL WS-SIT-I > WS-SITTING-COUNT
               PERFORM BUNDLE-ONE-PAPER
           END-PERFORM.

           CLOSE SCRIPT-BUNDLE.
           CLOSE ANON-NUMBER.
           CLOSE ENROLLMENT.
           IF WS-ELIG-OPEN = 'Y'
               CLOSE EXAM-ELIGIBILITY
           END-IF.
           CLOSE BUNDLE-LISTS.

           DISPLAY 'PRIOR BUNDLES CLEARED: ' WS-CLEARED-COUNT.
           DISPLAY 'BUNDLES MADE UP: '       WS-BUNDLE-COUNT.
           DISPLAY 'SCRIPTS BUNDLED: '       WS-SCRIPT-TOTAL.
       STOP RUN.

       LOAD-EXAM-PAPERS.
           OPEN INPUT EXAM-SCHEDULE.
           IF WS-SCHED-FS NOT EQUAL '00'
               DISPLAY "Error opening EXAM-SCHEDULE. Status: "
                   WS-SCHED-FS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-EXAM-CODE TO ES-EXAM-CODE.
           MOVE LOW-VALUES   TO ES-SUBJECT-CODE.
           START EXAM-SCHEDULE KEY NOT < ES-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ EXAM-SCHEDULE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF ES-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF WS-SITTING-COUNT < 20
                               ADD 1 TO WS-SITTING-COUNT
                               MOVE ES-SUBJECT-CODE TO
                                   WS-SIT-SUBJECT(WS-SITTING-COUNT)
                               MOVE ES-ROOM TO
                                   WS-SIT-ROOM(WS-SITTING-COUNT)
                               MOVE ES-EXAM-DATE TO
                                   WS-SIT-DATE(WS-SITTING-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE EXAM-SCHEDULE.
           MOVE 'N' TO WS-EOF.

       COUNT-BUNDLES-IN-CUSTODY.
           MOVE WS-EXAM-CODE TO SB-EXAM-CODE.
           MOVE LOW-VALUES   TO SB-SUBJECT-CODE.
           MOVE ZERO         TO SB-BUNDLE-NO.
           START SCRIPT-BUNDLE KEY NOT < SB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCRIPT-BUNDLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           IF NOT SB-IN-HALL
                               ADD 1 TO WS-IN-CUSTODY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       CLEAR-PRIOR-BUNDLES.
           MOVE WS-EXAM-CODE TO SB-EXAM-CODE.
           MOVE LOW-VALUES   TO SB-SUBJECT-CODE.
           MOVE ZERO         TO SB-BUNDLE-NO.
           START SCRIPT-BUNDLE KEY NOT < SB-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SCRIPT-BUNDLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF SB-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           DELETE SCRIPT-BUNDLE RECORD
                           ADD 1 TO WS-CLEARED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

      * One paper: every number on the crosswalk for the exam whose
      * student sits this subject goes into the current bundle.
       BUNDLE-ONE-PAPER.
           MOVE ZERO TO WS-BUNDLE-NO.
           MOVE 'N'  TO WS-BUNDLE-OPEN.
           MOVE WS-EXAM-CODE TO AN-EXAM-CODE.
           MOVE ZERO         TO AN-EXAM-NO.
           START ANON-NUMBER KEY NOT < AN-KEY
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
               READ ANON-NUMBER NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF AN-EXAM-CODE NOT EQUAL WS-EXAM-CODE
                           MOVE 'Y' TO WS-EOF
                       ELSE
                           PERFORM CHECK-SITS-PAPER
                           IF WS-SITS-PAPER = 'Y'
                               PERFORM ADD-SCRIPT-TO-BUNDLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.
           IF WS-BUNDLE-OPEN = 'Y'
               PERFORM CLOSE-ONE-BUNDLE
           END-IF.

       CHECK-SITS-PAPER.
           MOVE 'N' TO WS-SITS-PAPER.
           MOVE AN-STUDENT-ID            TO EN-STUDENT-ID.
           MOVE WS-SIT-SUBJECT(WS-SIT-I) TO EN-SUBJECT-CODE.
           READ ENROLLMENT
               KEY IS EN-KEY
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF EN-ENROLLED
                       MOVE 'Y' TO WS-SITS-PAPER
                   END-IF
           END-READ.
           IF WS-SITS-PAPER = 'Y' AND WS-ELIG-OPEN = 'Y'
               MOVE AN-STUDENT-ID TO EG-STUDENT-ID
               MOVE WS-EXAM-CODE  TO EG-EXAM-CODE
               READ EXAM-ELIGIBILITY
                   KEY IS EG-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF EG-DEBARRED
                           MOVE 'N' TO WS-SITS-PAPER
                       END-IF
               END-READ
           END-IF.

       ADD-SCRIPT-TO-BUNDLE.
           IF WS-BUNDLE-OPEN = 'Y'
               AND WS-BUNDLE-SCRIPTS >= WS-BUNDLE-SIZE
               PERFORM CLOSE-ONE-BUNDLE
           END-IF.
           IF WS-BUNDLE-OPEN = 'N'
               PERFORM OPEN-ONE-BUNDLE
           END-IF.
           ADD 1 TO WS-BUNDLE-SCRIPTS.
           IF WS-BUNDLE-SCRIPTS = 1
               MOVE AN-EXAM-NO TO WS-FIRST-NO
           END-IF.
           MOVE AN-EXAM-NO TO WS-LAST-NO.
           ADD 1 TO WS-ROW-COUNT.
           MOVE AN-EXAM-NO TO WS-ROW-EXAM-NO(WS-ROW-COUNT).
           IF WS-ROW-COUNT = 10
               PERFORM PRINT-NUMBER-ROW
           END-IF.

       OPEN-ONE-BUNDLE.
           MOVE 'Y'  TO WS-BUNDLE-OPEN.
           ADD 1 TO WS-BUNDLE-NO.
           MOVE ZERO TO WS-BUNDLE-SCRIPTS.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE SPACES TO WS-NUMBER-ROW.
           MOVE SPACES TO BUNDLE-LIST-LINE.
           WRITE BUNDLE-LIST-LINE.
           MOVE SPACES TO BUNDLE-LIST-LINE.
           STRING 'EXAM ' WS-EXAM-CODE
               '  PAPER ' WS-SIT-SUBJECT(WS-SIT-I)
               '  ROOM ' WS-SIT-ROOM(WS-SIT-I)
               '  SAT ' WS-SIT-DATE(WS-SIT-I)
               '  BUNDLE ' WS-BUNDLE-NO
               DELIMITED BY SIZE INTO BUNDLE-LIST-LINE.
           WRITE BUNDLE-LIST-LINE.

       PRINT-NUMBER-ROW.
           MOVE WS-NUMBER-ROW TO BUNDLE-LIST-LINE.
           WRITE BUNDLE-LIST-LINE.
           MOVE ZERO TO WS-ROW-COUNT.
           MOVE SPACES TO WS-NUMBER-ROW.

      * The bundle goes on file in the hall, nobody holding it yet.
       CLOSE-ONE-BUNDLE.
           IF WS-ROW-COUNT > ZERO
               PERFORM PRINT-NUMBER-ROW
           END-IF.
           MOVE SPACES TO BUNDLE-LIST-LINE.
           STRING 'SCRIPTS IN BUNDLE: ' WS-BUNDLE-SCRIPTS
               DELIMITED BY SIZE INTO BUNDLE-LIST-LINE.
           WRITE BUNDLE-LIST-LINE.

           MOVE WS-EXAM-CODE             TO SB-EXAM-CODE.
           MOVE WS-SIT-SUBJECT(WS-SIT-I) TO SB-SUBJECT-CODE.
           MOVE WS-BUNDLE-NO             TO SB-BUNDLE-NO.
           MOVE WS-SIT-ROOM(WS-SIT-I)    TO SB-ROOM.
           MOVE WS-SIT-DATE(WS-SIT-I)    TO SB-EXAM-DATE.
           MOVE WS-BUNDLE-SCRIPTS        TO SB-SCRIPT-COUNT.
           MOVE WS-FIRST-NO              TO SB-FIRST-EXAM-NO.
           MOVE WS-LAST-NO               TO SB-LAST-EXAM-NO.
           MOVE 'H'                      TO SB-STATUS.
           MOVE ZERO                     TO SB-HOLDER-STAFF-ID.
           MOVE WS-SIT-DATE(WS-SIT-I)    TO SB-MOVED-DATE.
           MOVE ZERO                     TO SB-DUE-DATE.
           WRITE SCRIPT-BUNDLE-FILE
               INVALID KEY
                   DISPLAY 'BUNDLE: Invalid Key ' SB-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-BUNDLE-COUNT
                   ADD WS-BUNDLE-SCRIPTS TO WS-SCRIPT-TOTAL
           END-WRITE.
           MOVE 'N' TO WS-BUNDLE-OPEN.

       COPY "parmrd.cpy".
