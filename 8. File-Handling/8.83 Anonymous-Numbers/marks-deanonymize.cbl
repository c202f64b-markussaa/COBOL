      * step never sees an exam number. A number the crosswalk
      * doesn't know goes to the exception list instead of posting
      * against the wrong child.
      *
      * No mark is released for a paper while any of its
      * SCRIPT-BUNDLE bundles (scrbndl.cpy) is still out of the
      * exams office - in the hall, with a marker or away for
      * re-evaluation. Those marks are set aside on ANON-MARKS-HELD,
      * in the layout they came in, and each is named on the
      * exception list. Where no bundle file has been set up yet
      * the marks release as before.
      *
      * Held marks recycle by themselves, the way WRITE recycles
      * its suspense items: every run reads the marks already held
      * ahead of the fresh ANON-MARKS-TRANS and tests their papers
      * again, so a paper whose bundles are all back releases its
      * held marks with no one re-keying them. ANON-MARKS-HELD-WORK
      * stages whatever is still held and is copied back over
      * ANON-MARKS-HELD at the end, so nothing held is lost. The
      * held marks must not be put into ANON-MARKS-TRANS by hand as
      * well - they would post twice.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. MARKS-DEANONYMIZE.
                       WITH DUPLICATES
                   FILE STATUS IS WS-ANON-FS.

               SELECT SCRIPT-BUNDLE ASSIGN TO 'SCRIPT-BUNDLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS SB-KEY
                   FILE STATUS IS WS-BUNDLE-FS.

               SELECT ANON-MARKS-HELD ASSIGN TO 'ANON-MARKS-HELD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-FS.

               SELECT ANON-MARKS-HELD-WORK
                   ASSIGN TO 'ANON-MARKS-HELD-WORK.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-WORK-FS.

               SELECT MARKS-TRANS ASSIGN TO 'MARKS-TRANS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUT-FS.
           FD ANON-NUMBER.
           COPY "examanon.cpy".

           FD SCRIPT-BUNDLE.
           COPY "scrbndl.cpy".

           FD ANON-MARKS-HELD.
           01 ANON-MARKS-HELD-REC   PIC X(25).

           FD ANON-MARKS-HELD-WORK.
           01 ANON-MARKS-HELD-WORK-REC PIC X(25).

           FD MARKS-TRANS.
           01 MARKS-TRANS-REC.
               05 MT-STUDENT-ID    PIC 9(05).
           01 WS-ANON-FS            PIC X(02).
           01 WS-OUT-FS             PIC X(02).
           01 WS-EXC-FS             PIC X(02).
           01 WS-BUNDLE-FS          PIC X(02).
           01 WS-HELD-FS            PIC X(02).
           01 WS-HELD-WORK-FS       PIC X(02).
           01 WS-HELD-EOF           PIC A(01) VALUE 'N'.
           01 WS-RETESTED-COUNT     PIC 9(06) VALUE ZERO.
           01 WS-BUNDLE-OPEN        PIC A(01) VALUE 'N'.
           01 WS-BUNDLE-EOF         PIC A(01).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-POSTED-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-REJECT-COUNT       PIC 9(06) VALUE ZERO.
           01 WS-HELD-COUNT         PIC 9(06) VALUE ZERO.
      *    The paper last checked against its bundles - marks come
      *    in paper by paper, so most marks reuse the answer.
           01 WS-CHECKED-EXAM       PIC X(06) VALUE SPACES.
           01 WS-CHECKED-SUBJECT    PIC X(04) VALUE SPACES.
           01 WS-PAPER-RELEASED     PIC A(01).
           01 WS-BUNDLES-OUT        PIC 9(03).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               STOP RUN
           END-IF.

           OPEN INPUT SCRIPT-BUNDLE.
           IF WS-BUNDLE-FS EQUAL '00'
               MOVE 'Y' TO WS-BUNDLE-OPEN
           ELSE
               IF WS-BUNDLE-FS EQUAL '35'
                   DISPLAY 'SCRIPT-BUNDLE NOT SET UP - MARKS RELEASE '
                       'WITHOUT A CUSTODY CHECK'
               ELSE
                   DISPLAY "Error opening SCRIPT-BUNDLE. Status: "
                       WS-BUNDLE-FS
                   CLOSE ANON-NUMBER
                   CLOSE ANON-MARKS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN EXTEND MARKS-TRANS.
           IF WS-OUT-FS EQUAL '35'
               OPEN OUTPUT MARKS-TRANS
           END-IF.
           OPEN OUTPUT ANON-EXCEPTIONS.
           OPEN OUTPUT ANON-MARKS-HELD-WORK.
           IF WS-HELD-WORK-FS NOT EQUAL '00'
               DISPLAY "Error opening ANON-MARKS-HELD-WORK. Status: "
                   WS-HELD-WORK-FS
               CLOSE ANON-NUMBER
               CLOSE ANON-MARKS
               CLOSE MARKS-TRANS
               CLOSE ANON-EXCEPTIONS
               IF WS-BUNDLE-OPEN = 'Y'
                   CLOSE SCRIPT-BUNDLE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Marks held on an earlier run are tested again first; only
      *    then do the fresh marks run.
           PERFORM RECYCLE-HELD-MARKS.

           PERFORM UNTIL WS-EOF = 'Y'
               READ ANON-MARKS
           CLOSE ANON-MARKS.
           CLOSE MARKS-TRANS.
           CLOSE ANON-EXCEPTIONS.
           CLOSE ANON-MARKS-HELD-WORK.
           IF WS-BUNDLE-OPEN = 'Y'
               CLOSE SCRIPT-BUNDLE
           END-IF.

           PERFORM COPY-BACK-HELD-MARKS.

           DISPLAY 'HELD MARKS RE-TESTED: ' WS-RETESTED-COUNT.
           DISPLAY 'MARKS DE-ANONYMIZED: ' WS-POSTED-COUNT.
           DISPLAY 'NUMBERS NOT ON CROSSWALK: ' WS-REJECT-COUNT.
           DISPLAY 'MARKS HELD - BUNDLES OUT: ' WS-HELD-COUNT.
           IF WS-REJECT-COUNT > ZERO OR WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * No held file yet just means nothing has been held.
       RECYCLE-HELD-MARKS.
           OPEN INPUT ANON-MARKS-HELD.
           IF WS-HELD-FS NOT EQUAL '00'
               MOVE 'Y' TO WS-HELD-EOF
           END-IF.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
               READ ANON-MARKS-HELD
                   AT END MOVE 'Y' TO WS-HELD-EOF
                   NOT AT END
                       ADD 1 TO WS-RETESTED-COUNT
                       MOVE ANON-MARKS-HELD-REC TO ANON-MARKS-REC
                       PERFORM TRANSLATE-ONE-MARK
               END-READ
           END-PERFORM.
           IF WS-HELD-FS NOT EQUAL '35'
               CLOSE ANON-MARKS-HELD
           END-IF.

      * The staging file built during the run becomes the held file
      * the next run will test again.
       COPY-BACK-HELD-MARKS.
           OPEN INPUT ANON-MARKS-HELD-WORK.
           OPEN OUTPUT ANON-MARKS-HELD.
           MOVE 'N' TO WS-HELD-EOF.
           PERFORM UNTIL WS-HELD-EOF = 'Y'
               READ ANON-MARKS-HELD-WORK
                   AT END MOVE 'Y' TO WS-HELD-EOF
                   NOT AT END
                       MOVE ANON-MARKS-HELD-WORK-REC
                           TO ANON-MARKS-HELD-REC
                       WRITE ANON-MARKS-HELD-REC
               END-READ
           END-PERFORM.
           CLOSE ANON-MARKS-HELD-WORK.
           CLOSE ANON-MARKS-HELD.

       TRANSLATE-ONE-MARK.
           IF AM-EXAM-CODE NOT = WS-CHECKED-EXAM
               OR AM-SUBJECT-CODE NOT = WS-CHECKED-SUBJECT
               PERFORM CHECK-PAPER-BUNDLES
           END-IF.
           IF WS-PAPER-RELEASED = 'N'
               PERFORM HOLD-ONE-MARK
           ELSE
               PERFORM LOOKUP-EXAM-NUMBER
           END-IF.

      * A paper is released when none of its bundles is anywhere
      * but back in the office.
       CHECK-PAPER-BUNDLES.
           MOVE AM-EXAM-CODE    TO WS-CHECKED-EXAM.
           MOVE AM-SUBJECT-CODE TO WS-CHECKED-SUBJECT.
           MOVE ZERO TO WS-BUNDLES-OUT.
           IF WS-BUNDLE-OPEN = 'Y'
               MOVE AM-EXAM-CODE    TO SB-EXAM-CODE
               MOVE AM-SUBJECT-CODE TO SB-SUBJECT-CODE
               MOVE ZERO            TO SB-BUNDLE-NO
               MOVE 'N' TO WS-BUNDLE-EOF
               START SCRIPT-BUNDLE KEY NOT < SB-KEY
                   INVALID KEY MOVE 'Y' TO WS-BUNDLE-EOF
               END-START
               PERFORM UNTIL WS-BUNDLE-EOF = 'Y'
                   READ SCRIPT-BUNDLE NEXT RECORD
                       AT END MOVE 'Y' TO WS-BUNDLE-EOF
                       NOT AT END
                           IF SB-EXAM-CODE NOT = AM-EXAM-CODE
                               OR SB-SUBJECT-CODE
                                   NOT = AM-SUBJECT-CODE
                               MOVE 'Y' TO WS-BUNDLE-EOF
                           ELSE
                               IF NOT SB-RETURNED
                                   ADD 1 TO WS-BUNDLES-OUT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           IF WS-BUNDLES-OUT > ZERO
               MOVE 'N' TO WS-PAPER-RELEASED
               DISPLAY 'PAPER ' AM-EXAM-CODE ' ' AM-SUBJECT-CODE
                   ' HAS ' WS-BUNDLES-OUT ' BUNDLES OUT - MARKS HELD'
           ELSE
               MOVE 'Y' TO WS-PAPER-RELEASED
           END-IF.

       HOLD-ONE-MARK.
           ADD 1 TO WS-HELD-COUNT.
           MOVE ANON-MARKS-REC TO ANON-MARKS-HELD-WORK-REC.
           WRITE ANON-MARKS-HELD-WORK-REC.
           MOVE SPACES TO ANON-EXCEPTION-LINE.
           STRING 'HELD - BUNDLES OUT EXAM=' AM-EXAM-CODE
               ' NO=' AM-EXAM-NO
               ' SUBJECT=' AM-SUBJECT-CODE
               DELIMITED BY SIZE INTO ANON-EXCEPTION-LINE.
           WRITE ANON-EXCEPTION-LINE.

       LOOKUP-EXAM-NUMBER.
           MOVE AM-EXAM-CODE TO AN-EXAM-CODE.
           MOVE AM-EXAM-NO   TO AN-EXAM-NO.
           READ ANON-NUMBER
