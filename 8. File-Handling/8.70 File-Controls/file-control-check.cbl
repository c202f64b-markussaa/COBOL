      *             night's updates have all landed.
      * STUDENT-MASTER and MARKS-POSTED are the files covered - the
      * two whose silent corruption moves marks and money.
      * FEE-ASSESSMENT also leaves RECEIVABLE's totals here, a
      * FEE-ASSESS-BEFORE row as it starts and a FEE-ASSESS-AFTER
      * row once it finishes; VERIFY treats a BEFORE row with no
      * AFTER row as a mismatch, since an assessment left half done
      * has billed only some of the students, and REBUILD carries
      * both rows forward untouched.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. FILE-CONTROL-CHECK.
                   10 WS-STO-COUNT      PIC 9(06).
                   10 WS-STO-ID-HASH    PIC 9(09).
                   10 WS-STO-MARKS-HASH PIC 9(09).
                   10 WS-STO-STAMP      PIC 9(08).
           01 WS-STORED-COUNT       PIC 9(02) VALUE ZERO.
           01 WS-STO-I              PIC 9(02).
           01 WS-STORED-FOUND       PIC A(01).
           01 WS-BEFORE-ROW         PIC 9(02).
           01 WS-AFTER-ROW          PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
               PERFORM LOAD-STORED-TOTALS
               PERFORM VERIFY-ONE-FILE-S
               PERFORM VERIFY-ONE-FILE-M
               PERFORM VERIFY-ASSESSMENT-PAIR
               IF WS-MISMATCH-COUNT > ZERO
                   DISPLAY 'CONTROL MISMATCHES: ' WS-MISMATCH-COUNT
                       ' - RUN MUST NOT PROCEED'
                   TO WS-STO-ID-HASH(WS-STORED-COUNT)
               MOVE FC-MARKS-HASH
                   TO WS-STO-MARKS-HASH(WS-STORED-COUNT)
               MOVE FC-STAMP-DATE
                   TO WS-STO-STAMP(WS-STORED-COUNT)
           END-IF.

       VERIFY-ONE-FILE-S.
               DISPLAY 'NO CONTROL RECORD FOR MARKS-POSTED'
           END-IF.

       VERIFY-ASSESSMENT-PAIR.
           PERFORM FIND-ASSESSMENT-ROWS.
           IF WS-BEFORE-ROW > ZERO AND WS-AFTER-ROW = ZERO
               ADD 1 TO WS-MISMATCH-COUNT
               DISPLAY 'FEE-ASSESSMENT STARTED '
                   WS-STO-STAMP(WS-BEFORE-ROW) ' WITH '
                   WS-STO-COUNT(WS-BEFORE-ROW)
                   ' RECEIVABLES NEVER FINISHED - RESTART IT'
           END-IF.
           IF WS-BEFORE-ROW > ZERO AND WS-AFTER-ROW > ZERO
               DISPLAY 'LAST FEE-ASSESSMENT RECEIVABLES '
                   WS-STO-COUNT(WS-BEFORE-ROW) ' BEFORE, '
                   WS-STO-COUNT(WS-AFTER-ROW) ' AFTER ('
                   WS-STO-STAMP(WS-AFTER-ROW) ')'
           END-IF.

       FIND-ASSESSMENT-ROWS.
           MOVE ZERO TO WS-BEFORE-ROW.
           MOVE ZERO TO WS-AFTER-ROW.
           PERFORM VARYING WS-STO-I FROM 1 BY 1
               UNTIL WS-STO-I > WS-STORED-COUNT
               IF WS-STO-NAME(WS-STO-I) = 'FEE-ASSESS-BEFORE'
                   MOVE WS-STO-I TO WS-BEFORE-ROW
               END-IF
               IF WS-STO-NAME(WS-STO-I) = 'FEE-ASSESS-AFTER'
                   MOVE WS-STO-I TO WS-AFTER-ROW
               END-IF
           END-PERFORM.

      * The assessment's own rows are read off the old file first
      * and written back after the recomputed ones; with no old
      * file there is nothing to carry.
       REBUILD-CONTROL-FILE.
           OPEN INPUT FILE-CONTROL-TOTALS.
           IF WS-CTL-FS EQUAL '00'
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ FILE-CONTROL-TOTALS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-STORED
                   END-READ
               END-PERFORM
               CLOSE FILE-CONTROL-TOTALS
           END-IF.
           PERFORM FIND-ASSESSMENT-ROWS.

           OPEN OUTPUT FILE-CONTROL-TOTALS.
           MOVE 'STUDENT-MASTER'    TO FC-FILE-NAME.
           MOVE WS-STUD-COUNT      TO FC-RECORD-COUNT.
           MOVE WS-MARK-MARKS-HASH TO FC-MARKS-HASH.
           MOVE WS-TODAY           TO FC-STAMP-DATE.
           WRITE FILE-CONTROL-REC.
           IF WS-BEFORE-ROW > ZERO
               MOVE WS-BEFORE-ROW TO WS-STO-I
               PERFORM WRITE-STORED-ROW
           END-IF.
           IF WS-AFTER-ROW > ZERO
               MOVE WS-AFTER-ROW TO WS-STO-I
               PERFORM WRITE-STORED-ROW
           END-IF.
           CLOSE FILE-CONTROL-TOTALS.

       WRITE-STORED-ROW.
           MOVE WS-STO-NAME(WS-STO-I)       TO FC-FILE-NAME.
           MOVE WS-STO-COUNT(WS-STO-I)      TO FC-RECORD-COUNT.
           MOVE WS-STO-ID-HASH(WS-STO-I)    TO FC-ID-HASH.
           MOVE WS-STO-MARKS-HASH(WS-STO-I) TO FC-MARKS-HASH.
           MOVE WS-STO-STAMP(WS-STO-I)      TO FC-STAMP-DATE.
           WRITE FILE-CONTROL-REC.
