      * OFFER-ROUND-PROCESSING extends offers in AP-RANK order, and
      * that rank used to be keyed in off the admissions office's
      * spreadsheet. This batch derives it from the entrance test:
      * each offerable applicant's section scores on ENTRANCE-SCORE
      * are weighted by ENTRANCE-SECTIONS.txt - score over the marks
      * the section is out of, times its weight - into a composite
      * out of 100, scaled if the weights do not total 100. An INPUT
      * PROCEDURE RELEASEs the applicants the way CLASS-RANK-BATCH
      * does, the sort brings them back per applied class in
      * descending composite order with ties going to the older
      * applicant (earlier DOB) and then the lower applicant number,
      * and the OUTPUT PROCEDURE numbers them 1, 2, 3 within the
      * class and REWRITEs AP-RANK.
      *
      * An offerable applicant with no score at all in a class that
      * sat the test is ranked 9999, which an offer round never
      * reaches. A class where nobody has a score did not sit the
      * test and its keyed ranks are left alone.
      *
      * ENTRANCE-SCORE-SHEET.txt is the audit of it: per applicant
      * the rank, composite, DOB and any tie, then every section's
      * raw score, maximum, weight and the points it contributed.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENTRANCE-RANKING.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT ENTRANCE-SCORE ASSIGN TO 'ENTRANCE-SCORE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS XS-KEY
                   FILE STATUS IS WS-SCORE-FS.

               SELECT ENTRANCE-SECTIONS
                   ASSIGN TO 'ENTRANCE-SECTIONS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECT-FS.

               SELECT RANK-WORK ASSIGN TO 'ENTRSORT'.

               SELECT SCORE-SHEET ASSIGN TO 'ENTRANCE-SCORE-SHEET.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

               SELECT RUN-LOG ASSIGN TO 'RUN-LOG.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FS.

       DATA DIVISION.
           FILE SECTION.
           FD APPLICANT.
           COPY "applcnt.cpy".

           FD ENTRANCE-SCORE.
           COPY "entscor.cpy".

           FD ENTRANCE-SECTIONS.
           COPY "entsect.cpy".

           SD RANK-WORK.
           01 RANK-WORK-REC.
               05 RK-CLASS          PIC 9(02).
      *        '0' for an applicant with scores, '1' for one without,
      *        so the unscored sort to the foot of their class.
               05 RK-UNSCORED       PIC X(01).
               05 RK-COMPOSITE      PIC 9(03)V99.
               05 RK-DOB            PIC 9(08).
               05 RK-APPLICANT-ID   PIC 9(06).
               05 RK-NAME           PIC A(25).
               05 RK-SECTION OCCURS 12 TIMES.
                   10 RK-SEC-SAT       PIC X(01).
                   10 RK-SEC-SCORE     PIC 9(03).

           FD SCORE-SHEET.
           01 SCORE-SHEET-LINE      PIC X(80).

           FD RUN-LOG.
           COPY "runrec.cpy".

           WORKING-STORAGE SECTION.
           01 WS-APPL-FS            PIC X(02).
           01 WS-SCORE-FS           PIC X(02).
           01 WS-SECT-FS            PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SLICE-EOF          PIC A(01).

      *    The paper's sections as ENTRANCE-SECTIONS.txt lists them;
      *    RK-SECTION is held in the same order.
           01 WS-SECTION-TABLE.
               05 WS-SECTION-ROW OCCURS 12 TIMES.
                   10 WS-SC-CODE        PIC X(04).
                   10 WS-SC-MAX         PIC 9(03).
                   10 WS-SC-WEIGHT      PIC 9(03).
           01 WS-SECTION-COUNT      PIC 9(02) VALUE ZERO.
           01 WS-WEIGHT-TOTAL       PIC 9(04) VALUE ZERO.
           01 WS-SC-I               PIC 9(02).
           01 WS-SCORED-SECTIONS    PIC 9(02).
           01 WS-POINTS             PIC 9(03)V99.
           01 WS-DISPLAY-POINTS     PIC ZZ9.99.
           01 WS-DISPLAY-COMPOSITE  PIC ZZ9.99.

      *    Whether anyone in each applied class has a score; thirteen
      *    rows as in the offer rounds, the last catching stray years.
           01 WS-CLASS-TESTED-TABLE.
               05 WS-CLASS-TESTED OCCURS 13 TIMES PIC A(01).
           01 WS-CLS-SUB            PIC 9(02).

           01 WS-PRIOR-CLASS        PIC 9(02) VALUE ZERO.
           01 WS-PRIOR-COMPOSITE    PIC 9(03)V99 VALUE ZERO.
           01 WS-PRIOR-DOB          PIC 9(08) VALUE ZERO.
           01 WS-POSITION           PIC 9(04) VALUE ZERO.
           01 WS-NEW-RANK           PIC 9(04).
           01 WS-TIE-NOTE           PIC X(24).
           01 WS-RANKED-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-UNSCORED-COUNT     PIC 9(05) VALUE ZERO.
           01 WS-UNTESTED-COUNT     PIC 9(05) VALUE ZERO.

           COPY "runflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "ENTRANCE-RANKING".
           MOVE 'ENTRANCE-RANKING' TO RUN-PROGRAM-NAME.
           PERFORM RUN-LOG-START.

           PERFORM LOAD-SECTIONS.
           IF WS-SECTION-COUNT = ZERO OR WS-WEIGHT-TOTAL = ZERO
               DISPLAY 'NO WEIGHTED ENTRANCE TEST SECTIONS - '
                   'NOTHING RANKED'
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM VARYING WS-CLS-SUB FROM 1 BY 1
               UNTIL WS-CLS-SUB > 13
               MOVE 'N' TO WS-CLASS-TESTED(WS-CLS-SUB)
           END-PERFORM.

           SORT RANK-WORK
               ON ASCENDING KEY RK-CLASS
               ON ASCENDING KEY RK-UNSCORED
               ON DESCENDING KEY RK-COMPOSITE
               ON ASCENDING KEY RK-DOB
               ON ASCENDING KEY RK-APPLICANT-ID
               INPUT PROCEDURE IS EXTRACT-OFFERABLE
               OUTPUT PROCEDURE IS ASSIGN-ENTRANCE-RANKS.

           DISPLAY 'APPLICANTS RANKED: '        WS-RANKED-COUNT.
           DISPLAY 'NO SCORES - RANKED 9999: '  WS-UNSCORED-COUNT.
           DISPLAY 'UNTESTED CLASSES - LEFT: '  WS-UNTESTED-COUNT.
           PERFORM RUN-LOG-END.
       STOP RUN.

       ABANDON-RUN.
           MOVE 8 TO RETURN-CODE.
           MOVE 'ERROR' TO RUN-STATUS.
           PERFORM RUN-LOG-END.
           STOP RUN.

       LOAD-SECTIONS.
           OPEN INPUT ENTRANCE-SECTIONS.
           IF WS-SECT-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SECTIONS. Status: "
                   WS-SECT-FS
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ENTRANCE-SECTIONS
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM NOTE-ONE-SECTION
                   END-READ
               END-PERFORM
               CLOSE ENTRANCE-SECTIONS
               MOVE 'N' TO WS-EOF
           END-IF.
           DISPLAY 'SECTIONS: ' WS-SECTION-COUNT
               '  WEIGHTS TOTAL: ' WS-WEIGHT-TOTAL.

       NOTE-ONE-SECTION.
           IF WS-SECTION-COUNT >= 12
               DISPLAY 'SECTION TABLE FULL - DROPPED: '
                   XC-SECTION-CODE
           ELSE
               IF XC-MAX-SCORE = ZERO
                   DISPLAY 'SECTION OUT OF ZERO - DROPPED: '
                       XC-SECTION-CODE
               ELSE
                   ADD 1 TO WS-SECTION-COUNT
                   MOVE XC-SECTION-CODE
                       TO WS-SC-CODE(WS-SECTION-COUNT)
                   MOVE XC-MAX-SCORE
                       TO WS-SC-MAX(WS-SECTION-COUNT)
                   MOVE XC-WEIGHT-PCT
                       TO WS-SC-WEIGHT(WS-SECTION-COUNT)
                   ADD XC-WEIGHT-PCT TO WS-WEIGHT-TOTAL
               END-IF
           END-IF.

      * Every applicant still in line for an offer - pending or
      * waitlisted - goes into the sort with their section scores
      * and composite.
       EXTRACT-OFFERABLE.
           OPEN INPUT APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error opening APPLICANT. Status: " WS-APPL-FS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN INPUT ENTRANCE-SCORE.
           IF WS-SCORE-FS NOT EQUAL '00'
               DISPLAY "Error opening ENTRANCE-SCORE. Status: "
                   WS-SCORE-FS
               CLOSE APPLICANT
               PERFORM ABANDON-RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
               READ APPLICANT NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO RUN-READ-COUNT
                       IF AP-OFFERABLE
                           PERFORM RELEASE-ONE-APPLICANT
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE APPLICANT.
           CLOSE ENTRANCE-SCORE.

       RELEASE-ONE-APPLICANT.
           IF AP-APPLIED-CLASS > ZERO AND AP-APPLIED-CLASS < 14
               MOVE AP-APPLIED-CLASS TO WS-CLS-SUB
           ELSE
               MOVE 13 TO WS-CLS-SUB
           END-IF.
           MOVE WS-CLS-SUB      TO RK-CLASS.
           MOVE AP-DOB          TO RK-DOB.
           MOVE AP-APPLICANT-ID TO RK-APPLICANT-ID.
           MOVE AP-NAME         TO RK-NAME.
           MOVE ZERO            TO RK-COMPOSITE.
           MOVE ZERO            TO WS-SCORED-SECTIONS.
           PERFORM VARYING WS-SC-I FROM 1 BY 1 UNTIL WS-SC-I > 12
               MOVE 'N'  TO RK-SEC-SAT(WS-SC-I)
               MOVE ZERO TO RK-SEC-SCORE(WS-SC-I)
           END-PERFORM.

           MOVE 'N' TO WS-SLICE-EOF.
           MOVE AP-APPLICANT-ID TO XS-APPLICANT-ID.
           MOVE LOW-VALUES TO XS-SECTION-CODE.
           START ENTRANCE-SCORE KEY NOT < XS-KEY
               INVALID KEY MOVE 'Y' TO WS-SLICE-EOF
           END-START.
           PERFORM UNTIL WS-SLICE-EOF = 'Y'
               READ ENTRANCE-SCORE NEXT RECORD
                   AT END MOVE 'Y' TO WS-SLICE-EOF
                   NOT AT END
                       IF XS-APPLICANT-ID NOT EQUAL AP-APPLICANT-ID
                           MOVE 'Y' TO WS-SLICE-EOF
                       ELSE
                           PERFORM TAKE-ONE-SECTION-SCORE
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-SCORED-SECTIONS > ZERO
               MOVE '0' TO RK-UNSCORED
               MOVE 'Y' TO WS-CLASS-TESTED(WS-CLS-SUB)
           ELSE
               MOVE '1' TO RK-UNSCORED
           END-IF.
           RELEASE RANK-WORK-REC.

      * A score for a section no longer on the paper is ignored; a
      * section with no score contributes nothing.
       TAKE-ONE-SECTION-SCORE.
           PERFORM VARYING WS-SC-I FROM 1 BY 1
               UNTIL WS-SC-I > WS-SECTION-COUNT
               IF WS-SC-CODE(WS-SC-I) = XS-SECTION-CODE
                   MOVE 'Y'      TO RK-SEC-SAT(WS-SC-I)
                   MOVE XS-SCORE TO RK-SEC-SCORE(WS-SC-I)
                   ADD 1 TO WS-SCORED-SECTIONS
                   PERFORM COMPUTE-SECTION-POINTS
                   ADD WS-POINTS TO RK-COMPOSITE
               END-IF
           END-PERFORM.

       COMPUTE-SECTION-POINTS.
           COMPUTE WS-POINTS ROUNDED =
               RK-SEC-SCORE(WS-SC-I) * WS-SC-WEIGHT(WS-SC-I) * 100
               / (WS-SC-MAX(WS-SC-I) * WS-WEIGHT-TOTAL).

       ASSIGN-ENTRANCE-RANKS.
           OPEN I-O APPLICANT.
           IF WS-APPL-FS NOT EQUAL '00'
               DISPLAY "Error reopening APPLICANT. Status: "
                   WS-APPL-FS
               PERFORM ABANDON-RUN
           END-IF.
           OPEN OUTPUT SCORE-SHEET.
           MOVE SPACES TO SCORE-SHEET-LINE.
           STRING 'ENTRANCE TEST SCORE SHEET - RUN '
               RUN-START-STAMP(1:8)
               DELIMITED BY SIZE INTO SCORE-SHEET-LINE.
           WRITE SCORE-SHEET-LINE.

           MOVE 'N' TO WS-EOF.
           PERFORM UNTIL WS-EOF = 'Y'
               RETURN RANK-WORK
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM RANK-ONE-APPLICANT
               END-RETURN
           END-PERFORM.

           CLOSE APPLICANT.
           CLOSE SCORE-SHEET.

      * Positions restart at each class. The sort has already broken
      * ties, so every applicant takes the next position; the sheet
      * says when a composite tied and what settled it.
       RANK-ONE-APPLICANT.
           IF RK-CLASS NOT EQUAL WS-PRIOR-CLASS
               MOVE RK-CLASS TO WS-PRIOR-CLASS
               MOVE ZERO TO WS-POSITION
               PERFORM WRITE-CLASS-HEADING
           END-IF.

           EVALUATE TRUE
               WHEN WS-CLASS-TESTED(RK-CLASS) = 'N'
                   ADD 1 TO WS-UNTESTED-COUNT
               WHEN RK-UNSCORED = '1'
                   MOVE 9999 TO WS-NEW-RANK
                   MOVE 'NO SCORES - NOT RANKED' TO WS-TIE-NOTE
                   PERFORM POST-NEW-RANK
                   ADD 1 TO WS-UNSCORED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-POSITION
                   MOVE WS-POSITION TO WS-NEW-RANK
                   MOVE SPACES TO WS-TIE-NOTE
                   IF WS-POSITION > 1
                       AND RK-COMPOSITE = WS-PRIOR-COMPOSITE
                       IF RK-DOB = WS-PRIOR-DOB
                           MOVE 'TIE - SAME DOB, BY NUMBER'
                               TO WS-TIE-NOTE
                       ELSE
                           MOVE 'TIE - OLDER RANKS FIRST'
                               TO WS-TIE-NOTE
                       END-IF
                   END-IF
                   MOVE RK-COMPOSITE TO WS-PRIOR-COMPOSITE
                   MOVE RK-DOB       TO WS-PRIOR-DOB
                   PERFORM POST-NEW-RANK
                   ADD 1 TO WS-RANKED-COUNT
           END-EVALUATE.

       WRITE-CLASS-HEADING.
           MOVE SPACES TO SCORE-SHEET-LINE.
           WRITE SCORE-SHEET-LINE.
           MOVE SPACES TO SCORE-SHEET-LINE.
           IF WS-CLASS-TESTED(RK-CLASS) = 'N'
               STRING 'APPLIED CLASS ' RK-CLASS
                   ' - NO ENTRANCE SCORES, KEYED RANKS LEFT AS THEY'
                   ' ARE'
                   DELIMITED BY SIZE INTO SCORE-SHEET-LINE
           ELSE
               STRING 'APPLIED CLASS ' RK-CLASS
                   DELIMITED BY SIZE INTO SCORE-SHEET-LINE
           END-IF.
           WRITE SCORE-SHEET-LINE.
           MOVE ALL '-' TO SCORE-SHEET-LINE.
           WRITE SCORE-SHEET-LINE.

       POST-NEW-RANK.
           MOVE RK-APPLICANT-ID TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   DISPLAY 'RANK: APPLICANT VANISHED '
                       RK-APPLICANT-ID
               NOT INVALID KEY
                   MOVE WS-NEW-RANK TO AP-RANK
                   REWRITE APPLICANT-FILE
                       INVALID KEY
                           DISPLAY 'RANK: Invalid Key '
                               RK-APPLICANT-ID
                       NOT INVALID KEY
                           ADD 1 TO RUN-WRITE-COUNT
                   END-REWRITE
           END-READ.

           MOVE RK-COMPOSITE TO WS-DISPLAY-COMPOSITE.
           MOVE SPACES TO SCORE-SHEET-LINE.
           STRING 'RANK ' WS-NEW-RANK ' ' RK-APPLICANT-ID ' '
               RK-NAME ' ' WS-DISPLAY-COMPOSITE
               ' DOB ' RK-DOB ' ' WS-TIE-NOTE
               DELIMITED BY SIZE INTO SCORE-SHEET-LINE.
           WRITE SCORE-SHEET-LINE.

           IF RK-UNSCORED = '0'
               PERFORM VARYING WS-SC-I FROM 1 BY 1
                   UNTIL WS-SC-I > WS-SECTION-COUNT
                   PERFORM WRITE-SECTION-LINE
               END-PERFORM
           END-IF.

       WRITE-SECTION-LINE.
           MOVE SPACES TO SCORE-SHEET-LINE.
           IF RK-SEC-SAT(WS-SC-I) = 'Y'
               PERFORM COMPUTE-SECTION-POINTS
               MOVE WS-POINTS TO WS-DISPLAY-POINTS
               STRING '      ' WS-SC-CODE(WS-SC-I)
                   '  SCORE ' RK-SEC-SCORE(WS-SC-I)
                   ' OF ' WS-SC-MAX(WS-SC-I)
                   '  WEIGHT ' WS-SC-WEIGHT(WS-SC-I)
                   '  POINTS ' WS-DISPLAY-POINTS
                   DELIMITED BY SIZE INTO SCORE-SHEET-LINE
           ELSE
               STRING '      ' WS-SC-CODE(WS-SC-I)
                   '  NO SCORE       WEIGHT ' WS-SC-WEIGHT(WS-SC-I)
                   '  POINTS   0.00'
                   DELIMITED BY SIZE INTO SCORE-SHEET-LINE
           END-IF.
           WRITE SCORE-SHEET-LINE.

       COPY "runwrt.cpy".
