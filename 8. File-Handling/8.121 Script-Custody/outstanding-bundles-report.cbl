      * The exams officer's chase list for answer scripts: every
      * SCRIPT-BUNDLE (scrbndl.cpy) not yet back in the office for
      * good, where it is and whose hands it is in, with the holder
      * named off STAFF-MASTER. A bundle with a marker or out for
      * re-evaluation is overdue once its due date has passed; a
      * bundle still in the hall is overdue once the day after its
      * paper has gone by without its being collected. Days over are
      * aged off today's date the way LIBRARY-OVERDUE-REPORT ages a
      * loan. A nonzero RETURN-CODE when anything is overdue lets the
      * job stream see that scripts are adrift.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OUTSTANDING-BUNDLES-REPORT.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SCRIPT-BUNDLE ASSIGN TO 'SCRIPT-BUNDLE'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS SB-KEY
                   FILE STATUS IS WS-FS.

               SELECT STAFF-MAST ASSIGN TO 'STAFF-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS SF-STAFF-ID
                   FILE STATUS IS WS-STAFF-FS.

               SELECT OUTSTANDING-REPORT
                   ASSIGN TO 'OUTSTANDING-BUNDLES.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.

       DATA DIVISION.
           FILE SECTION.
           FD SCRIPT-BUNDLE.
           COPY "scrbndl.cpy".

           FD STAFF-MAST.
           COPY "stafmas.cpy".

           FD OUTSTANDING-REPORT.
           01 OUTSTANDING-REPORT-LINE PIC X(110).

           WORKING-STORAGE SECTION.
           01 WS-FS                 PIC X(02).
           01 WS-STAFF-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-TODAY              PIC 9(08).
           01 WS-TODAY-INT          PIC 9(08).
           01 WS-DUE-INT            PIC 9(08).
           01 WS-DAYS-OVER          PIC S9(05).
           01 WS-WHERE              PIC X(08).
           01 WS-HOLDER-NAME        PIC X(25).
           01 WS-OVERDUE-FLAG       PIC X(07).
           01 WS-OUTSTANDING-COUNT  PIC 9(05) VALUE ZERO.
           01 WS-OVERDUE-COUNT      PIC 9(05) VALUE ZERO.
           01 WS-SCRIPTS-OUT        PIC 9(06) VALUE ZERO.
           01 WS-DISPLAY-DAYS       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "OUTSTANDING-BUNDLES-REPORT".

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY).

           OPEN INPUT SCRIPT-BUNDLE.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening SCRIPT-BUNDLE. Status: " WS-FS
               STOP RUN
           END-IF.

           OPEN INPUT STAFF-MAST.
           IF WS-STAFF-FS NOT EQUAL '00'
               DISPLAY "Error opening STAFF-MASTER. Status: "
                   WS-STAFF-FS
               CLOSE SCRIPT-BUNDLE
               STOP RUN
           END-IF.

           OPEN OUTPUT OUTSTANDING-REPORT.

           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING 'SCRIPT BUNDLES OUTSTANDING AS AT ' WS-TODAY
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING 'EXAM   PAPR BN ROOM SCR WHERE    HOLDER'
               '                    MOVED    DUE      '
               'DAYS OVER'
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.

           PERFORM UNTIL WS-EOF = 'Y'
               READ SCRIPT-BUNDLE NEXT RECORD
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END PERFORM CHECK-ONE-BUNDLE
               END-READ
           END-PERFORM.

           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING 'BUNDLES OUTSTANDING: ' WS-OUTSTANDING-COUNT
               '  SCRIPTS: ' WS-SCRIPTS-OUT
               '  OVERDUE: ' WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.

           CLOSE SCRIPT-BUNDLE.
           CLOSE STAFF-MAST.
           CLOSE OUTSTANDING-REPORT.

           DISPLAY 'BUNDLES OUTSTANDING: ' WS-OUTSTANDING-COUNT.
           DISPLAY 'BUNDLES OVERDUE: '     WS-OVERDUE-COUNT.
           IF WS-OVERDUE-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       STOP RUN.

      * A bundle in the hall falls due the day after its paper; one
      * with a marker or at re-evaluation on its own due date. One
      * waiting in the office is listed but is nobody's to chase.
       CHECK-ONE-BUNDLE.
           IF SB-RETURNED
               CONTINUE
           ELSE
               ADD 1 TO WS-OUTSTANDING-COUNT
               ADD SB-SCRIPT-COUNT TO WS-SCRIPTS-OUT
               MOVE ZERO TO WS-DAYS-OVER
               MOVE SPACES TO WS-HOLDER-NAME
               EVALUATE TRUE
                   WHEN SB-IN-HALL
                       MOVE 'HALL' TO WS-WHERE
                       COMPUTE WS-DUE-INT =
                           FUNCTION INTEGER-OF-DATE(SB-EXAM-DATE) + 1
                       COMPUTE WS-DAYS-OVER =
                           WS-TODAY-INT - WS-DUE-INT
                   WHEN SB-IN-OFFICE
                       MOVE 'OFFICE' TO WS-WHERE
                   WHEN OTHER
                       IF SB-AT-REEVAL
                           MOVE 'RE-EVAL' TO WS-WHERE
                       ELSE
                           MOVE 'MARKER' TO WS-WHERE
                       END-IF
                       PERFORM FIND-HOLDER-NAME
                       IF SB-DUE-DATE > ZERO
                           COMPUTE WS-DUE-INT =
                               FUNCTION INTEGER-OF-DATE(SB-DUE-DATE)
                           COMPUTE WS-DAYS-OVER =
                               WS-TODAY-INT - WS-DUE-INT
                       END-IF
               END-EVALUATE
               PERFORM PRINT-BUNDLE-LINE
           END-IF.

       FIND-HOLDER-NAME.
           MOVE SB-HOLDER-STAFF-ID TO SF-STAFF-ID.
           READ STAFF-MAST
               KEY IS SF-STAFF-ID
               INVALID KEY MOVE 'NOT ON STAFF MASTER' TO
                   WS-HOLDER-NAME
               NOT INVALID KEY MOVE SF-STAFF-NAME TO WS-HOLDER-NAME
           END-READ.

       PRINT-BUNDLE-LINE.
           IF WS-DAYS-OVER > ZERO
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-DAYS-OVER TO WS-DISPLAY-DAYS
               MOVE 'OVERDUE' TO WS-OVERDUE-FLAG
           ELSE
               MOVE ZERO TO WS-DISPLAY-DAYS
               MOVE SPACES TO WS-OVERDUE-FLAG
           END-IF.
           MOVE SPACES TO OUTSTANDING-REPORT-LINE.
           STRING SB-EXAM-CODE ' ' SB-SUBJECT-CODE
               ' ' SB-BUNDLE-NO ' ' SB-ROOM
               ' ' SB-SCRIPT-COUNT ' ' WS-WHERE
               ' ' WS-HOLDER-NAME
               ' ' SB-MOVED-DATE ' ' SB-DUE-DATE
               ' ' WS-DISPLAY-DAYS ' ' WS-OVERDUE-FLAG
               DELIMITED BY SIZE INTO OUTSTANDING-REPORT-LINE.
           WRITE OUTSTANDING-REPORT-LINE.
