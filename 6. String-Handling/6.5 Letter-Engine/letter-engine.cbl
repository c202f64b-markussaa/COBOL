      * the one the operator asks for, and the print run merges each
      * student's master-record facts into the template with the
      * STRING handling the label formatter already proves. One
      * letter per selected student, ready for the post. Selecting H
      * instead letters the guardians of the students MISSING-WORK-RUN
      * found repeatedly missing homework, off its notice file; the
      * template's &WORK marker takes the run's count of missed work
      * and &GUARDIAN the priority-1 GUARDIAN-CONTACT name.
      * Selecting M letters each household its parent-teacher
      * evening appointments off MEETING-SCHEDULER's itinerary
      * file; the &ITINERARY marker line is repeated once for each
      * line of the household's itinerary. Selecting N letters the
      * guardian of each student the nurse sent home, off
      * SENT-HOME-FEED's notice file; &VISIT takes when and why.
      * Selecting D chases the applicants ADMISSION-BATCH held back
      * for missing documents, off its chase notice file; these are
      * not students yet, so the letter merges the APPLICANT record
      * and its address, and &DOCUMENTS names what is still owed.
      * Selecting 1, 2 or 3 letters the guardians FEE-DUNNING-RUN
      * has taken to the reminder, second reminder or final demand
      * step, off its notice file, with the template for that step;
      * &FEES names the fee, installment, balance and due date.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. LETTER-ENGINE.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRANS-FS.

      *    The missing-work run's notices, for selection H.
               SELECT MISSING-NOTICE
                   ASSIGN TO 'MISSING-WORK-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-FS.

      *    The meeting scheduler's itineraries, for selection M.
               SELECT MEETING-ITINERARY
                   ASSIGN TO 'MEETING-ITINERARY.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ITIN-FS.

      *    The sent-home feed's notices, for selection N.
               SELECT MEDICAL-NOTICE
                   ASSIGN TO 'MEDICAL-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MEDNOTE-FS.

      *    The fee reminder ladder's notices, for selections 1, 2
      *    and 3.
               SELECT DUNNING-NOTICE
                   ASSIGN TO 'FEE-DUNNING-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DUNNOTE-FS.

      *    The admission batch's document chase notices, for
      *    selection D, and the applicants they name.
               SELECT DOCUMENT-CHASE
                   ASSIGN TO 'DOCUMENT-CHASE-NOTICE.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHASE-FS.

               SELECT APPLICANT ASSIGN TO 'APPLICANT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AP-APPLICANT-ID
                   FILE STATUS IS WS-APPL-FS.

               SELECT STUDENT ASSIGN TO 'STUDENT-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS UA-STUDENT-ID
                   FILE STATUS IS WS-BADADDR-FS.

               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT LETTERS-OUT ASSIGN TO 'LETTERS.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUT-FS.
               05 ST-STUDENT-ID    PIC 9(05).
               05 ST-NEW-STATUS    PIC X(01).

           FD MISSING-NOTICE.
           01 MISSING-NOTICE-REC.
               05 MN-STUDENT-ID    PIC 9(05).
               05 MN-LETTER-CODE   PIC X(01).
               05 MN-DETAIL        PIC X(60).

           FD MEETING-ITINERARY.
           01 MEETING-ITINERARY-REC.
               05 MI-STUDENT-ID    PIC 9(05).
               05 MI-LETTER-CODE   PIC X(01).
               05 MI-DETAIL        PIC X(60).

           FD MEDICAL-NOTICE.
           01 MEDICAL-NOTICE-REC.
               05 MD-STUDENT-ID    PIC 9(05).
               05 MD-LETTER-CODE   PIC X(01).
               05 MD-DETAIL        PIC X(60).

           FD DUNNING-NOTICE.
           01 DUNNING-NOTICE-REC.
               05 FD-STUDENT-ID    PIC 9(05).
               05 FD-LETTER-CODE   PIC X(01).
               05 FD-DETAIL        PIC X(60).

           FD DOCUMENT-CHASE.
           01 DOCUMENT-CHASE-REC.
               05 DC-APPLICANT-ID  PIC 9(06).
               05 DC-LETTER-CODE   PIC X(01).
               05 DC-DETAIL        PIC X(60).

           FD APPLICANT.
           COPY "applcnt.cpy".

           FD STUDENT.
           COPY "studmas.cpy".

           FD UNDELIVERABLE.
           COPY "badaddr.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD LETTERS-OUT.
           01 LETTER-OUT-LINE       PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-TMPL-FS            PIC X(02).
           01 WS-TRANS-FS           PIC X(02).
           01 WS-NOTICE-FS          PIC X(02).
           01 WS-ITIN-FS            PIC X(02).
           01 WS-MEDNOTE-FS         PIC X(02).
           01 WS-DUNNOTE-FS         PIC X(02).
           01 WS-CHASE-FS           PIC X(02).
           01 WS-APPL-FS            PIC X(02).
           01 WS-FS                 PIC X(02).
           01 WS-HOSTEL-FS          PIC X(02).
      *    Whether the allocation file opened at all - the status
           01 WS-FAM-OPEN           PIC A(01) VALUE 'N'.
           01 WS-BADADDR-FS         PIC X(02).
           01 WS-BADADDR-OPEN       PIC A(01) VALUE 'N'.
           01 WS-GUARD-FS           PIC X(02).
           01 WS-GUARD-OPEN         PIC A(01) VALUE 'N'.
           01 WS-SKIP-LETTER        PIC A(01).
           01 WS-FAM-J              PIC 9(03).

           01 WS-OUT-FS             PIC X(02).
           01 WS-EOF                PIC A(01) VALUE 'N'.
           01 WS-SELECT-STATUS      PIC X(01).
      *    The student being lettered, whichever file selected them,
      *    and the facts only some selections carry.
           01 WS-SELECTED-ID        PIC 9(05).
           01 WS-SELECTED-APPLICANT PIC 9(06).
           01 WS-WORK-DETAIL        PIC X(60).
           01 WS-GUARDIAN-NAME      PIC X(25).
      *    The &NAME, &ID and &STATUS values, off whichever record -
      *    student or applicant - the letter is about.
           01 WS-MERGE-NAME         PIC X(25).
           01 WS-MERGE-ID           PIC X(06).
           01 WS-MERGE-STATUS       PIC X(01).
      *    One household's itinerary lines, gathered until the
      *    addressee changes; twenty-five lines is more appointments
      *    than one evening holds.
           01 WS-ITINERARY-TABLE.
               05 WS-ITIN-LINE OCCURS 25 TIMES PIC X(60).
           01 WS-ITIN-COUNT         PIC 9(02) VALUE ZERO.
           01 WS-ITIN-I             PIC 9(02).
           01 WS-ITIN-MARKER        PIC A(01).
           01 WS-LETTER-COUNT       PIC 9(05) VALUE ZERO.
           01 WS-ADDRESS-LINE       PIC X(60).
           01 WS-MARKER-POS         PIC 9(02).
       MAIN-LOGIC.
           DISPLAY "LETTER-ENGINE".

           DISPLAY 'SELECT NEW STATUS (A/G/W), H FOR MISSING '
               'WORK, M FOR MEETING ITINERARIES, N FOR SENT '
               'HOME, D FOR ADMISSION DOCUMENTS OR 1/2/3 FOR FEE '
               'REMINDER/SECOND REMINDER/FINAL DEMAND: '.
           ACCEPT WS-SELECT-STATUS.

           PERFORM LOAD-TEMPLATE.
               STOP RUN
           END-IF.

           EVALUATE WS-SELECT-STATUS
               WHEN 'H'
                   OPEN INPUT MISSING-NOTICE
                   IF WS-NOTICE-FS NOT EQUAL '00'
                       DISPLAY "Error opening MISSING-WORK-NOTICE. "
                           "Status: " WS-NOTICE-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'M'
                   OPEN INPUT MEETING-ITINERARY
                   IF WS-ITIN-FS NOT EQUAL '00'
                       DISPLAY "Error opening MEETING-ITINERARY. "
                           "Status: " WS-ITIN-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'N'
                   OPEN INPUT MEDICAL-NOTICE
                   IF WS-MEDNOTE-FS NOT EQUAL '00'
                       DISPLAY "Error opening MEDICAL-NOTICE. "
                           "Status: " WS-MEDNOTE-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN '1' WHEN '2' WHEN '3'
                   OPEN INPUT DUNNING-NOTICE
                   IF WS-DUNNOTE-FS NOT EQUAL '00'
                       DISPLAY "Error opening FEE-DUNNING-NOTICE. "
                           "Status: " WS-DUNNOTE-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN 'D'
                   OPEN INPUT DOCUMENT-CHASE
                   IF WS-CHASE-FS NOT EQUAL '00'
                       DISPLAY "Error opening DOCUMENT-CHASE-NOTICE. "
                           "Status: " WS-CHASE-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   OPEN INPUT APPLICANT
                   IF WS-APPL-FS NOT EQUAL '00'
                       DISPLAY "Error opening APPLICANT. Status: "
                           WS-APPL-FS
                       CLOSE DOCUMENT-CHASE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   OPEN INPUT STATUS-TRANS
                   IF WS-TRANS-FS NOT EQUAL '00'
                       DISPLAY "Error opening STATUS-TRANS. Status: "
                           WS-TRANS-FS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-EVALUATE.

           OPEN INPUT STUDENT.
           IF WS-FS NOT EQUAL '00'
               DISPLAY "Error opening STUDENT-MASTER. Status: " WS-FS
               EVALUATE WS-SELECT-STATUS
                   WHEN 'H' CLOSE MISSING-NOTICE
                   WHEN 'M' CLOSE MEETING-ITINERARY
                   WHEN 'N' CLOSE MEDICAL-NOTICE
                   WHEN '1' WHEN '2' WHEN '3' CLOSE DUNNING-NOTICE
                   WHEN 'D' CLOSE DOCUMENT-CHASE
                            CLOSE APPLICANT
                   WHEN OTHER CLOSE STATUS-TRANS
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-BADADDR-FS EQUAL '00'
               MOVE 'Y' TO WS-BADADDR-OPEN
           END-IF.
      *    Without the contact file &GUARDIAN falls back to a
      *    general salutation.
           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS EQUAL '00'
               MOVE 'Y' TO WS-GUARD-OPEN
           END-IF.

           OPEN OUTPUT LETTERS-OUT.

           MOVE 'N' TO WS-EOF.
           MOVE SPACES TO WS-WORK-DETAIL.
           EVALUATE WS-SELECT-STATUS
               WHEN 'H'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ MISSING-NOTICE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF MN-LETTER-CODE = WS-SELECT-STATUS
                                   MOVE MN-STUDENT-ID TO WS-SELECTED-ID
                                   MOVE MN-DETAIL     TO WS-WORK-DETAIL
                                   PERFORM MERGE-ONE-LETTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MISSING-NOTICE
               WHEN 'M'
                   PERFORM READ-ITINERARIES
                   CLOSE MEETING-ITINERARY
               WHEN 'N'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ MEDICAL-NOTICE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF MD-LETTER-CODE = WS-SELECT-STATUS
                                   MOVE MD-STUDENT-ID TO WS-SELECTED-ID
                                   MOVE MD-DETAIL     TO WS-WORK-DETAIL
                                   PERFORM MERGE-ONE-LETTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE MEDICAL-NOTICE
               WHEN '1' WHEN '2' WHEN '3'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DUNNING-NOTICE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF FD-LETTER-CODE = WS-SELECT-STATUS
                                   MOVE FD-STUDENT-ID TO WS-SELECTED-ID
                                   MOVE FD-DETAIL     TO WS-WORK-DETAIL
                                   PERFORM MERGE-ONE-LETTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DUNNING-NOTICE
               WHEN 'D'
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ DOCUMENT-CHASE
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF DC-LETTER-CODE = WS-SELECT-STATUS
                                   MOVE DC-APPLICANT-ID
                                       TO WS-SELECTED-APPLICANT
                                   MOVE DC-DETAIL TO WS-WORK-DETAIL
                                   PERFORM MERGE-APPLICANT-LETTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DOCUMENT-CHASE
                   CLOSE APPLICANT
               WHEN OTHER
                   PERFORM UNTIL WS-EOF = 'Y'
                       READ STATUS-TRANS
                           AT END MOVE 'Y' TO WS-EOF
                           NOT AT END
                               IF ST-NEW-STATUS = WS-SELECT-STATUS
                                   MOVE ST-STUDENT-ID TO WS-SELECTED-ID
                                   PERFORM MERGE-ONE-LETTER
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE STATUS-TRANS
           END-EVALUATE.

           CLOSE STUDENT.
           IF WS-HOSTEL-OPEN = 'Y'
               CLOSE HOSTEL-ALLOC
           IF WS-BADADDR-OPEN = 'Y'
               CLOSE UNDELIVERABLE
           END-IF.
           IF WS-GUARD-OPEN = 'Y'
               CLOSE GUARDIAN-CONTACT
           END-IF.
           CLOSE LETTERS-OUT.

           DISPLAY 'LETTERS PRODUCED: ' WS-LETTER-COUNT.
                   TO WS-TMPL-LINE(WS-TEMPLATE-COUNT)
           END-IF.

      * The itinerary file holds each household's lines together
      * under its addressee; a change of addressee letters the
      * household just gathered.
       READ-ITINERARIES.
           MOVE ZERO TO WS-ITIN-COUNT.
           PERFORM UNTIL WS-EOF = 'Y'
               READ MEETING-ITINERARY
                   AT END MOVE 'Y' TO WS-EOF
                   NOT AT END
                       IF MI-LETTER-CODE = WS-SELECT-STATUS
                           PERFORM GATHER-ITINERARY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ITIN-COUNT > ZERO
               PERFORM MERGE-ONE-LETTER
           END-IF.

       GATHER-ITINERARY-LINE.
           IF WS-ITIN-COUNT > ZERO
               AND MI-STUDENT-ID NOT = WS-SELECTED-ID
               PERFORM MERGE-ONE-LETTER
               MOVE ZERO TO WS-ITIN-COUNT
           END-IF.
           MOVE MI-STUDENT-ID TO WS-SELECTED-ID.
           IF WS-ITIN-COUNT < 25
               ADD 1 TO WS-ITIN-COUNT
               MOVE MI-DETAIL TO WS-ITIN-LINE(WS-ITIN-COUNT)
           ELSE
               DISPLAY 'ITINERARY TOO LONG - LINE DROPPED FOR '
                   MI-STUDENT-ID
           END-IF.

      * A missing-work, sent-home or fee letter is about one child,
      * so siblings' notices are never collapsed into one; the
      * meeting scheduler has already made one itinerary per
      * household.
       MERGE-ONE-LETTER.
           PERFORM CHECK-UNDELIVERABLE.
           IF WS-SKIP-LETTER = 'Y' OR WS-SELECT-STATUS = 'H'
               OR WS-SELECT-STATUS = 'M' OR WS-SELECT-STATUS = 'N'
               OR WS-SELECT-STATUS = '1' OR WS-SELECT-STATUS = '2'
               OR WS-SELECT-STATUS = '3'
               CONTINUE
           ELSE
               PERFORM CHECK-HOUSEHOLD-DONE
       CHECK-UNDELIVERABLE.
           MOVE 'N' TO WS-SKIP-LETTER.
           IF WS-BADADDR-OPEN = 'Y'
               MOVE WS-SELECTED-ID TO UA-STUDENT-ID
               READ UNDELIVERABLE
                   KEY IS UA-STUDENT-ID
                   INVALID KEY CONTINUE
       CHECK-HOUSEHOLD-DONE.
           MOVE 'N' TO WS-SKIP-LETTER.
           IF WS-FAM-OPEN = 'Y'
               MOVE WS-SELECTED-ID TO FL-STUDENT-ID
               READ FAMILY-LINK
                   KEY IS FL-STUDENT-ID
                   INVALID KEY CONTINUE
           END-IF.

       MERGE-SELECTED-LETTER.
           MOVE WS-SELECTED-ID TO STUDENT-ID.
           READ STUDENT
               KEY IS STUDENT-ID
               INVALID KEY
                   DISPLAY 'LETTER: ID NOT ON MASTER ' WS-SELECTED-ID
           END-READ.
           IF WS-FS EQUAL '00'
               ADD 1 TO WS-LETTER-COUNT
                      INTO WS-ADDRESS-LINE
               END-STRING
               PERFORM CHECK-HOSTEL-ADDRESS
               PERFORM FIND-GUARDIAN-NAME
               MOVE STUDENT-NAME   TO WS-MERGE-NAME
               MOVE STUDENT-ID     TO WS-MERGE-ID
               MOVE STUDENT-STATUS TO WS-MERGE-STATUS
               PERFORM WRITE-MERGED-LETTER
           END-IF.

      * An applicant has no hostel bed, household link or guardian
      * contact yet - the letter goes to the address on the
      * application, to the parent or guardian.
       MERGE-APPLICANT-LETTER.
           MOVE WS-SELECTED-APPLICANT TO AP-APPLICANT-ID.
           READ APPLICANT
               KEY IS AP-APPLICANT-ID
               INVALID KEY
                   DISPLAY 'LETTER: APPLICANT NOT ON FILE '
                       WS-SELECTED-APPLICANT
           END-READ.
           IF WS-APPL-FS EQUAL '00'
               ADD 1 TO WS-LETTER-COUNT
               MOVE SPACES TO WS-ADDRESS-LINE
               STRING AP-STREET DELIMITED BY '  '
                      ', '      DELIMITED BY SIZE
                      AP-CITY   DELIMITED BY '  '
                      ' '       DELIMITED BY SIZE
                      AP-ZIP    DELIMITED BY SIZE
                      INTO WS-ADDRESS-LINE
               END-STRING
               MOVE 'PARENT OR GUARDIAN' TO WS-GUARDIAN-NAME
               MOVE AP-NAME         TO WS-MERGE-NAME
               MOVE AP-APPLICANT-ID TO WS-MERGE-ID
               MOVE AP-DECISION     TO WS-MERGE-STATUS
               PERFORM WRITE-MERGED-LETTER
           END-IF.

       WRITE-MERGED-LETTER.
           PERFORM VARYING WS-TMPL-I FROM 1 BY 1
               UNTIL WS-TMPL-I > WS-TEMPLATE-COUNT
               MOVE WS-TMPL-LINE(WS-TMPL-I) TO WS-WORK-LINE
               PERFORM MERGE-ONE-LINE
           END-PERFORM.
           MOVE SPACES TO LETTER-OUT-LINE.
           MOVE ALL '=' TO LETTER-OUT-LINE.
           WRITE LETTER-OUT-LINE.

      * A boarder with an active bed gets the hostel as the merged
      * address during term; everyone else keeps the home address
      * built above.
       CHECK-HOSTEL-ADDRESS.
           IF WS-HOSTEL-OPEN = 'Y'
               MOVE WS-SELECTED-ID TO HA-STUDENT-ID
               READ HOSTEL-ALLOC
                   KEY IS HA-STUDENT-ID
                   INVALID KEY CONTINUE
               END-READ
           END-IF.

       FIND-GUARDIAN-NAME.
           MOVE 'PARENT OR GUARDIAN' TO WS-GUARDIAN-NAME.
           IF WS-GUARD-OPEN = 'Y'
               MOVE WS-SELECTED-ID TO GC-STUDENT-ID
               MOVE 1              TO GC-PRIORITY
               READ GUARDIAN-CONTACT
                   KEY IS GC-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE GC-NAME TO WS-GUARDIAN-NAME
               END-READ
           END-IF.

      * One template line: find the first marker, split the line
      * around it, and STRING the student's value into the gap. A
      * line without a marker goes out as it stands.
               END-IF
           END-PERFORM.

           MOVE 'N' TO WS-ITIN-MARKER.
           IF WS-MARKER-FOUND = 'Y' AND WS-MARKER-POS < 62
               IF WS-WORK-LINE(WS-MARKER-POS:10) = '&ITINERARY'
                   MOVE 'Y' TO WS-ITIN-MARKER
               END-IF
           END-IF.

           MOVE SPACES TO LETTER-OUT-LINE.
           IF WS-ITIN-MARKER = 'Y'
               PERFORM WRITE-ITINERARY-LINES
           ELSE
               IF WS-MARKER-FOUND = 'N'
                   MOVE WS-WORK-LINE TO LETTER-OUT-LINE
               ELSE
                   PERFORM SUBSTITUTE-MARKER
               END-IF
               WRITE LETTER-OUT-LINE
           END-IF.

      * The &ITINERARY line goes out once per itinerary line, each
      * copy merged like any other marker.
       WRITE-ITINERARY-LINES.
           COMPUTE WS-TAIL-START = WS-MARKER-POS + 10.
           PERFORM VARYING WS-ITIN-I FROM 1 BY 1
                   UNTIL WS-ITIN-I > WS-ITIN-COUNT
               MOVE WS-ITIN-LINE(WS-ITIN-I) TO WS-SUB-VALUE
               MOVE SPACES TO LETTER-OUT-LINE
               PERFORM BUILD-MERGED-LINE
               WRITE LETTER-OUT-LINE
           END-PERFORM.

       SUBSTITUTE-MARKER.
           EVALUATE TRUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:10) = '&DOCUMENTS'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 10
                   MOVE WS-WORK-DETAIL TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:9) = '&GUARDIAN'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 9
                   MOVE WS-GUARDIAN-NAME TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:8) = '&ADDRESS'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 8
                   MOVE WS-ADDRESS-LINE TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:7) = '&STATUS'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 7
                   MOVE WS-MERGE-STATUS TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:6) = '&VISIT'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 6
                   MOVE WS-WORK-DETAIL TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:5) = '&FEES'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 5
                   MOVE WS-WORK-DETAIL TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:5) = '&WORK'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 5
                   MOVE WS-WORK-DETAIL TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:5) = '&NAME'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 5
                   MOVE WS-MERGE-NAME TO WS-SUB-VALUE
               WHEN WS-WORK-LINE(WS-MARKER-POS:3) = '&ID'
                   COMPUTE WS-TAIL-START = WS-MARKER-POS + 3
                   MOVE WS-MERGE-ID TO WS-SUB-VALUE
               WHEN OTHER
                   MOVE ZERO TO WS-TAIL-START
                   MOVE WS-WORK-LINE TO LETTER-OUT-LINE
