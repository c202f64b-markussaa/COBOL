      * identity and address off the master, DOB with the age the
      * UTIL age service computes, status and class and rank,
      * per-subject marks off MARKS-POSTED across every term, GPA
      * and attendance, the fee standing summed off RECEIVABLE, the
      * clubs, teams and societies off ACTIVITY-MEMBERSHIP, and the
      * student's audit-trail history.
      *
      * The dossier is printed for a signed-on operator: the street
      * address, the date of birth and the allergy notes print in
      * full only where the operator's OPERATOR-MASTER clearance
      * reaches the field's sensitivity (maskflds.cpy), as stars
      * otherwise, and every unmasked one is logged to STUDENT-AUDIT
      * as a VIEW before the audit history is read back.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-DOSSIER.
                   RECORD KEY IS DI-KEY
                   FILE STATUS IS WS-DISC-FS.

               SELECT ACTIVITY-MEMBERSHIP
                   ASSIGN TO 'ACTIVITY-MEMBERSHIP'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AM-KEY
                   ALTERNATE RECORD KEY IS AM-ACTIVITY-CODE
                       WITH DUPLICATES
                   FILE STATUS IS WS-MEMBER-FS.

               SELECT ACTIVITY-MASTER ASSIGN TO 'ACTIVITY-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AC-ACTIVITY-CODE
                   FILE STATUS IS WS-ACTIVITY-FS.

               SELECT STUDENT-AUDIT ASSIGN TO 'STUDENT-AUDIT.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FS.

               SELECT OPERATOR-MAST ASSIGN TO 'OPERATOR-MASTER'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS OP-OPERATOR-ID
                   FILE STATUS IS WS-OPER-FS.

               SELECT PARM-CARD ASSIGN TO 'PARM-CARD.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FS.

               SELECT DOSSIER ASSIGN TO 'DOSSIER.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RPT-FS.
           FD DISCIPLINE-INCIDENT.
           COPY "dscpinc.cpy".

           FD ACTIVITY-MEMBERSHIP.
           COPY "actmemb.cpy".

           FD ACTIVITY-MASTER.
           COPY "actvmas.cpy".

           FD STUDENT-AUDIT.
           COPY "audrec.cpy".

           FD OPERATOR-MAST.
           COPY "opermas.cpy".

           FD PARM-CARD.
           COPY "parmcrd.cpy".

           FD DOSSIER.
           01 DOSSIER-LINE          PIC X(110).

           01 WS-COMP-EOF           PIC A(01).
           01 WS-HLTH-FS            PIC X(02).
           01 WS-DISC-FS            PIC X(02).
           01 WS-MEMBER-FS          PIC X(02).
           01 WS-ACTIVITY-FS        PIC X(02).
           01 WS-ACTIVITY-OPEN      PIC A(01) VALUE 'N'.
           01 WS-ACTIVITY-NAME      PIC X(25).
           01 WS-ACTIVITY-LINES     PIC 9(03) VALUE ZERO.
           01 WS-AUDIT-FS           PIC X(02).
           01 WS-RPT-FS             PIC X(02).
           01 WS-EOF                PIC A(01).
           01 WS-INCIDENT-COUNT     PIC 9(03) VALUE ZERO.
           01 WS-INCIDENT-OPEN      PIC 9(03) VALUE ZERO.
           01 WS-AUDIT-LINES        PIC 9(03) VALUE ZERO.
           01 WS-OPER-FS            PIC X(02).
           01 WS-SIGNON-ID          PIC X(08).
           01 WS-SIGNON-PASSWORD    PIC X(08).
           01 WS-SIGNED-ON          PIC A(01) VALUE 'N'.
           01 WS-SHOW-DOB           PIC X(08).
           01 WS-SHOW-ALLERGY       PIC X(25).
           COPY "audflds.cpy".
           COPY "parmtbl.cpy".
           COPY "maskflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "STUDENT-DOSSIER".
           MOVE 'DOSSIER' TO AUDIT-PROGRAM-ID.
           PERFORM LOAD-PARM-CARD.
           PERFORM LOAD-MASK-LEVELS.
           MOVE 'DOSSIER' TO WS-MASK-CONTEXT.

           PERFORM SIGN-ON.
           IF WS-SIGNED-ON NOT EQUAL 'Y'
               DISPLAY 'SIGN-ON FAILED - DOSSIER NOT AVAILABLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'ENTER STUDENT ID: '.
           ACCEPT WS-ENTRY-ID.
               STOP RUN
           END-IF.

      *    Open for the VIEW records of the sections before the
      *    audit history, which reads the trail back from the top.
           OPEN EXTEND STUDENT-AUDIT.
           IF WS-AUDIT-FS EQUAL '35'
               OPEN OUTPUT STUDENT-AUDIT
           END-IF.
           MOVE WS-ENTRY-ID TO AUDIT-STUDENT-ID.
           PERFORM RESET-MASK-LOG.

           PERFORM PRINT-IDENTITY-SECTION.
           PERFORM PRINT-MARKS-SECTION.
           PERFORM PRINT-FEE-SECTION.
           PERFORM PRINT-HEALTH-SECTION.
           PERFORM PRINT-CONDUCT-SECTION.
           PERFORM PRINT-ACTIVITY-SECTION.
           CLOSE STUDENT-AUDIT.
           PERFORM PRINT-AUDIT-SECTION.

           CLOSE STUDENT.
           DISPLAY 'DOSSIER PRINTED FOR ' WS-ENTRY-ID.
       STOP RUN.

      * Sign-on as OPERATOR-MENU does it; the dossier changes
      * nothing, so only the operator's clearance is taken.
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

       PRINT-IDENTITY-SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           STRING 'STUDENT DOSSIER - ' STUDENT-ID ' ' STUDENT-NAME
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

           SET WS-MASK-ADDRESS TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           MOVE SPACES TO DOSSIER-LINE.
           IF WS-MASK-SHOW = 'Y'
               STRING '         ' STREET ' ' CITY ' ' ZIP
                   DELIMITED BY SIZE INTO DOSSIER-LINE
           ELSE
               STRING '         ' WS-MASK-STARS
                   DELIMITED BY SIZE INTO DOSSIER-LINE
           END-IF.
           WRITE DOSSIER-LINE.

      *    The age stays on a masked dossier - it is what the front
      *    desk needs, and it does not give the birth date away.
           CALL 'UTIL-AGE-CHECK' USING DOB-YEAR, DOB-MONTH, DOB-DAY,
                                        WS-AGE, WS-AGE-VALID.
           SET WS-MASK-DOB TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               MOVE DOB-NUM TO WS-SHOW-DOB
           ELSE
               MOVE WS-MASK-STARS TO WS-SHOW-DOB
           END-IF.
           MOVE SPACES TO DOSSIER-LINE.
           STRING 'DOB: ' WS-SHOW-DOB ' AGE: ' WS-AGE
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.


       PRINT-ONE-HEALTH-LINE.
           ADD 1 TO WS-HEALTH-LINES.
           MOVE SPACES TO WS-SHOW-ALLERGY.
           IF HL-ALLERGY-NOTES NOT EQUAL SPACES
               SET WS-MASK-ALLERGY TO TRUE
               PERFORM CHECK-FIELD-CLEARANCE
               IF WS-MASK-SHOW = 'Y'
                   MOVE HL-ALLERGY-NOTES TO WS-SHOW-ALLERGY
               ELSE
                   MOVE WS-MASK-STARS TO WS-SHOW-ALLERGY
               END-IF
           END-IF.
           MOVE SPACES TO DOSSIER-LINE.
           STRING '  ' HL-IMMUN-TYPE
               ' GIVEN ' HL-DATE-GIVEN
               ' EXPIRES ' HL-EXPIRY-DATE
               ' ' WS-SHOW-ALLERGY
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

      * Co-curricular record: every membership the student holds or
      * has held, year by year, with role and achievements.
       PRINT-ACTIVITY-SECTION.
           MOVE SPACES TO DOSSIER-LINE.
           MOVE 'ACTIVITIES:' TO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

           OPEN INPUT ACTIVITY-MASTER.
           IF WS-ACTIVITY-FS EQUAL '00'
               MOVE 'Y' TO WS-ACTIVITY-OPEN
           END-IF.

           OPEN INPUT ACTIVITY-MEMBERSHIP.
           IF WS-MEMBER-FS NOT EQUAL '00'
               MOVE SPACES TO DOSSIER-LINE
               MOVE '  (ACTIVITY FILE NOT AVAILABLE)' TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-ENTRY-ID TO AM-STUDENT-ID
               MOVE ZERO        TO AM-YEAR
               MOVE LOW-VALUES  TO AM-ACTIVITY-CODE
               START ACTIVITY-MEMBERSHIP KEY NOT < AM-KEY
                   INVALID KEY MOVE 'Y' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                   READ ACTIVITY-MEMBERSHIP NEXT RECORD
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF AM-STUDENT-ID NOT EQUAL WS-ENTRY-ID
                               MOVE 'Y' TO WS-EOF
                           ELSE
                               PERFORM PRINT-ONE-ACTIVITY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACTIVITY-MEMBERSHIP
           END-IF.
           IF WS-ACTIVITY-OPEN = 'Y'
               CLOSE ACTIVITY-MASTER
           END-IF.

           IF WS-ACTIVITY-LINES = ZERO
               MOVE SPACES TO DOSSIER-LINE
               MOVE '  (NO ACTIVITIES ON FILE)' TO DOSSIER-LINE
               WRITE DOSSIER-LINE
           END-IF.

       PRINT-ONE-ACTIVITY-LINE.
           ADD 1 TO WS-ACTIVITY-LINES.
           MOVE SPACES TO WS-ACTIVITY-NAME.
           IF WS-ACTIVITY-OPEN = 'Y'
               MOVE AM-ACTIVITY-CODE TO AC-ACTIVITY-CODE
               READ ACTIVITY-MASTER
                   KEY IS AC-ACTIVITY-CODE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE AC-ACTIVITY-NAME TO WS-ACTIVITY-NAME
               END-READ
           END-IF.
           MOVE SPACES TO DOSSIER-LINE.
           STRING '  ' AM-YEAR
               ' ' AM-ACTIVITY-CODE
               ' ' WS-ACTIVITY-NAME
               ' ROLE ' AM-ROLE
               ' ' AM-ACHIEVEMENT
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

      * Every audit record the trail still holds for the student -
      * who changed what and when, straight off the structured
      * fields.
               ' NEW=' AUD-NEW-IMAGE
               DELIMITED BY SIZE INTO DOSSIER-LINE.
           WRITE DOSSIER-LINE.

       COPY "parmrd.cpy".
       COPY "audwrt.cpy".
       COPY "maskrule.cpy".
