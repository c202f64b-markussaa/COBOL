      * operator's permission level, every add/change/delete is
      * appended to STUDENT-AUDIT, and the signed-on operator ID
      * rides on each audit record through audwrt.cpy.
      *
      * The inquiry shows the student's date of birth, address,
      * guardian phones and allergy notes (maskinq.cpy), each in full
      * only to an operator whose OPERATOR-MASTER clearance reaches
      * the field's sensitivity and as stars to anyone else; every
      * unmasked view goes on STUDENT-AUDIT as a VIEW.
      *
      * When the fire alarm goes, choice 7 CALLs EVACUATION-ROLL-CALL
      * for the roll by assembly point, open to any signed-on operator
      * and masked by the same clearance. The master and the audit
      * trail are closed across the call, so the roll-call reads and
      * appends to them as any other program would, and reopened
      * after.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERATOR-MENU.
      *    The EOD driver holds this lock for the whole batch
      *    window; sign-on is refused while it is held so an evening
      *    update can't land mid-batch.
      *    The guardian and health files behind the inquiry's
      *    sensitive-field panel; the panel simply leaves out
      *    whichever of them is not there.
               SELECT GUARDIAN-CONTACT ASSIGN TO 'GUARDIAN-CONTACT'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS GC-KEY
                   FILE STATUS IS WS-GUARD-FS.

               SELECT HEALTH-RECORD ASSIGN TO 'HEALTH-RECORD'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HL-KEY
                   FILE STATUS IS WS-HLTH-FS.

               SELECT BATCH-LOCK ASSIGN TO 'BATCH-WINDOW-LOCK.txt'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCK-FS.
           FD RECORD-LOCK.
           COPY "reclock.cpy".

           FD GUARDIAN-CONTACT.
           COPY "guardcon.cpy".

           FD HEALTH-RECORD.
           COPY "hlthrec.cpy".

           FD BATCH-LOCK.
           01 BATCH-LOCK-REC.
               05 LOCK-STATE        PIC X(08).
           01 WS-JRNL-STAMP         PIC X(14).
           01 WS-JRNL-ACTION        PIC X(08).
           01 WS-LOCK-REC-FS        PIC X(02).
           01 WS-GUARD-FS           PIC X(02).
           01 WS-GUARD-OPEN         PIC A(01) VALUE 'N'.
           01 WS-HLTH-FS            PIC X(02).
           01 WS-HLTH-OPEN          PIC A(01) VALUE 'N'.
           01 WS-LOCK-TAKEN         PIC A(01).
           01 WS-LOCK-STAMP         PIC X(14).
      *    A lock this many seconds old is stale - its terminal

           01 WS-CAMPUS            PIC X(03) VALUE 'MAI'.
           COPY "parmtbl.cpy".
           COPY "maskflds.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC > ZERO
               MOVE WS-PARM-NUMERIC TO WS-LOCK-TIMEOUT
           END-IF.
           PERFORM LOAD-MASK-LEVELS.
           MOVE 'INQUIRY' TO WS-MASK-CONTEXT.


           PERFORM SIGN-ON.

           PERFORM OPEN-RECORD-LOCKS.

           OPEN INPUT GUARDIAN-CONTACT.
           IF WS-GUARD-FS EQUAL '00'
               MOVE 'Y' TO WS-GUARD-OPEN
           END-IF.
           OPEN INPUT HEALTH-RECORD.
           IF WS-HLTH-FS EQUAL '00'
               MOVE 'Y' TO WS-HLTH-OPEN
           END-IF.

           MOVE ZERO TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = 5
               PERFORM DISPLAY-MENU
                   WHEN 4 PERFORM INQUIRE-RECORD
                   WHEN 5 DISPLAY 'EXITING OPERATOR MENU'
                   WHEN 6 PERFORM BREAK-RECORD-LOCK
                   WHEN 7 PERFORM RUN-EVACUATION-ROLL-CALL
                   WHEN OTHER DISPLAY 'INVALID CHOICE'
               END-EVALUATE
           END-PERFORM.
           CLOSE STUDENT-AUDIT.
           CLOSE ONLINE-JOURNAL.
           CLOSE RECORD-LOCK.
           IF WS-GUARD-OPEN = 'Y'
               CLOSE GUARDIAN-CONTACT
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               CLOSE HEALTH-RECORD
           END-IF.

      *    The day's adds and deletes roll into the stored control
      *    totals here, so tonight's VERIFY still proves out. A
                           MOVE 'Y' TO WS-SIGNED-ON
                           MOVE OP-PERM-LEVEL TO WS-PERM-LEVEL
                           MOVE WS-SIGNON-ID TO AUDIT-OPERATOR-ID
                           IF OP-CLEARANCE IS NUMERIC
                               MOVE OP-CLEARANCE TO WS-MASK-CLEARANCE
                           END-IF
                           DISPLAY 'SIGNED ON, PERMISSION LEVEL '
                               WS-PERM-LEVEL ' CLEARANCE '
                               WS-MASK-CLEARANCE
                       ELSE
                           DISPLAY 'PASSWORD DOES NOT MATCH'
                       END-IF
           DISPLAY '4. INQUIRE STUDENT'.
           DISPLAY '5. EXIT'.
           DISPLAY '6. BREAK RECORD LOCK (SUPERVISOR)'.
           DISPLAY '7. EVACUATION ROLL-CALL'.
           DISPLAY 'ENTER CHOICE: '.

       ACCEPT-ENTRY-ID.
                   MOVE STUDENT-ID   TO WS-STUDENT-ID
                   MOVE STUDENT-NAME TO WS-STUDENT-NAME
                   DISPLAY 'INQUIRE: ' WS-STUDENT-DISPLAY
                   PERFORM DISPLAY-SENSITIVE-FIELDS
           END-READ.

      * Wraps the REWRITE.cbl change-a-record logic.
               END-READ
           END-IF.

      * No permission level is needed in an emergency; a roll-call
      * that fails says so and the menu carries on.
       RUN-EVACUATION-ROLL-CALL.
           CLOSE STUDENT.
           CLOSE STUDENT-AUDIT.
           CALL 'EVACUATION-ROLL-CALL' USING WS-SIGNON-ID,
                                             WS-MASK-CLEARANCE.
           IF RETURN-CODE NOT EQUAL ZERO
               DISPLAY 'ROLL-CALL FAILED - RETURN CODE ' RETURN-CODE
               MOVE ZERO TO RETURN-CODE
           END-IF.
           OPEN EXTEND STUDENT-AUDIT.
           OPEN I-O STUDENT.
           IF WS-FS NOT EQUAL '00'
               PERFORM TRANSLATE-FILE-STATUS
               DISPLAY "Error in reopening file: " WS-FS-MESSAGE
               CLOSE STUDENT-AUDIT
               CLOSE ONLINE-JOURNAL
               CLOSE RECORD-LOCK
               STOP RUN
           END-IF.

      * The journal entry carries exactly what was keyed - the ID,
      * the name in flight, who keyed it and when - written before
      * the master is touched so a crash between the two leaves a
       COPY "parmrd.cpy".

       COPY "ctladj.cpy".

       COPY "maskrule.cpy".
       COPY "maskinq.cpy".
