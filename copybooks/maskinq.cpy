      * MASKINQ - the sensitive-field panel of a student inquiry
      * screen. COPY this into the PROCEDURE DIVISION of an inquiry
      * program alongside maskrule.cpy, with GUARDIAN-CONTACT
      * (guardcon.cpy, ACCESS DYNAMIC, FILE STATUS WS-GUARD-FS) and
      * HEALTH-RECORD (hlthrec.cpy, ACCESS DYNAMIC, FILE STATUS
      * WS-HLTH-FS) declared and opened INPUT where they exist, and
      * WS-GUARD-OPEN / WS-HLTH-OPEN saying whether they did.
      *
      * With the student's master record just read, PERFORM
      * DISPLAY-SENSITIVE-FIELDS: date of birth, street address,
      * every guardian's phone and any allergy note, each shown in
      * full or as stars by the operator's clearance, and each
      * unmasked one logged through CHECK-FIELD-CLEARANCE.
       DISPLAY-SENSITIVE-FIELDS.
           MOVE STUDENT-ID TO AUDIT-STUDENT-ID.
           PERFORM RESET-MASK-LOG.

           SET WS-MASK-DOB TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               MOVE DOB-NUM TO WS-PANEL-DOB
           ELSE
               MOVE WS-MASK-STARS TO WS-PANEL-DOB
           END-IF.
           DISPLAY '  DOB:      ' WS-PANEL-DOB.

           SET WS-MASK-ADDRESS TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               MOVE SPACES TO WS-PANEL-ADDRESS
               STRING STREET ' ' CITY ' ' ZIP
                   DELIMITED BY SIZE INTO WS-PANEL-ADDRESS
           ELSE
               MOVE WS-MASK-STARS TO WS-PANEL-ADDRESS
           END-IF.
           DISPLAY '  ADDRESS:  ' WS-PANEL-ADDRESS.

           IF WS-GUARD-OPEN = 'Y'
               PERFORM DISPLAY-GUARDIAN-PHONES
           END-IF.
           IF WS-HLTH-OPEN = 'Y'
               PERFORM DISPLAY-ALLERGY-NOTES
           END-IF.

       DISPLAY-GUARDIAN-PHONES.
           MOVE 'N'        TO WS-PANEL-EOF.
           MOVE STUDENT-ID TO GC-STUDENT-ID.
           MOVE ZERO       TO GC-PRIORITY.
           START GUARDIAN-CONTACT KEY NOT < GC-KEY
               INVALID KEY MOVE 'Y' TO WS-PANEL-EOF
           END-START.
           PERFORM UNTIL WS-PANEL-EOF = 'Y'
               READ GUARDIAN-CONTACT NEXT RECORD
                   AT END MOVE 'Y' TO WS-PANEL-EOF
                   NOT AT END
                       IF GC-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-PANEL-EOF
                       ELSE
                           PERFORM DISPLAY-ONE-GUARDIAN
                       END-IF
               END-READ
           END-PERFORM.

       DISPLAY-ONE-GUARDIAN.
           MOVE SPACES TO WS-PANEL-PHONE.
           IF GC-PHONE NOT EQUAL SPACES
               SET WS-MASK-GRD-PHONE TO TRUE
               PERFORM CHECK-FIELD-CLEARANCE
               IF WS-MASK-SHOW = 'Y'
                   MOVE GC-PHONE TO WS-PANEL-PHONE
               ELSE
                   MOVE WS-MASK-STARS TO WS-PANEL-PHONE
               END-IF
           END-IF.
           DISPLAY '  GUARDIAN ' GC-PRIORITY ': ' GC-NAME
               ' ' GC-RELATIONSHIP ' ' WS-PANEL-PHONE.

      * Only the immunizations that carry a note are shown - the
      * panel is for the allergy, not the nurse's schedule.
       DISPLAY-ALLERGY-NOTES.
           MOVE ZERO       TO WS-PANEL-LINES.
           MOVE 'N'        TO WS-PANEL-EOF.
           MOVE STUDENT-ID TO HL-STUDENT-ID.
           MOVE LOW-VALUES TO HL-IMMUN-TYPE.
           START HEALTH-RECORD KEY NOT < HL-KEY
               INVALID KEY MOVE 'Y' TO WS-PANEL-EOF
           END-START.
           PERFORM UNTIL WS-PANEL-EOF = 'Y'
               READ HEALTH-RECORD NEXT RECORD
                   AT END MOVE 'Y' TO WS-PANEL-EOF
                   NOT AT END
                       IF HL-STUDENT-ID NOT EQUAL STUDENT-ID
                           MOVE 'Y' TO WS-PANEL-EOF
                       ELSE
                           IF HL-ALLERGY-NOTES NOT EQUAL SPACES
                               PERFORM DISPLAY-ONE-ALLERGY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PANEL-LINES = ZERO
               DISPLAY '  ALLERGY:  (NONE RECORDED)'
           END-IF.

       DISPLAY-ONE-ALLERGY.
           ADD 1 TO WS-PANEL-LINES.
           SET WS-MASK-ALLERGY TO TRUE.
           PERFORM CHECK-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               MOVE HL-ALLERGY-NOTES TO WS-PANEL-ALLERGY
           ELSE
               MOVE WS-MASK-STARS TO WS-PANEL-ALLERGY
           END-IF.
           DISPLAY '  ALLERGY:  ' HL-IMMUN-TYPE ' ' WS-PANEL-ALLERGY.
