      * MASKRULE - shared field-masking paragraphs. COPY this into
      * the PROCEDURE DIVISION alongside maskflds.cpy, parmtbl.cpy
      * and audflds.cpy in WORKING-STORAGE, parmrd.cpy and audwrt.cpy
      * (STUDENT-AUDIT opened EXTEND). PERFORM LOAD-MASK-LEVELS once
      * after LOAD-PARM-CARD, and move the signed-on operator's
      * OP-CLEARANCE to WS-MASK-CLEARANCE.
       LOAD-MASK-LEVELS.
           MOVE 'MASK-DOB' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 10
               MOVE WS-PARM-NUMERIC TO WS-MASK-FIELD-LEVEL(1)
           END-IF.
           MOVE 'MASK-ADDRESS' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 10
               MOVE WS-PARM-NUMERIC TO WS-MASK-FIELD-LEVEL(2)
           END-IF.
           MOVE 'MASK-GUARD-PHONE' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 10
               MOVE WS-PARM-NUMERIC TO WS-MASK-FIELD-LEVEL(3)
           END-IF.
           MOVE 'MASK-ALLERGY' TO WS-LOOKUP-KEYWORD.
           PERFORM GET-NUMERIC-PARM.
           IF WS-PARM-FOUND = 'Y' AND WS-PARM-NUMERIC < 10
               MOVE WS-PARM-NUMERIC TO WS-MASK-FIELD-LEVEL(4)
           END-IF.
           DISPLAY 'FIELD SENSITIVITY (DOB/ADDR/PHONE/ALLERGY): '
               WS-MASK-LEVEL-DIGITS.

       RESET-MASK-LOG.
           MOVE 'NNNN' TO WS-MASK-LOG-FLAGS.

      * WS-MASK-SHOW comes back 'Y' when the operator is cleared for
      * WS-MASK-FIELD, without logging anything - for judging a
      * selection or a prompt before any value is shown.
       FIND-FIELD-CLEARANCE.
           IF WS-MASK-CLEARANCE NOT < WS-MASK-FIELD-LEVEL(WS-MASK-FIELD)
               MOVE 'Y' TO WS-MASK-SHOW
           ELSE
               MOVE 'N' TO WS-MASK-SHOW
           END-IF.

      * The same answer for a field about to be shown to the
      * operator for AUDIT-STUDENT-ID. An unmasked view of a field
      * that is sensitive at all goes on the audit trail as a VIEW
      * - field name as the old image, WS-MASK-CONTEXT as the new.
       CHECK-FIELD-CLEARANCE.
           PERFORM FIND-FIELD-CLEARANCE.
           IF WS-MASK-SHOW = 'Y'
               AND WS-MASK-FIELD-LEVEL(WS-MASK-FIELD) > ZERO
               AND WS-MASK-LOGGED(WS-MASK-FIELD) = 'N'
               MOVE 'VIEW' TO AUDIT-ACTION
               MOVE WS-MASK-FIELD-NAME(WS-MASK-FIELD)
                   TO AUDIT-OLD-NAME
               MOVE WS-MASK-CONTEXT TO AUDIT-NEW-NAME
               PERFORM APPEND-AUDIT-RECORD
               MOVE 'Y' TO WS-MASK-LOGGED(WS-MASK-FIELD)
           END-IF.
