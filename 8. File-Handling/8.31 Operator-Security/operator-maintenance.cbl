      * (opermas.cpy) through the usual ACCEPT-driven menu: add an
      * operator with a password and permission level, change the
      * password or level, remove an operator who has left, and list
      * who holds what level for the year-end access review. Each
      * operator also holds a clearance (0-3) saying which sensitive
      * student fields the inquiry screens and extracts show them
      * unmasked; it is set and listed alongside the level.
      *
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OPERATOR-MAINTENANCE.
           01 WS-ENTRY-ID          PIC X(08).
           01 WS-ENTRY-PASSWORD    PIC X(08).
           01 WS-ENTRY-LEVEL       PIC 9(01).
           01 WS-ENTRY-CLEARANCE   PIC 9(01).
           01 WS-LIST-EOF          PIC A(01).
           COPY "fsmsg.cpy".


       DISPLAY-MENU.
           DISPLAY '1. ADD OPERATOR'.
           DISPLAY '2. CHANGE PASSWORD/LEVEL/CLEARANCE'.
           DISPLAY '3. REMOVE OPERATOR'.
           DISPLAY '4. LIST OPERATORS'.
           DISPLAY '5. EXIT'.
           ACCEPT WS-ENTRY-PASSWORD.
           DISPLAY 'ENTER PERMISSION LEVEL (1-3): '.
           ACCEPT WS-ENTRY-LEVEL.
           DISPLAY 'ENTER CLEARANCE (0 PUBLIC, 1 CONTACT, '
               '2 PERSONAL, 3 MEDICAL): '.
           ACCEPT WS-ENTRY-CLEARANCE.

       ADD-OPERATOR.
           PERFORM ACCEPT-ENTRY-ID.
           PERFORM ACCEPT-ENTRY-DETAILS.
           EVALUATE TRUE
               WHEN WS-ENTRY-LEVEL < 1 OR WS-ENTRY-LEVEL > 3
                   DISPLAY 'ADD: LEVEL MUST BE 1, 2 OR 3'
               WHEN WS-ENTRY-CLEARANCE > 3
                   DISPLAY 'ADD: CLEARANCE MUST BE 0 TO 3'
               WHEN OTHER
                   MOVE WS-ENTRY-ID        TO OP-OPERATOR-ID
                   MOVE WS-ENTRY-PASSWORD  TO OP-PASSWORD
                   MOVE WS-ENTRY-LEVEL     TO OP-PERM-LEVEL
                   MOVE WS-ENTRY-CLEARANCE TO OP-CLEARANCE
                   WRITE OPERATOR-MASTER-FILE
                       INVALID KEY DISPLAY 'ADD: Invalid Key'
                       NOT INVALID KEY DISPLAY 'ADD: Operator Added'
                   END-WRITE
           END-EVALUATE.

       CHANGE-OPERATOR.
           PERFORM ACCEPT-ENTRY-ID.
           END-READ.
           IF WS-FS EQUAL '00'
               PERFORM ACCEPT-ENTRY-DETAILS
               EVALUATE TRUE
                   WHEN WS-ENTRY-LEVEL < 1 OR WS-ENTRY-LEVEL > 3
                       DISPLAY 'CHANGE: LEVEL MUST BE 1, 2 OR 3'
                   WHEN WS-ENTRY-CLEARANCE > 3
                       DISPLAY 'CHANGE: CLEARANCE MUST BE 0 TO 3'
                   WHEN OTHER
                       MOVE WS-ENTRY-PASSWORD  TO OP-PASSWORD
                       MOVE WS-ENTRY-LEVEL     TO OP-PERM-LEVEL
                       MOVE WS-ENTRY-CLEARANCE TO OP-CLEARANCE
                       REWRITE OPERATOR-MASTER-FILE
                           INVALID KEY DISPLAY 'CHANGE: Invalid Key'
                           NOT INVALID KEY
                               DISPLAY 'CHANGE: Operator Updated'
                       END-REWRITE
               END-EVALUATE
           END-IF.

       REMOVE-OPERATOR.
               READ OPERATOR-MAST NEXT RECORD
                   AT END MOVE 'Y' TO WS-LIST-EOF
                   NOT AT END
                       IF OP-CLEARANCE IS NOT NUMERIC
                           MOVE ZERO TO OP-CLEARANCE
                       END-IF
                       DISPLAY OP-OPERATOR-ID ' LEVEL ' OP-PERM-LEVEL
                           ' CLEARANCE ' OP-CLEARANCE
               END-READ
           END-PERFORM.

