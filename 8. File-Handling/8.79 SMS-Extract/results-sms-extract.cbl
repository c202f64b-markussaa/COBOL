               END-READ
           END-PERFORM.

      * An absent, exempt or cancelled paper reads ABS, EX or CAN
      * in the message, the same showing the gazette gives it - a
      * parent texted 'MATH=000' for a paper never sat would be
      * straight on the phone to the office.
       APPEND-ONE-PIECE.
           IF WS-TEXT-POS > 80
               CONTINUE
                       MOVE 'ABS'   TO WS-PIECE-MARK
                   WHEN MP-EXEMPT
                       MOVE 'EX '   TO WS-PIECE-MARK
                   WHEN MP-CANCELLED
                       MOVE 'CAN'   TO WS-PIECE-MARK
                   WHEN OTHER
                       MOVE MP-MARK TO WS-PIECE-MARK
               END-EVALUATE
