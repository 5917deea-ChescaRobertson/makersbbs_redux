           01 WS-MY-CAP PIC 999.
           01 WS-CAP-SET PIC 9.
           01 WS-TODAY-GAME-SPEND PIC 9(5).
           01 WS-HOUSEHOLD-AREA PIC X(4) VALUE "GAME".

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0010-READ-MY-CAP.
           IF WS-CAP-SET = 1 AND WS-MY-CAP > 0
               PERFORM 0020-TALLY-TODAYS-GAME-SPEND
               IF WS-TODAY-GAME-SPEND + LS-STAKE > WS-MY-CAP
                   MOVE "FAIL" TO LS-RESULT
               END-IF
           END-IF.

      *    A cap set by the head of household applies on top of the
      *    member's own.
           IF LS-RESULT = "PASS"
               CALL 'check-household-cap' USING LS-USERNAME, LS-STAKE,
                 WS-HOUSEHOLD-AREA, LS-RESULT
           END-IF.

           GOBACK.
