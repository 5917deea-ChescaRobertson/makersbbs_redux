           01 WS-SCORE-FOUND PIC 9.
           01 WS-SCAN-COUNT PIC 9(4).
           01 WS-LIMIT-RESULT PIC X(4).
           01 TRIVIA-PROMO-ENTRY PIC X(10).
           01 WS-PROMO-SCOPE PIC X(10) VALUE "TRIVIA".
           01 WS-PROMO-PRICE PIC 999.
           01 WS-PROMO-DISCOUNT PIC 999 VALUE 0.
           01 WS-PROMO-RESULT PIC X(30).

           01 WS-Q-TEXT PIC X(60).
           01 WS-Q-OPT-1 PIC X(20).
                   FOREGROUND-COLOR IS 2.
               05 TRIVIA-BOARD-FIELD LINE 15 COL 31 PIC X
                   USING TRIVIA-CHOICE.
               05 LINE 16 COL 25 VALUE "Promo code: "
                   FOREGROUND-COLOR IS 2.
               05 TRIVIA-PROMO-FIELD LINE 16 COL 37 PIC X(10)
                   USING TRIVIA-PROMO-ENTRY.
               05 LINE 18 COL 25 PIC X(30) USING WS-PROMO-RESULT
                   HIGHLIGHT FOREGROUND-COLOR IS 3.

       PROCEDURE DIVISION USING USER-INFO-NAME,
           USER-INFO-CRED-DISPLAY.
           IF TRIVIA-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF TRIVIA-CHOICE = 'p' OR 'P'
               PERFORM 0283-CHECK-PROMO-CODE
               IF WS-PROMO-RESULT = SPACES
               OR WS-PROMO-RESULT = "CODE APPLIED"
                   PERFORM 0284-START-GAME
               END-IF
               PERFORM 0280-TRIVIA-ENTRY
           ELSE
               PERFORM 0280-TRIVIA-ENTRY
               CLOSE F-TRIVIA-SCORES-FILE
           END-IF.

      *    A campaign code is optional; one that will not apply
      *    leaves the member on the board with the reason.
       0283-CHECK-PROMO-CODE.
           MOVE SPACES TO TRIVIA-PROMO-ENTRY.
           MOVE SPACES TO WS-PROMO-RESULT.
           MOVE 0 TO WS-PROMO-DISCOUNT.
           ACCEPT TRIVIA-PROMO-FIELD.
           IF TRIVIA-PROMO-ENTRY NOT = SPACES
               CALL 'get-price' USING WS-PRICE-KEY-TRIVIA
                 WS-TRIVIA-COST
               MOVE WS-TRIVIA-COST TO WS-PROMO-PRICE
               CALL 'check-promo-code' USING TRIVIA-PROMO-ENTRY,
                 USER-INFO-NAME, WS-PROMO-SCOPE, WS-PROMO-PRICE,
                 WS-PROMO-DISCOUNT, WS-PROMO-RESULT
           END-IF.

      *    Entry fee comes off up front like the other arcade games;
      *    a streak pays two credits per correct answer.
       0284-START-GAME.
           CALL 'get-price' USING WS-PRICE-KEY-TRIVIA WS-TRIVIA-COST.
           SUBTRACT WS-PROMO-DISCOUNT FROM WS-TRIVIA-COST.
           IF CHECK-BALANCE(WS-TRIVIA-COST, USER-INFO-CREDITS) =
             "FALSE"
               GOBACK
           CALL 'deduct-credits' USING USER-INFO-NAME,
             WS-TRIVIA-COST, UPDATED-BALANCE, WS-TRIVIA-REASON.
           MOVE UPDATED-BALANCE TO USER-INFO-CREDITS.
           IF WS-PROMO-DISCOUNT > 0
               CALL 'record-promo-redemption' USING
                 TRIVIA-PROMO-ENTRY, USER-INFO-NAME, WS-PROMO-SCOPE,
                 WS-PROMO-PRICE, WS-PROMO-DISCOUNT
           END-IF.

           MOVE 0 TO WS-STREAK.
           MOVE SPACES TO TRIVIA-RESULT-MESSAGE.
