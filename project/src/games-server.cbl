           SELECT F-OANDX-SCORES-FILE ASSIGN TO 'oandx-scores.dat'
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT F-RATINGS-FILE ASSIGN TO 'game-ratings.dat'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATINGS-STATUS.

           *>----- Random Number Game file control -----
           SELECT F-BET-HISTORY-FILE ASSIGN TO 'bet-history.dat'
             ORGANIZATION IS LINE SEQUENTIAL.
               05 FILLER PIC XX VALUE SPACES.
               05 OX-OUTCOME PIC X(5).

           FD F-RATINGS-FILE.
           01 GAME-RATING-RECORD.
               05 GR-USERNAME PIC X(16).
               05 GR-GAME PIC X(8).
               05 GR-RATING PIC 9(4).
               05 GR-PLAYED PIC 9(5).
               05 GR-WINS PIC 9(5).
               05 GR-LOSSES PIC 9(5).
               05 GR-DRAWS PIC 9(5).
               05 GR-LAST-PLAYED PIC X(8).

           *>----- Random Number Game F-Section -----
           FD F-BET-HISTORY-FILE.
           01 BET-HISTORY-RECORD.
           01 UPDATED-BALANCE PIC 999.
           01 WS-SPEND-REASON PIC X(20) VALUE "GAME".
           01 INSUFFICIENT-FUNDS PIC X(20).
           01 GAMES-PROMO-ENTRY PIC X(10).
           01 WS-PROMO-SCOPE PIC X(10) VALUE "ARCADE".
           01 WS-PROMO-PRICE PIC 999.
           01 WS-PROMO-DISCOUNT PIC 999 VALUE 0.
           01 WS-PROMO-RESULT PIC X(30).
           01 HINT-MESSAGE PIC X(30).
           01 WS-HINT-START-POS PIC 99.
           01 WS-HINT-IDX PIC 99.
           01 WS-RANDOM-NUM-MSG PIC X(40).
           01 WS-BET-OUTCOME PIC X(4).
           01 WS-BET-WINNINGS PIC 999.
           01 WS-DJ-GAME PIC X(8).
           01 WS-DJ-OUTCOME PIC X(20).

          *> Bet history viewer
           01 WS-BET-HISTORY-CHOICE PIC X.
                  10 WS-OX-NAME PIC X(16).
                  10 WS-OX-WINS PIC 99.
                  10 WS-OX-LOSSES PIC 99.
                  10 WS-OX-RATING PIC 9(4).

          *> Rating files and caravan leaderboard
           01 WS-RATINGS-STATUS PIC XX.
           01 WS-CARAVAN-LB-CHOICE PIC X.
           01 WS-CARAVAN-LB-COUNT PIC 99 VALUE 0.
           01 WS-CARAVAN-LEADERBOARD.
              05 WS-CARAVAN-ENTRY OCCURS 50 TIMES.
                  10 WS-CV-NAME PIC X(16).
                  10 WS-CV-RATING PIC 9(4).
                  10 WS-CV-WINS PIC 9(5).
                  10 WS-CV-LOSSES PIC 9(5).

          *> Number-guessing leaderboard
           01 WS-NUMGUESS-LB-CHOICE PIC X.
               USING GAMES-MENU-CHOICE.              
               05 LINE 40 COL 36 PIC X(20) USING INSUFFICIENT-FUNDS
               HIGHLIGHT, FOREGROUND-COLOR IS WS-FG-ALERT.
               05 LINE 42 COL 36 VALUE "Promo code: "
               FOREGROUND-COLOR IS 2.
               05 GAMES-PROMO-FIELD LINE 42 COL 48 PIC X(10)
               USING GAMES-PROMO-ENTRY.
      
           01 CARAVAN-TABLE-SCREEN.
               05 BLANK SCREEN.
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 30 VALUE "(n) Number Guessing "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 VALUE "(c) Caravan ratings "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 VALUE "(g) Go back         "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 VALUE "(q) Quit            "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "Pick: " FOREGROUND-COLOR IS 2.
               05 WS-LEADERBOARDS-FIELD LINE 20 COL 36 PIC X
               05 BLANK SCREEN.
               05 LINE 12 COL 30 VALUE "O AND X LEADERBOARD"
               HIGHLIGHT, FOREGROUND-COLOR 3.
               05 LINE 14 COL 30 VALUE
               "Name             Wins Losses  Rating"
               FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 30 PIC X(16) USING WS-OX-NAME(1).
               05 LINE 16 COL 47 PIC 99 USING WS-OX-WINS(1).
               05 LINE 16 COL 52 PIC 99 USING WS-OX-LOSSES(1).
               05 LINE 16 COL 60 PIC ZZZZ FROM WS-OX-RATING(1).
               05 LINE 17 COL 30 PIC X(16) USING WS-OX-NAME(2).
               05 LINE 17 COL 47 PIC 99 USING WS-OX-WINS(2).
               05 LINE 17 COL 52 PIC 99 USING WS-OX-LOSSES(2).
               05 LINE 17 COL 60 PIC ZZZZ FROM WS-OX-RATING(2).
               05 LINE 18 COL 30 PIC X(16) USING WS-OX-NAME(3).
               05 LINE 18 COL 47 PIC 99 USING WS-OX-WINS(3).
               05 LINE 18 COL 52 PIC 99 USING WS-OX-LOSSES(3).
               05 LINE 18 COL 60 PIC ZZZZ FROM WS-OX-RATING(3).
               05 LINE 22 COL 30 VALUE "(g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 30 VALUE "(q) Quit   "
               05 WS-NUMGUESS-LB-FIELD LINE 25 COL 36 PIC X
               USING WS-NUMGUESS-LB-CHOICE.

           01 CARAVAN-LEADERBOARD-SCREEN
               BACKGROUND-COLOR IS 0.
               05 BLANK SCREEN.
               05 LINE 12 COL 30 VALUE "CARAVAN RATINGS"
               HIGHLIGHT, FOREGROUND-COLOR 3.
               05 LINE 14 COL 30 VALUE
               "Name             Rating  Wins Losses"
               FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 30 PIC X(16) USING WS-CV-NAME(1).
               05 LINE 16 COL 47 PIC ZZZZ FROM WS-CV-RATING(1).
               05 LINE 16 COL 55 PIC ZZZZ9 FROM WS-CV-WINS(1).
               05 LINE 16 COL 61 PIC ZZZZ9 FROM WS-CV-LOSSES(1).
               05 LINE 17 COL 30 PIC X(16) USING WS-CV-NAME(2).
               05 LINE 17 COL 47 PIC ZZZZ FROM WS-CV-RATING(2).
               05 LINE 17 COL 55 PIC ZZZZ9 FROM WS-CV-WINS(2).
               05 LINE 17 COL 61 PIC ZZZZ9 FROM WS-CV-LOSSES(2).
               05 LINE 18 COL 30 PIC X(16) USING WS-CV-NAME(3).
               05 LINE 18 COL 47 PIC ZZZZ FROM WS-CV-RATING(3).
               05 LINE 18 COL 55 PIC ZZZZ9 FROM WS-CV-WINS(3).
               05 LINE 18 COL 61 PIC ZZZZ9 FROM WS-CV-LOSSES(3).
               05 LINE 22 COL 30 VALUE "(g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 30 VALUE "(q) Quit   "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 30 VALUE "Pick: " FOREGROUND-COLOR IS 2.
               05 WS-CARAVAN-LB-FIELD LINE 25 COL 36 PIC X
               USING WS-CARAVAN-LB-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME, USER-INFO-CRED-DISPLAY.

       0113-DISPLAY-TIME-USER-INFO.
               MOVE WS-HANGMAN-COST TO COST
           END-IF.
           PERFORM 0162-APPLY-GOLD-DISCOUNT.
           MOVE 0 TO WS-PROMO-DISCOUNT.
           IF GAMES-MENU-CHOICE = "o" OR "O" OR "h" OR "H"
               PERFORM 0163-APPLY-PROMO-CODE
           END-IF.
      *    The exclusion register is consulted the way the spend
      *    limit is, before any stake can move.
           IF GAMES-MENU-CHOICE = "o" OR "O" OR "h" OR "H"
                       CALL 'deduct-credits' USING USER-INFO-NAME,
                       COST, UPDATED-BALANCE, WS-SPEND-REASON
                       MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
                       IF WS-PROMO-DISCOUNT > 0
                           PERFORM 0163A-RECORD-PROMO
                       END-IF
                   END-IF
                   MOVE SPACES TO INSUFFICIENT-FUNDS
                   PERFORM 0190-O-AND-X-GAME
                           WS-SPEND-REASON
                           MOVE UPDATED-BALANCE TO
                             USER-INFO-CREDITS
                           IF WS-PROMO-DISCOUNT > 0
                               PERFORM 0163A-RECORD-PROMO
                           END-IF
                       END-IF
                       MOVE SPACES TO INSUFFICIENT-FUNDS
                       PERFORM 0170-DISPLAY-GUESSING-GAME
               END-IF
           END-IF.

      * A campaign code comes off the stake after any gold
      * discount.  A code that will not apply sends the member
      * back to the menu with the reason rather than charging the
      * full stake unasked.
       0163-APPLY-PROMO-CODE.
           MOVE SPACES TO GAMES-PROMO-ENTRY.
           ACCEPT GAMES-PROMO-FIELD
               WITH TIME-OUT AFTER WS-IDLE-SECONDS.
           IF GAMES-PROMO-ENTRY NOT = SPACES
               MOVE COST TO WS-PROMO-PRICE
               CALL 'check-promo-code' USING GAMES-PROMO-ENTRY,
                 USER-INFO-NAME, WS-PROMO-SCOPE, WS-PROMO-PRICE,
                 WS-PROMO-DISCOUNT, WS-PROMO-RESULT
               IF WS-PROMO-RESULT = "CODE APPLIED"
                   SUBTRACT WS-PROMO-DISCOUNT FROM COST
               ELSE
                   MOVE WS-PROMO-RESULT TO INSUFFICIENT-FUNDS
                   MOVE "x" TO GAMES-MENU-CHOICE
               END-IF
           END-IF.

       0163A-RECORD-PROMO.
           CALL 'record-promo-redemption' USING GAMES-PROMO-ENTRY,
             USER-INFO-NAME, WS-PROMO-SCOPE, WS-PROMO-PRICE,
             WS-PROMO-DISCOUNT.

      * A lowered cap bites immediately; a raised cap waits a
      * cooling-off day before check-game-spend-limit honours it.
       0164-SPEND-LIMIT-SCREEN.
           CALL 'add-to-bet-history' USING USER-INFO-NAME,
             WS-CARAVAN-STAKE, WS-PLAYER-TOTAL, WS-DEALER-TOTAL,
             WS-BET-OUTCOME, WS-BET-WINNINGS.
           MOVE "CARAVAN" TO WS-DJ-GAME.
           MOVE SPACES TO WS-DJ-OUTCOME.
           STRING "HAND " DELIMITED BY SIZE
               WS-PLAYER-TOTAL DELIMITED BY SIZE
               " DEALER " DELIMITED BY SIZE
               WS-DEALER-TOTAL DELIMITED BY SIZE
               INTO WS-DJ-OUTCOME.
           CALL 'add-draw-journal' USING WS-DJ-GAME, USER-INFO-NAME,
             WS-CARAVAN-STAKE, WS-DJ-OUTCOME, WS-BET-WINNINGS.
           PERFORM 0205-CARAVAN-TABLE.

       0200-RANDOM-NUMBER-GAME.
               CALL 'add-to-bet-history' USING USER-INFO-NAME,
               BET-AMOUNT, GUESS, ANSWER, WS-BET-OUTCOME,
               WS-BET-WINNINGS
               PERFORM 0201A-JOURNAL-NUMGUESS
               PERFORM 0202-RESULT-PAGE
           ELSE
               MOVE "You Win!" TO WS-RANDOM-NUM-MSG
               CALL 'add-to-bet-history' USING USER-INFO-NAME,
               BET-AMOUNT, GUESS, ANSWER, WS-BET-OUTCOME,
               WS-BET-WINNINGS
               PERFORM 0201A-JOURNAL-NUMGUESS
               PERFORM 0202-RESULT-PAGE
           END-IF.

       0201A-JOURNAL-NUMGUESS.
           MOVE "NUMGUESS" TO WS-DJ-GAME.
           MOVE SPACES TO WS-DJ-OUTCOME.
           STRING "GUESS " DELIMITED BY SIZE
               GUESS DELIMITED BY SIZE
               " ANSWER " DELIMITED BY SIZE
               ANSWER DELIMITED BY SIZE
               INTO WS-DJ-OUTCOME.
           CALL 'add-draw-journal' USING WS-DJ-GAME, USER-INFO-NAME,
             BET-AMOUNT, WS-DJ-OUTCOME, WS-BET-WINNINGS.

       0202-RESULT-PAGE.
           INITIALIZE RANDOM-NUM-GUESS-CHOICE.
           DISPLAY GUESS-SCREEN.
               PERFORM 0221-OANDX-LEADERBOARD
           ELSE IF WS-LEADERBOARDS-CHOICE = 'n' OR 'N'
               PERFORM 0223-NUMGUESS-LEADERBOARD
           ELSE IF WS-LEADERBOARDS-CHOICE = 'c' OR 'C'
               PERFORM 0225-CARAVAN-LEADERBOARD
           ELSE IF WS-LEADERBOARDS-CHOICE = 'g' OR 'G'
               PERFORM 0160-GAMES-MENU
           ELSE IF WS-LEADERBOARDS-CHOICE = 'q' OR 'Q'
               END-READ
           END-PERFORM.
           CLOSE F-OANDX-SCORES-FILE.
           PERFORM 0221A-OANDX-RATINGS.
           PERFORM 0222-OANDX-LEADERBOARD-SCREEN.

      *    Ranking is by Elo rating from member-versus-member games;
      *    members who have only played the computer carry no rating
      *    and fall below the rated players.
       0221A-OANDX-RATINGS.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = "OANDX"
                               PERFORM 0221B-TAKE-OANDX-RATING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.

       0221B-TAKE-OANDX-RATING.
           INITIALIZE WS-OANDX-FOUND-FLAG.
           PERFORM VARYING WS-OANDX-LB-IDX FROM 1 BY 1
               UNTIL WS-OANDX-LB-IDX > WS-OANDX-LB-COUNT
               OR OANDX-ENTRY-FOUND
               IF WS-OX-NAME(WS-OANDX-LB-IDX) = GR-USERNAME
                   SET WS-OANDX-FOUND-FLAG TO 1
               END-IF
           END-PERFORM.
           IF OANDX-ENTRY-FOUND
               SUBTRACT 1 FROM WS-OANDX-LB-IDX
               MOVE GR-RATING TO WS-OX-RATING(WS-OANDX-LB-IDX)
           ELSE IF WS-OANDX-LB-COUNT < 50
               ADD 1 TO WS-OANDX-LB-COUNT
               MOVE GR-USERNAME TO WS-OX-NAME(WS-OANDX-LB-COUNT)
               MOVE GR-RATING TO WS-OX-RATING(WS-OANDX-LB-COUNT)
               IF GR-WINS > 99
                   MOVE 99 TO WS-OX-WINS(WS-OANDX-LB-COUNT)
               ELSE
                   MOVE GR-WINS TO WS-OX-WINS(WS-OANDX-LB-COUNT)
               END-IF
               IF GR-LOSSES > 99
                   MOVE 99 TO WS-OX-LOSSES(WS-OANDX-LB-COUNT)
               ELSE
                   MOVE GR-LOSSES TO WS-OX-LOSSES(WS-OANDX-LB-COUNT)
               END-IF
           END-IF.

       0222-OANDX-LEADERBOARD-SCREEN.
           INITIALIZE WS-OANDX-LB-CHOICE.
           SORT WS-OANDX-ENTRY ON DESCENDING WS-OX-RATING
               DESCENDING WS-OX-WINS DESCENDING WS-OX-NAME.
           DISPLAY OANDX-LEADERBOARD-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.
               PERFORM 0224-NUMGUESS-LEADERBOARD-SCREEN
           END-IF.

      *    Caravan ratings come only from member-versus-member
      *    play; hands against the dealer are not rated.
       0225-CARAVAN-LEADERBOARD.
           INITIALIZE WS-CARAVAN-LEADERBOARD.
           MOVE 0 TO WS-CARAVAN-LB-COUNT.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = "CARAVAN"
                           AND WS-CARAVAN-LB-COUNT < 50
                               ADD 1 TO WS-CARAVAN-LB-COUNT
                               MOVE GR-USERNAME TO
                                 WS-CV-NAME(WS-CARAVAN-LB-COUNT)
                               MOVE GR-RATING TO
                                 WS-CV-RATING(WS-CARAVAN-LB-COUNT)
                               MOVE GR-WINS TO
                                 WS-CV-WINS(WS-CARAVAN-LB-COUNT)
                               MOVE GR-LOSSES TO
                                 WS-CV-LOSSES(WS-CARAVAN-LB-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.
           SORT WS-CARAVAN-ENTRY ON DESCENDING WS-CV-RATING
               DESCENDING WS-CV-NAME.
           PERFORM 0226-CARAVAN-LEADERBOARD-SCREEN.

       0226-CARAVAN-LEADERBOARD-SCREEN.
           INITIALIZE WS-CARAVAN-LB-CHOICE.
           DISPLAY CARAVAN-LEADERBOARD-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT WS-CARAVAN-LB-FIELD.
           IF WS-CARAVAN-LB-CHOICE = 'g' OR 'G'
               PERFORM 0160-GAMES-MENU
           ELSE IF WS-CARAVAN-LB-CHOICE = 'q' OR 'Q'
               STOP RUN
           ELSE
               PERFORM 0226-CARAVAN-LEADERBOARD-SCREEN
           END-IF.

       0500-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           
