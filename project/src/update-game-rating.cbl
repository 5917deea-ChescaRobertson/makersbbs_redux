       IDENTIFICATION DIVISION.
           PROGRAM-ID. update-game-rating.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-RATINGS-FILE ASSIGN TO "game-ratings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATINGS-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

           WORKING-STORAGE SECTION.
           01 WS-RATINGS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).

           01 WS-K-KEY PIC X(20) VALUE "ELO-K-FACTOR".
           01 WS-K-FACTOR PIC 999 VALUE 0.
           01 WS-START-RATING PIC 9(4) VALUE 1200.
           01 WS-FLOOR-RATING PIC 9(4) VALUE 100.

           01 WS-RATING-A PIC 9(4).
           01 WS-RATING-B PIC 9(4).
           01 WS-FOUND-A PIC 9.
           01 WS-FOUND-B PIC 9.
           01 WS-SCORE-A PIC 9V9.
           01 WS-SCORE-B PIC 9V9.
           01 WS-DIFF PIC S9(5).
           01 WS-POWER PIC 9(4)V9(8).
           01 WS-EXPECT-A PIC 9V9(8).
           01 WS-EXPECT-B PIC 9V9(8).
           01 WS-NEW-A PIC S9(5).
           01 WS-NEW-B PIC S9(5).

           LINKAGE SECTION.
           01 LS-GAME PIC X(8).
           01 LS-PLAYER-A PIC X(16).
           01 LS-PLAYER-B PIC X(16).
           01 LS-RESULT PIC X.

      *    Elo rating for one finished game between two members.
      *    LS-RESULT is "A" or "B" for the winner, or "D" for a
      *    draw.  A member's first rated game starts from 1200, the
      *    swing per game is the ELO-K-FACTOR price setting (32 when
      *    unset), and nobody drops below 100.  The gap used for the
      *    expected score is capped at 800 points either way.  Byes
      *    and games against oneself are not rated.
       PROCEDURE DIVISION USING LS-GAME, LS-PLAYER-A, LS-PLAYER-B,
           LS-RESULT.

           IF LS-GAME = SPACES
           OR LS-PLAYER-A = SPACES OR LS-PLAYER-B = SPACES
           OR LS-PLAYER-A = "*BYE*" OR LS-PLAYER-B = "*BYE*"
           OR LS-PLAYER-A = LS-PLAYER-B
               GOBACK
           END-IF.
           IF LS-RESULT NOT = "A" AND LS-RESULT NOT = "B"
           AND LS-RESULT NOT = "D"
               GOBACK
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-K-FACTOR.
           CALL 'get-price' USING WS-K-KEY WS-K-FACTOR.
           IF WS-K-FACTOR = 0
               MOVE 32 TO WS-K-FACTOR
           END-IF.

           PERFORM 0100-FIND-RATINGS.
           PERFORM 0200-NEW-RATINGS.
           PERFORM 0300-SAVE-RATINGS.
           GOBACK.

       0100-FIND-RATINGS.
           MOVE WS-START-RATING TO WS-RATING-A.
           MOVE WS-START-RATING TO WS-RATING-B.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = LS-GAME
                           AND GR-USERNAME = LS-PLAYER-A
                               MOVE GR-RATING TO WS-RATING-A
                           END-IF
                           IF GR-GAME = LS-GAME
                           AND GR-USERNAME = LS-PLAYER-B
                               MOVE GR-RATING TO WS-RATING-B
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.

       0200-NEW-RATINGS.
           EVALUATE LS-RESULT
               WHEN "A"
                   MOVE 1 TO WS-SCORE-A
                   MOVE 0 TO WS-SCORE-B
               WHEN "B"
                   MOVE 0 TO WS-SCORE-A
                   MOVE 1 TO WS-SCORE-B
               WHEN OTHER
                   MOVE 0.5 TO WS-SCORE-A
                   MOVE 0.5 TO WS-SCORE-B
           END-EVALUATE.
           COMPUTE WS-DIFF = WS-RATING-B - WS-RATING-A.
           IF WS-DIFF > 800
               MOVE 800 TO WS-DIFF
           END-IF.
           IF WS-DIFF < -800
               MOVE -800 TO WS-DIFF
           END-IF.
           COMPUTE WS-POWER ROUNDED = 10 ** (WS-DIFF / 400).
           COMPUTE WS-EXPECT-A ROUNDED = 1 / (1 + WS-POWER).
           COMPUTE WS-EXPECT-B = 1 - WS-EXPECT-A.
           COMPUTE WS-NEW-A ROUNDED = WS-RATING-A +
             WS-K-FACTOR * (WS-SCORE-A - WS-EXPECT-A).
           COMPUTE WS-NEW-B ROUNDED = WS-RATING-B +
             WS-K-FACTOR * (WS-SCORE-B - WS-EXPECT-B).
           IF WS-NEW-A < WS-FLOOR-RATING
               MOVE WS-FLOOR-RATING TO WS-NEW-A
           END-IF.
           IF WS-NEW-B < WS-FLOOR-RATING
               MOVE WS-FLOOR-RATING TO WS-NEW-B
           END-IF.
           MOVE WS-NEW-A TO WS-RATING-A.
           MOVE WS-NEW-B TO WS-RATING-B.

      *    Members already on file are rewritten in place; a first
      *    rated game adds the member's row for that game.
       0300-SAVE-RATINGS.
           MOVE 0 TO WS-FOUND-A.
           MOVE 0 TO WS-FOUND-B.
           OPEN I-O F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = LS-GAME
                               PERFORM 0305-UPDATE-ROW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.

           IF WS-FOUND-A = 0 OR WS-FOUND-B = 0
               OPEN EXTEND F-RATINGS-FILE
               IF WS-RATINGS-STATUS = "35"
                   OPEN OUTPUT F-RATINGS-FILE
               END-IF
               IF WS-FOUND-A = 0
                   MOVE SPACES TO GAME-RATING-RECORD
                   MOVE LS-PLAYER-A TO GR-USERNAME
                   MOVE LS-GAME TO GR-GAME
                   MOVE WS-RATING-A TO GR-RATING
                   MOVE 0 TO GR-PLAYED GR-WINS GR-LOSSES GR-DRAWS
                   PERFORM 0310-COUNT-GAME
                   WRITE GAME-RATING-RECORD
               END-IF
               IF WS-FOUND-B = 0
                   MOVE SPACES TO GAME-RATING-RECORD
                   MOVE LS-PLAYER-B TO GR-USERNAME
                   MOVE LS-GAME TO GR-GAME
                   MOVE WS-RATING-B TO GR-RATING
                   MOVE 0 TO GR-PLAYED GR-WINS GR-LOSSES GR-DRAWS
                   PERFORM 0320-COUNT-GAME-B
                   WRITE GAME-RATING-RECORD
               END-IF
               CLOSE F-RATINGS-FILE
           END-IF.

       0305-UPDATE-ROW.
           IF GR-USERNAME = LS-PLAYER-A AND WS-FOUND-A = 0
               MOVE 1 TO WS-FOUND-A
               MOVE WS-RATING-A TO GR-RATING
               PERFORM 0310-COUNT-GAME
               REWRITE GAME-RATING-RECORD
           ELSE IF GR-USERNAME = LS-PLAYER-B AND WS-FOUND-B = 0
               MOVE 1 TO WS-FOUND-B
               MOVE WS-RATING-B TO GR-RATING
               PERFORM 0320-COUNT-GAME-B
               REWRITE GAME-RATING-RECORD
           END-IF.

       0310-COUNT-GAME.
           ADD 1 TO GR-PLAYED.
           MOVE WS-TODAY TO GR-LAST-PLAYED.
           EVALUATE LS-RESULT
               WHEN "A"
                   ADD 1 TO GR-WINS
               WHEN "B"
                   ADD 1 TO GR-LOSSES
               WHEN OTHER
                   ADD 1 TO GR-DRAWS
           END-EVALUATE.

       0320-COUNT-GAME-B.
           ADD 1 TO GR-PLAYED.
           MOVE WS-TODAY TO GR-LAST-PLAYED.
           EVALUATE LS-RESULT
               WHEN "B"
                   ADD 1 TO GR-WINS
               WHEN "A"
                   ADD 1 TO GR-LOSSES
               WHEN OTHER
                   ADD 1 TO GR-DRAWS
           END-EVALUATE.
