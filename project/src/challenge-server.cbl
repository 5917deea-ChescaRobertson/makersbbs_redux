                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POOLS-STATUS.

             SELECT F-RATINGS-FILE ASSIGN TO 'game-ratings.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATINGS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-CHALLENGES-FILE.
               05 CP-STAKE PIC 999.
               05 CP-STATUS PIC X(8).

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
           01 WS-CHALLENGES-STATUS PIC XX.
           01 WS-SCORES-STATUS PIC XX.
           01 WS-ACTION-DONE PIC 9.
           01 WS-LIMIT-RESULT-CHECKED PIC X(4).
           01 WS-EXCL-RESULT PIC X(5).
           01 WS-BLOCK-RESULT PIC X(5).
           01 WS-POOLS-STATUS PIC XX.
           01 POOL-SIDE-ENTRY PIC X(16).
           01 POOL-STAKE-ENTRY PIC 999.
               05 WS-WIN-MASK OCCURS 8 TIMES.
                   10 WS-MASK-POS OCCURS 3 TIMES PIC 9.

           01 WS-RATINGS-STATUS PIC XX.
           01 WS-RATING-GAME PIC X(8) VALUE "OANDX".
           01 WS-RATING-RESULT PIC X.
           01 WS-MY-RATING-TEXT PIC X(10).
           01 WS-MY-RATING PIC 9(4).
           01 WS-BAND-KEY PIC X(20) VALUE "MATCH-RATING-BAND".
           01 WS-MATCH-BAND PIC 999 VALUE 0.
           01 WS-MATCH-NAME PIC X(16).
           01 WS-MATCH-GAP PIC 9(4).
           01 WS-MATCH-LAST PIC X(8).
           01 WS-CAND-GAP PIC 9(4).
           01 WS-CAND-BUSY PIC 9.
           01 WS-CAND-IDX PIC 9.

           01 CHAL-OPPONENT-ENTRY PIC X(16).
           01 CHAL-STAKE-ENTRY PIC 999.
           01 CHAL-ID-ENTRY PIC 9(4).
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "O-and-X Challenges" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 4 COL 45 VALUE "Your rating: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 4 COL 58 PIC X(10) USING WS-MY-RATING-TEXT
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 6 COL 20 VALUE
                   "Id    Versus           Stake  State      Turn"
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 PIC X(40)
                   USING CHAL-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE
                   "(f) Find me a match of similar rating at the stake"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(n) New  (a) Accept id  (d) Decline id  (m) Move"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0302-EXPIRE-STALE-OFFERS.
           PERFORM 0304-LOAD-MY-CHALLENGES.
           CALL 'get-game-rating' USING USER-INFO-NAME WS-RATING-GAME
             WS-MY-RATING-TEXT.
           MOVE SPACES TO CHAL-OPPONENT-ENTRY.
           MOVE 0 TO CHAL-STAKE-ENTRY.
           MOVE 0 TO CHAL-ID-ENTRY.
           ELSE IF CHAL-CHOICE = 'n' OR 'N'
               PERFORM 0310-NEW-CHALLENGE
               PERFORM 0300-CHALLENGE-MENU
           ELSE IF CHAL-CHOICE = 'f' OR 'F'
               PERFORM 0360-FIND-MATCH
               PERFORM 0300-CHALLENGE-MENU
           ELSE IF CHAL-CHOICE = 'a' OR 'A'
               PERFORM 0320-ACCEPT-CHALLENGE
               PERFORM 0300-CHALLENGE-MENU
             CHAL-STAKE-ENTRY, WS-LIMIT-RESULT-CHECKED.
           CALL 'check-self-exclusion' USING USER-INFO-NAME,
             WS-EXCL-RESULT.
           MOVE "FALSE" TO WS-BLOCK-RESULT.
           IF CHAL-OPPONENT-ENTRY NOT = SPACES
               CALL 'check-member-block' USING CHAL-OPPONENT-ENTRY,
                 USER-INFO-NAME, WS-BLOCK-RESULT
           END-IF.
           IF WS-EXCL-RESULT = "TRUE"
               MOVE "WAGERING SELF-EXCLUDED" TO
                 CHAL-RESULT-MESSAGE
                 CHAL-RESULT-MESSAGE
           ELSE IF USER-EXISTS(CHAL-OPPONENT-ENTRY) = "FALSE"
               MOVE "NO SUCH MEMBER" TO CHAL-RESULT-MESSAGE
           ELSE IF WS-BLOCK-RESULT = "TRUE"
               MOVE "CHALLENGE NOT ACCEPTED" TO CHAL-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(CHAL-STAKE-ENTRY,
             USER-INFO-CREDITS) = "FALSE"
               MOVE "INSUFFICIENT CREDITS" TO CHAL-RESULT-MESSAGE
               CALL 'add-credits' USING CH-OPPONENT, CH-STAKE,
                 WS-REFUND-REASON, UPDATED-BALANCE
               PERFORM 0353-REFUND-POOL
               MOVE "D" TO WS-RATING-RESULT
               CALL 'update-game-rating' USING WS-RATING-GAME
                 CH-CHALLENGER CH-OPPONENT WS-RATING-RESULT
               MOVE "STALEMATE - STAKES REFUNDED" TO
                 CHAL-RESULT-MESSAGE
           ELSE
                   MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               END-IF
               PERFORM 0349-RECORD-RESULT
               IF CH-WINNER = CH-CHALLENGER
                   MOVE "A" TO WS-RATING-RESULT
               ELSE
                   MOVE "B" TO WS-RATING-RESULT
               END-IF
               CALL 'update-game-rating' USING WS-RATING-GAME
                 CH-CHALLENGER CH-OPPONENT WS-RATING-RESULT
               CALL 'add-to-bet-history' USING CH-WINNER CH-STAKE
                 WS-GUESS-99 WS-ANSWER-99 "WIN " WS-POT
               PERFORM 0352-SETTLE-POOL
               END-PERFORM
               CLOSE F-CHALLENGES-FILE
           END-IF.

      *    Pairs the member with the rated O-and-X player closest
      *    to their own rating, inside the MATCH-RATING-BAND price
      *    setting (200 points when unset), and sends the usual
      *    challenge at the stake entered.  Players who block the
      *    member or already have a live challenge with them are
      *    passed over; on a tie the one who played most recently
      *    is chosen.
       0360-FIND-MATCH.
           IF CHAL-STAKE-ENTRY = 0
               MOVE "ENTER A STAKE TO BE MATCHED" TO
                 CHAL-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-MATCH-BAND
               CALL 'get-price' USING WS-BAND-KEY WS-MATCH-BAND
               IF WS-MATCH-BAND = 0
                   MOVE 200 TO WS-MATCH-BAND
               END-IF
               PERFORM 0361-SCAN-RATINGS
               IF WS-MATCH-NAME = SPACES
                   MOVE "NO PLAYER NEAR YOUR RATING FREE" TO
                     CHAL-RESULT-MESSAGE
               ELSE
                   MOVE WS-MATCH-NAME TO CHAL-OPPONENT-ENTRY
                   PERFORM 0310-NEW-CHALLENGE
                   IF CHAL-RESULT-MESSAGE =
                     "CHALLENGE SENT - STAKE HELD"
                       MOVE SPACES TO CHAL-RESULT-MESSAGE
                       STRING "MATCH SENT TO "
                           DELIMITED BY SIZE
                           WS-MATCH-NAME DELIMITED BY SPACE
                           INTO CHAL-RESULT-MESSAGE
                   END-IF
               END-IF
           END-IF.

       0361-SCAN-RATINGS.
           MOVE 1200 TO WS-MY-RATING.
           MOVE SPACES TO WS-MATCH-NAME.
           MOVE 9999 TO WS-MATCH-GAP.
           MOVE SPACES TO WS-MATCH-LAST.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = WS-RATING-GAME
                           AND GR-USERNAME = USER-INFO-NAME
                               MOVE GR-RATING TO WS-MY-RATING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-GAME = WS-RATING-GAME
                           AND GR-USERNAME NOT = USER-INFO-NAME
                               PERFORM 0362-WEIGH-CANDIDATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0362-WEIGH-CANDIDATE.
           IF GR-RATING > WS-MY-RATING
               COMPUTE WS-CAND-GAP = GR-RATING - WS-MY-RATING
           ELSE
               COMPUTE WS-CAND-GAP = WS-MY-RATING - GR-RATING
           END-IF.
           MOVE 0 TO WS-CAND-BUSY.
           IF WS-CAND-GAP > WS-MATCH-BAND
           OR WS-CAND-GAP > WS-MATCH-GAP
               MOVE 1 TO WS-CAND-BUSY
           END-IF.
           IF WS-CAND-GAP = WS-MATCH-GAP
           AND GR-LAST-PLAYED NOT > WS-MATCH-LAST
               MOVE 1 TO WS-CAND-BUSY
           END-IF.
           IF WS-CAND-BUSY = 0
               PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                 UNTIL WS-CAND-IDX > WS-MY-COUNT
                   IF WS-MY-VS(WS-CAND-IDX) = GR-USERNAME
                       MOVE 1 TO WS-CAND-BUSY
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-CAND-BUSY = 0
               MOVE "FALSE" TO WS-BLOCK-RESULT
               CALL 'check-member-block' USING GR-USERNAME,
                 USER-INFO-NAME, WS-BLOCK-RESULT
               IF WS-BLOCK-RESULT = "TRUE"
                   MOVE 1 TO WS-CAND-BUSY
               END-IF
           END-IF.
           IF WS-CAND-BUSY = 0
               MOVE GR-USERNAME TO WS-MATCH-NAME
               MOVE WS-CAND-GAP TO WS-MATCH-GAP
               MOVE GR-LAST-PLAYED TO WS-MATCH-LAST
           END-IF.
