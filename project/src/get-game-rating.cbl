       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-game-rating.

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
           01 WS-RATING-FOUND PIC 9.
           01 WS-RATING-OUT PIC ZZZ9.
           01 WS-PLAYED-OUT PIC ZZZZ9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-GAME PIC X(8).
           01 LS-RATING-TEXT PIC X(10).

      *    The member's Elo rating for one game, shown with the
      *    number of rated games behind it, e.g. "1342 (17)".
      *    Members with no rated game yet show as NEW.
       PROCEDURE DIVISION USING LS-USERNAME, LS-GAME, LS-RATING-TEXT.

           MOVE 0 TO WS-RATING-FOUND.
           OPEN INPUT F-RATINGS-FILE.
           IF WS-RATINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATINGS-FILE
                       NOT AT END
                           IF GR-USERNAME = LS-USERNAME
                           AND GR-GAME = LS-GAME
                               MOVE 1 TO WS-RATING-FOUND
                               MOVE GR-RATING TO WS-RATING-OUT
                               MOVE GR-PLAYED TO WS-PLAYED-OUT
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATINGS-FILE
           END-IF.

           MOVE SPACES TO LS-RATING-TEXT.
           IF WS-RATING-FOUND = 0
               MOVE "NEW" TO LS-RATING-TEXT
           ELSE
               STRING FUNCTION TRIM(WS-RATING-OUT) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-PLAYED-OUT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LS-RATING-TEXT
           END-IF.

           GOBACK.
