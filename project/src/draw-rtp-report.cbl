       IDENTIFICATION DIVISION.
           PROGRAM-ID. draw-rtp-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DRAW-JOURNAL-FILE ASSIGN TO "draw-journal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT F-SCRATCH-CARDS-FILE ASSIGN TO "scratch-cards.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CARDS-STATUS.
           SELECT F-RTP-REVIEW-FILE ASSIGN TO "game-rtp-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REVIEW-STATUS.
           SELECT F-RTP-CONTROL-FILE ASSIGN TO "draw-rtp-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "draw-rtp-run.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-DRAW-JOURNAL-FILE.
           01 DRAW-JOURNAL-RECORD.
               05 DJ-DATE PIC X(8).
               05 DJ-TIME PIC X(6).
               05 DJ-GAME PIC X(8).
               05 DJ-USERNAME PIC X(16).
               05 DJ-STAKE PIC 999.
               05 DJ-OUTCOME PIC X(20).
               05 DJ-PAYOUT PIC 999.

           FD F-SCRATCH-CARDS-FILE.
           01 SCRATCH-CARD-RECORD.
               05 SC-SERIES PIC 9(3).
               05 SC-NUMBER PIC 9(4).
               05 SC-PRIZE PIC 999.
               05 SC-STATUS PIC X(8).

           FD F-RTP-REVIEW-FILE.
           01 RTP-REVIEW-RECORD.
               05 RV-MONTH PIC X(6).
               05 RV-GAME PIC X(8).
               05 RV-PLAYS PIC 9(7).
               05 RV-ACTUAL-RTP PIC 9(4)V9.
               05 RV-SET-RTP PIC 9(4)V9.
               05 RV-DATE-FLAGGED PIC X(8).
               05 RV-STATUS PIC X(8).

           FD F-RTP-CONTROL-FILE.
           01 RTP-CONTROL-RECORD.
               05 RXC-LAST-MONTH PIC X(6).
               05 RXC-REPORTED PIC X(6).
               05 RXC-FLAGGED PIC 9.

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-CARDS-STATUS PIC XX.
           01 WS-REVIEW-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-REPORT-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LAST-MONTH PIC X(6).
           01 WS-NOT-DUE PIC 9.

           01 WS-REPORT-MONTH PIC X(6).
           01 WS-REPORT-MONTH-NUM REDEFINES WS-REPORT-MONTH.
               05 WS-REPORT-YEAR PIC 9(4).
               05 WS-REPORT-MM PIC 99.

           01 WS-CARAVAN-KEY PIC X(20) VALUE "CARAVAN-RTP".
           01 WS-TOLERANCE-KEY PIC X(20) VALUE "RTP-TOLERANCE".
           01 WS-MIN-PLAYS-KEY PIC X(20) VALUE "RTP-MIN-PLAYS".
           01 WS-CARAVAN-PCT PIC 999 VALUE 0.
           01 WS-TOLERANCE PIC 999 VALUE 0.
           01 WS-MIN-PLAYS PIC 999 VALUE 0.

      *    The four games a member stakes credits on a random outcome.
           01 WS-GAME-NAMES.
               05 FILLER PIC X(8) VALUE "NUMGUESS".
               05 FILLER PIC X(8) VALUE "CARAVAN".
               05 FILLER PIC X(8) VALUE "SCRATCH".
               05 FILLER PIC X(8) VALUE "LOTTERY".
           01 WS-GAME-NAME-TABLE REDEFINES WS-GAME-NAMES.
               05 WS-GAME-NAME PIC X(8) OCCURS 4 TIMES.

           01 WS-GAME-IDX PIC 9.
           01 WS-GAME-FOUND PIC 9.
           01 WS-GAME-TABLE.
               05 WS-GAME-ENTRY OCCURS 4 TIMES.
                   10 WS-GAME-PLAYS PIC 9(7).
                   10 WS-GAME-STAKED PIC 9(9).
                   10 WS-GAME-PAID PIC 9(9).
                   10 WS-GAME-EXPECTED PIC 9(9)V99.
                   10 WS-GAME-ACTUAL-PCT PIC 9(4)V9.
                   10 WS-GAME-SET-PCT PIC 9(4)V9.
                   10 WS-GAME-MARGIN-PCT PIC S9(4)V9.
                   10 WS-GAME-MARGIN PIC S9(9).
                   10 WS-GAME-FLAG PIC X(9).

           01 WS-SERIES-IDX PIC 9(3).
           01 WS-SERIES-TABLE.
               05 WS-SERIES-ENTRY OCCURS 999 TIMES.
                   10 WS-SERIES-CARDS PIC 9(5).
                   10 WS-SERIES-PRIZES PIC 9(7).

           01 WS-DRIFT PIC S9(4)V9.
           01 WS-FLAGGED-COUNT PIC 9 VALUE 0.
           01 WS-ALREADY-FLAGGED PIC 9.
           01 WS-TOTAL-STAKED PIC 9(9).
           01 WS-TOTAL-PAID PIC 9(9).
           01 WS-TOTAL-MARGIN PIC S9(9).

           01 WS-COUNT-EDIT PIC ZZZZZZ9.
           01 WS-AMOUNT-EDIT PIC ZZZZZZZZ9.
           01 WS-PCT-EDIT PIC ZZZ9.9.
           01 WS-SIGNED-PCT-EDIT PIC -ZZZ9.9.
           01 WS-SIGNED-AMOUNT-EDIT PIC -ZZZZZZZZ9.
           01 WS-TOL-EDIT PIC ZZ9.
           01 WS-FLAG-DISPLAY PIC 9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "GAME-RTP".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "draw-rtp-run.dat".

           LINKAGE SECTION.
           01 LS-RTP-RUN-MODE PIC X.
               88 LS-RTP-FORCED VALUE "F".
           01 LS-RTP-STATUS-MESSAGE PIC X(30).

      *    Return to player for last calendar month, worked from the
      *    draw journal: per game, what members staked, what was
      *    paid back, the actual return and house margin, and the
      *    return the game is set up to give.  The number game pays
      *    twice the stake on a one-in-ten guess, so it is set at
      *    20%.  A scratch card is set at the average prize printed
      *    for its series; a card from a series no longer on file is
      *    taken at even money.  The lottery pays the whole pot, so
      *    it is set at 100% (the 999 credit cap on a single payout
      *    shows as a shortfall).  The caravan deal has no printed
      *    odds and is set by the CARAVAN-RTP price setting (90%
      *    when unset).  A game whose actual return is further from
      *    its set return than the RTP-TOLERANCE setting (5 points
      *    when unset) over at least RTP-MIN-PLAYS plays (30 when
      *    unset) is flagged REVIEW: it goes on the welfare
      *    officer's queue and the report is spooled for the
      *    council.  The nightly chain passes "M" and the report
      *    runs once a calendar month; "F" runs it on demand.
       PROCEDURE DIVISION USING LS-RTP-RUN-MODE LS-RTP-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0010-CHECK-CONTROL.
           IF WS-NOT-DUE = 1
               MOVE "RTP REPORT NOT DUE" TO LS-RTP-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE WS-TODAY(1:6) TO WS-REPORT-MONTH.
           IF WS-REPORT-MM = 1
               SUBTRACT 1 FROM WS-REPORT-YEAR
               MOVE 12 TO WS-REPORT-MM
           ELSE
               SUBTRACT 1 FROM WS-REPORT-MM
           END-IF.

           MOVE 0 TO WS-CARAVAN-PCT.
           CALL 'get-price' USING WS-CARAVAN-KEY WS-CARAVAN-PCT.
           IF WS-CARAVAN-PCT = 0
               MOVE 90 TO WS-CARAVAN-PCT
           END-IF.
           MOVE 0 TO WS-TOLERANCE.
           CALL 'get-price' USING WS-TOLERANCE-KEY WS-TOLERANCE.
           IF WS-TOLERANCE = 0
               MOVE 5 TO WS-TOLERANCE
           END-IF.
           MOVE 0 TO WS-MIN-PLAYS.
           CALL 'get-price' USING WS-MIN-PLAYS-KEY WS-MIN-PLAYS.
           IF WS-MIN-PLAYS = 0
               MOVE 30 TO WS-MIN-PLAYS
           END-IF.

           INITIALIZE WS-GAME-TABLE.
           INITIALIZE WS-SERIES-TABLE.
           MOVE 0 TO WS-FLAGGED-COUNT.

           PERFORM 0100-LOAD-SERIES.
           PERFORM 0200-READ-JOURNAL.
           PERFORM 0300-WORK-RETURNS.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0400-WRITE-REPORT.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE WS-FLAGGED-COUNT TO WS-FLAG-DISPLAY.
           MOVE SPACES TO LS-RTP-STATUS-MESSAGE.
           STRING "RTP " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               " GAMES FLAGGED:" DELIMITED BY SIZE
               WS-FLAG-DISPLAY DELIMITED BY SIZE
               INTO LS-RTP-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-NOT-DUE.
           MOVE SPACES TO WS-LAST-MONTH.
           OPEN INPUT F-RTP-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ F-RTP-CONTROL-FILE
                   NOT AT END
                       MOVE RXC-LAST-MONTH TO WS-LAST-MONTH
               END-READ
               CLOSE F-RTP-CONTROL-FILE
           END-IF.
           IF NOT LS-RTP-FORCED
           AND WS-LAST-MONTH = WS-TODAY(1:6)
               MOVE 1 TO WS-NOT-DUE
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-RTP-CONTROL-FILE.
           MOVE SPACES TO RTP-CONTROL-RECORD.
           MOVE WS-TODAY(1:6) TO RXC-LAST-MONTH.
           MOVE WS-REPORT-MONTH TO RXC-REPORTED.
           MOVE WS-FLAGGED-COUNT TO RXC-FLAGGED.
           WRITE RTP-CONTROL-RECORD.
           CLOSE F-RTP-CONTROL-FILE.

      *    The printed prize table for each scratch series: how many
      *    cards were printed and what their prizes add up to.
       0100-LOAD-SERIES.
           OPEN INPUT F-SCRATCH-CARDS-FILE.
           IF WS-CARDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SCRATCH-CARDS-FILE
                       NOT AT END
                           IF SC-SERIES > 0
                               MOVE SC-SERIES TO WS-SERIES-IDX
                               ADD 1 TO WS-SERIES-CARDS(WS-SERIES-IDX)
                               ADD SC-PRIZE TO
                                 WS-SERIES-PRIZES(WS-SERIES-IDX)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SCRATCH-CARDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0200-READ-JOURNAL.
           OPEN INPUT F-DRAW-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DRAW-JOURNAL-FILE
                       NOT AT END
                           IF DJ-DATE(1:6) = WS-REPORT-MONTH
                               PERFORM 0210-TAKE-DRAW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DRAW-JOURNAL-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0210-TAKE-DRAW.
           MOVE 0 TO WS-GAME-FOUND.
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > 4
               IF WS-GAME-NAME(WS-GAME-IDX) = DJ-GAME
                   MOVE WS-GAME-IDX TO WS-GAME-FOUND
               END-IF
           END-PERFORM.
           IF WS-GAME-FOUND > 0
               MOVE WS-GAME-FOUND TO WS-GAME-IDX
               ADD 1 TO WS-GAME-PLAYS(WS-GAME-IDX)
               ADD DJ-STAKE TO WS-GAME-STAKED(WS-GAME-IDX)
               ADD DJ-PAYOUT TO WS-GAME-PAID(WS-GAME-IDX)
               PERFORM 0220-ADD-EXPECTED
           END-IF.

      *    What the game is set up to pay back on this one stake.
       0220-ADD-EXPECTED.
           EVALUATE DJ-GAME
               WHEN "NUMGUESS"
                   COMPUTE WS-GAME-EXPECTED(WS-GAME-IDX) =
                     WS-GAME-EXPECTED(WS-GAME-IDX) + DJ-STAKE * 0.2
               WHEN "CARAVAN"
                   COMPUTE WS-GAME-EXPECTED(WS-GAME-IDX) =
                     WS-GAME-EXPECTED(WS-GAME-IDX) +
                     DJ-STAKE * WS-CARAVAN-PCT / 100
               WHEN "SCRATCH"
                   MOVE 0 TO WS-SERIES-IDX
                   IF DJ-OUTCOME(1:7) = "SERIES "
                   AND DJ-OUTCOME(8:3) IS NUMERIC
                       MOVE DJ-OUTCOME(8:3) TO WS-SERIES-IDX
                   END-IF
                   IF WS-SERIES-IDX > 0
                   AND WS-SERIES-CARDS(WS-SERIES-IDX) > 0
                       COMPUTE WS-GAME-EXPECTED(WS-GAME-IDX) =
                         WS-GAME-EXPECTED(WS-GAME-IDX) +
                         WS-SERIES-PRIZES(WS-SERIES-IDX) /
                         WS-SERIES-CARDS(WS-SERIES-IDX)
                   ELSE
                       ADD DJ-STAKE TO WS-GAME-EXPECTED(WS-GAME-IDX)
                   END-IF
               WHEN OTHER
                   ADD DJ-STAKE TO WS-GAME-EXPECTED(WS-GAME-IDX)
           END-EVALUATE.

       0300-WORK-RETURNS.
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > 4
               PERFORM 0310-WORK-ONE-GAME
           END-PERFORM.

       0310-WORK-ONE-GAME.
           COMPUTE WS-GAME-MARGIN(WS-GAME-IDX) =
             WS-GAME-STAKED(WS-GAME-IDX) - WS-GAME-PAID(WS-GAME-IDX).
           IF WS-GAME-STAKED(WS-GAME-IDX) = 0
               MOVE 0 TO WS-GAME-ACTUAL-PCT(WS-GAME-IDX)
               MOVE 0 TO WS-GAME-SET-PCT(WS-GAME-IDX)
               MOVE 0 TO WS-GAME-MARGIN-PCT(WS-GAME-IDX)
               MOVE "NO PLAY" TO WS-GAME-FLAG(WS-GAME-IDX)
           ELSE
               COMPUTE WS-GAME-ACTUAL-PCT(WS-GAME-IDX) ROUNDED =
                 WS-GAME-PAID(WS-GAME-IDX) * 100 /
                 WS-GAME-STAKED(WS-GAME-IDX)
               COMPUTE WS-GAME-SET-PCT(WS-GAME-IDX) ROUNDED =
                 WS-GAME-EXPECTED(WS-GAME-IDX) * 100 /
                 WS-GAME-STAKED(WS-GAME-IDX)
               COMPUTE WS-GAME-MARGIN-PCT(WS-GAME-IDX) =
                 100 - WS-GAME-ACTUAL-PCT(WS-GAME-IDX)
               PERFORM 0315-CHECK-DRIFT
           END-IF.

       0315-CHECK-DRIFT.
           COMPUTE WS-DRIFT = WS-GAME-ACTUAL-PCT(WS-GAME-IDX) -
             WS-GAME-SET-PCT(WS-GAME-IDX).
           IF WS-DRIFT < 0
               COMPUTE WS-DRIFT = 0 - WS-DRIFT
           END-IF.
           IF WS-DRIFT <= WS-TOLERANCE
               MOVE "OK" TO WS-GAME-FLAG(WS-GAME-IDX)
           ELSE IF WS-GAME-PLAYS(WS-GAME-IDX) < WS-MIN-PLAYS
               MOVE "FEW PLAYS" TO WS-GAME-FLAG(WS-GAME-IDX)
           ELSE
               MOVE "REVIEW" TO WS-GAME-FLAG(WS-GAME-IDX)
               ADD 1 TO WS-FLAGGED-COUNT
               PERFORM 0320-FLAG-FOR-REVIEW
           END-IF.

      *    One open review row per game and month, so a forced rerun
      *    does not queue the same game twice.
       0320-FLAG-FOR-REVIEW.
           MOVE 0 TO WS-ALREADY-FLAGGED.
           OPEN INPUT F-RTP-REVIEW-FILE.
           IF WS-REVIEW-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RTP-REVIEW-FILE
                       NOT AT END
                           IF RV-MONTH = WS-REPORT-MONTH
                           AND RV-GAME = WS-GAME-NAME(WS-GAME-IDX)
                               MOVE 1 TO WS-ALREADY-FLAGGED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RTP-REVIEW-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-ALREADY-FLAGGED = 0
               OPEN EXTEND F-RTP-REVIEW-FILE
               IF WS-REVIEW-STATUS = "35"
                   OPEN OUTPUT F-RTP-REVIEW-FILE
               END-IF
               MOVE SPACES TO RTP-REVIEW-RECORD
               MOVE WS-REPORT-MONTH TO RV-MONTH
               MOVE WS-GAME-NAME(WS-GAME-IDX) TO RV-GAME
               MOVE WS-GAME-PLAYS(WS-GAME-IDX) TO RV-PLAYS
               MOVE WS-GAME-ACTUAL-PCT(WS-GAME-IDX) TO RV-ACTUAL-RTP
               MOVE WS-GAME-SET-PCT(WS-GAME-IDX) TO RV-SET-RTP
               MOVE WS-TODAY TO RV-DATE-FLAGGED
               MOVE "OPEN" TO RV-STATUS
               WRITE RTP-REVIEW-RECORD
               CLOSE F-RTP-REVIEW-FILE
           END-IF.

       0400-WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING "GAME RETURN TO PLAYER FOR " DELIMITED BY SIZE
               WS-REPORT-MONTH DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOLERANCE TO WS-TOL-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "TOLERANCE +/-" DELIMITED BY SIZE
               WS-TOL-EDIT DELIMITED BY SIZE
               " POINTS OF THE SET RETURN" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "GAME" TO REPORT-LINE(1:8).
           MOVE "  PLAYS" TO REPORT-LINE(11:7).
           MOVE "   STAKED" TO REPORT-LINE(20:9).
           MOVE " PAID OUT" TO REPORT-LINE(31:9).
           MOVE "  RTP%" TO REPORT-LINE(42:6).
           MOVE "  SET%" TO REPORT-LINE(50:6).
           MOVE "MARGIN%" TO REPORT-LINE(58:7).
           MOVE "STATUS" TO REPORT-LINE(67:6).
           WRITE REPORT-LINE.

           MOVE 0 TO WS-TOTAL-STAKED.
           MOVE 0 TO WS-TOTAL-PAID.
           PERFORM VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > 4
               MOVE SPACES TO REPORT-LINE
               MOVE WS-GAME-NAME(WS-GAME-IDX) TO REPORT-LINE(1:8)
               MOVE WS-GAME-PLAYS(WS-GAME-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO REPORT-LINE(11:7)
               MOVE WS-GAME-STAKED(WS-GAME-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE(20:9)
               MOVE WS-GAME-PAID(WS-GAME-IDX) TO WS-AMOUNT-EDIT
               MOVE WS-AMOUNT-EDIT TO REPORT-LINE(31:9)
               MOVE WS-GAME-ACTUAL-PCT(WS-GAME-IDX) TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO REPORT-LINE(42:6)
               MOVE WS-GAME-SET-PCT(WS-GAME-IDX) TO WS-PCT-EDIT
               MOVE WS-PCT-EDIT TO REPORT-LINE(50:6)
               MOVE WS-GAME-MARGIN-PCT(WS-GAME-IDX) TO
                 WS-SIGNED-PCT-EDIT
               MOVE WS-SIGNED-PCT-EDIT TO REPORT-LINE(58:7)
               MOVE WS-GAME-FLAG(WS-GAME-IDX) TO REPORT-LINE(67:9)
               WRITE REPORT-LINE
               ADD WS-GAME-STAKED(WS-GAME-IDX) TO WS-TOTAL-STAKED
               ADD WS-GAME-PAID(WS-GAME-IDX) TO WS-TOTAL-PAID
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-TOTAL-MARGIN = WS-TOTAL-STAKED - WS-TOTAL-PAID.
           MOVE WS-TOTAL-MARGIN TO WS-SIGNED-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "HOUSE MARGIN FOR THE MONTH (CREDITS): "
               DELIMITED BY SIZE
               WS-SIGNED-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FLAGGED-COUNT = 0
               MOVE "ALL GAMES WITHIN TOLERANCE" TO REPORT-LINE
           ELSE
               MOVE
                 "GAMES MARKED REVIEW ARE ON THE WELFARE OFFICER QUEUE"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "AND GO TO THE COUNCIL FOR REVIEW" TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
