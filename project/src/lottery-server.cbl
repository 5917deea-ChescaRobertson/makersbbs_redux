           01 WS-SCRATCH-PRIZE PIC 999.
           01 WS-SCRATCH-REASON PIC X(20) VALUE "SCRATCH CARD".
           01 WS-SCRATCH-WIN-REASON PIC X(20) VALUE "SCRATCH WIN".
           01 WS-SCRATCH-CARD PIC 9(4).
           01 WS-DJ-GAME PIC X(8) VALUE "SCRATCH".
           01 WS-DJ-OUTCOME PIC X(20).

           01 WS-TICKETS-STATUS PIC XX.
           01 WS-RESULTS-STATUS PIC XX.
                           AND WS-SCRATCH-DONE = 0
                               MOVE 1 TO WS-SCRATCH-DONE
                               MOVE SC-PRIZE TO WS-SCRATCH-PRIZE
                               MOVE SC-NUMBER TO WS-SCRATCH-CARD
                               MOVE "SOLD" TO SC-STATUS
                               REWRITE SCRATCH-CARD-RECORD
                           END-IF
                 WS-SCRATCH-REASON
               MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               PERFORM 0269B-ADVANCE-SERIES-COUNT
               PERFORM 0269C-JOURNAL-SCRATCH
               IF WS-SCRATCH-PRIZE > 0
                   CALL 'add-credits' USING USER-INFO-NAME,
                     WS-SCRATCH-PRIZE, WS-SCRATCH-WIN-REASON,
               CLOSE F-SCRATCH-SERIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The series number leads the outcome so the return-to-
      *    player report can weigh each sale against the prize
      *    table printed for its series.
       0269C-JOURNAL-SCRATCH.
           MOVE SPACES TO WS-DJ-OUTCOME.
           STRING "SERIES " DELIMITED BY SIZE
               WS-OPEN-SERIES DELIMITED BY SIZE
               " CARD " DELIMITED BY SIZE
               WS-SCRATCH-CARD DELIMITED BY SIZE
               INTO WS-DJ-OUTCOME.
           CALL 'add-draw-journal' USING WS-DJ-GAME, USER-INFO-NAME,
             WS-SERIES-PRICE, WS-DJ-OUTCOME, WS-SCRATCH-PRIZE.
