                   10 WS-OPEN-TICKET PIC 9(6).
           01 WS-WINNER PIC X(16).
           01 WS-WINNING-TICKET PIC 9(6).
           01 WS-DJ-GAME PIC X(8) VALUE "LOTTERY".
           01 WS-DJ-OUTCOME PIC X(20).
           01 WS-DJ-PAYOUT PIC 999.

           LINKAGE SECTION.
           01 LS-DRAW-STATUS-MESSAGE PIC X(30).
           PERFORM 0020-PICK-WINNER.
           PERFORM 0030-PAY-WINNER.
           PERFORM 0040-CLOSE-TICKETS.
           PERFORM 0045-JOURNAL-DRAW.
           PERFORM 0050-RECORD-RESULT.

           MOVE "DRAW COMPLETE" TO LS-DRAW-STATUS-MESSAGE.
           END-PERFORM.
           CLOSE F-LOTTERY-TICKETS-FILE.

      *    Every ticket in the draw is a stake on the one outcome;
      *    only the winning ticket shows a payout.
       0045-JOURNAL-DRAW.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-OPEN-COUNT
               MOVE SPACES TO WS-DJ-OUTCOME
               IF WS-ENTRY-IDX = WS-WIN-IDX
                   MOVE WS-PAYOUT TO WS-DJ-PAYOUT
                   STRING "TICKET " DELIMITED BY SIZE
                       WS-OPEN-TICKET(WS-ENTRY-IDX) DELIMITED BY SIZE
                       " WON" DELIMITED BY SIZE
                       INTO WS-DJ-OUTCOME
               ELSE
                   MOVE 0 TO WS-DJ-PAYOUT
                   STRING "TICKET " DELIMITED BY SIZE
                       WS-OPEN-TICKET(WS-ENTRY-IDX) DELIMITED BY SIZE
                       " DRAWN" DELIMITED BY SIZE
                       INTO WS-DJ-OUTCOME
               END-IF
               CALL 'add-draw-journal' USING WS-DJ-GAME,
                 WS-OPEN-USERNAME(WS-ENTRY-IDX), WS-TICKET-PRICE,
                 WS-DJ-OUTCOME, WS-DJ-PAYOUT
           END-PERFORM.

       0050-RECORD-RESULT.
           OPEN EXTEND F-LOTTERY-RESULTS-FILE.
           IF WS-RESULTS-STATUS = "35"
