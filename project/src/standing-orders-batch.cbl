           01 WS-NEW-REF PIC 9(8).
           01 WS-SO-ALREADY-OPEN PIC 9.
           01 WS-TRANS-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-BUSINESS-DAY PIC X(8).
           01 WS-ROLL-FORWARD PIC X VALUE "F".

           LINKAGE SECTION.
           01 LS-SO-STATUS-MESSAGE PIC X(30).
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-RAISED-COUNT.

      *    Top-ups wait for the next day the vault is open; the low
      *    balances are still low then and get picked up that run.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL 'business-day' USING WS-TODAY WS-ROLL-FORWARD
             WS-BUSINESS-DAY.
           IF WS-BUSINESS-DAY NOT = WS-TODAY
               MOVE "NOT A BUSINESS DAY - SKIPPED" TO
                 LS-SO-STATUS-MESSAGE
               GOBACK
           END-IF.

           OPEN INPUT F-STANDING-ORDERS-FILE.
           IF WS-SO-STATUS NOT = "00"
               MOVE "NO STANDING ORDERS ON FILE" TO
