           01 WS-OLD-BALANCE PIC 999.
           01 WS-MATCH-FOUND PIC 9 VALUE 0.
           01 WS-OVERFLOW PIC 9 VALUE 0.
           01 WS-SETTLE-NAME PIC X(16).
           01 WS-SETTLE-BALANCE PIC 999.
           01 WS-HOUSE-ISSUE PIC X(16) VALUE "*VAULT-ISSUE*".
           01 WS-LEDGER-AMOUNT PIC 9(5).
           01 WS-LEDGER-REASON PIC X(20) VALUE "SINGLE-ENTRY".
                       MOVE WS-NEW-BALANCE TO USER-CREDIT
                   END-IF
                   REWRITE USERS
                   MOVE USERNAME TO WS-SETTLE-NAME
                   MOVE USER-CREDIT TO WS-SETTLE-BALANCE
                   PERFORM 0010-WRITE-NOTIFICATION
                   COMPUTE WS-LEDGER-AMOUNT =
                       USER-CREDIT - WS-OLD-BALANCE

           CLOSE F-USERS-FILE.

      *    Open member charges come out of the purchase first, as
      *    they do for any other credit.
           IF WS-MATCH-FOUND = 1
               CALL 'settle-receivables' USING WS-SETTLE-NAME
                 WS-SETTLE-BALANCE
           END-IF.

           IF WS-MATCH-FOUND = 0
               MOVE "NOT FOUND" TO LS-PROCESS-STATUS-MESSAGE
           ELSE IF WS-OVERFLOW = 1
