           01 WS-FOUND-MATCH PIC 9 VALUE 0.
           01 WS-NEW-BALANCE PIC 9(4).
           01 WS-OLD-BALANCE PIC 999.
           01 WS-SETTLE-DUE PIC 9 VALUE 0.
           01 WS-SETTLE-NAME PIC X(16).
           01 WS-SETTLE-BALANCE PIC 999.

           01 WS-POSTED-COUNT PIC 999 VALUE 0.
           01 WS-PENDING-COUNT PIC 999 VALUE 0.
                           TRANS-PAYMENT-STATUS = "PENDING SO")
                           AND WS-ACCT-ON-STATEMENT = 1
                            MOVE 0 TO WS-FOUND-MATCH
                            MOVE 0 TO WS-SETTLE-DUE
                            OPEN I-O F-USERS-FILE
                            MOVE TRANS-BANK-ACCOUNT TO USER-ACNT-NUM
                            READ F-USERS-FILE KEY IS USER-ACNT-NUM
                                        MOVE "PAID" TO
                                          TRANS-PAYMENT-STATUS
                                        REWRITE USERS
                                        MOVE USERNAME TO
                                          WS-SETTLE-NAME
                                        MOVE USER-CREDIT TO
                                          WS-SETTLE-BALANCE
                                        MOVE 1 TO WS-SETTLE-DUE
                                        REWRITE TRANSACTIONS FROM
                                          TRANSACTIONS
                                        PERFORM
                            END-READ
                            CLOSE F-USERS-FILE

      *                     Open member charges come out of the
      *                     purchase first, as they do for any
      *                     other credit.
                            IF WS-SETTLE-DUE = 1
                                CALL 'settle-receivables' USING
                                  WS-SETTLE-NAME WS-SETTLE-BALANCE
                            END-IF

                             IF WS-FOUND-MATCH = 0
                                 ADD 1 TO WS-PENDING-COUNT
                                 IF LS-TRIAL-FLAG NOT = "Y"
           WRITE REVERSAL-REVIEW-RECORD.
           CLOSE F-REVERSAL-REVIEW-FILE.
           ADD 1 TO WS-REV-REVIEW-COUNT.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "REV-RAISE" TO AUDIT-ACTION.
           MOVE TRANS-REF TO AUDIT-ACCOUNT.
           MOVE TRANS-CREDITS-TO-ADD TO AUDIT-AMOUNT.
           CALL 'write-audit-entry' USING AUDIT-ADMIN AUDIT-ACTION
             AUDIT-ACCOUNT AUDIT-AMOUNT.

       0096-NOTIFY-REVERSAL.
           OPEN EXTEND F-NOTIFY-OUTBOX-FILE.
