           01 WS-CL-LAST-CHECK PIC 9(9).
           01 WS-CL-NEW-CHECK PIC 9(9).
           01 WS-CL-CHAIN-BUFFER PIC X(64).
           01 WS-CREDIT-LANDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           PROCEDURE DIVISION USING LS-USERNAME, LS-AMOUNT, LS-REASON,
           LS-UPDATED-BALANCE.

           MOVE 0 TO WS-CREDIT-LANDED.
           PERFORM 0050-OPEN-USERS-WITH-WAIT.
           MOVE LS-USERNAME TO USERNAME.
           PERFORM 0060-READ-USER-WITH-WAIT.
               END-IF
               MOVE USER-CREDIT TO LS-UPDATED-BALANCE
               REWRITE USERS
               MOVE 1 TO WS-CREDIT-LANDED
               PERFORM 0010-LOG-CREDIT
      *        The ledger carries what actually landed on the
      *        balance, so a ceiling-clamped credit still proves out.

           CLOSE F-USERS-FILE.

      *    Anything the member owes on the receivables file comes
      *    out of the credit before they can spend it.
           IF WS-CREDIT-LANDED = 1
               CALL 'settle-receivables' USING LS-USERNAME
                 LS-UPDATED-BALANCE
           END-IF.

           GOBACK.

      *    Credit-log entries are chained like the audit trail so
