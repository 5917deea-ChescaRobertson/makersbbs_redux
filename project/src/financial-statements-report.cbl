       IDENTIFICATION DIVISION.
           PROGRAM-ID. financial-statements-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEDGER-FILE ASSIGN TO "credit-ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
           SELECT F-SAVINGS-FILE ASSIGN TO "savings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAVINGS-STATUS.
           SELECT F-BONDS-FILE ASSIGN TO "bonds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BONDS-STATUS.
           SELECT F-TRANSACTIONS-FILE ASSIGN TO "transactions.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRANS-REF
             ALTERNATE RECORD KEY IS TRANS-USERNAME
               WITH DUPLICATES
             LOCK MODE IS AUTOMATIC
             FILE STATUS IS WS-TRANS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "financial-statements.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEDGER-FILE.
           01 LEDGER-ENTRY.
               05 LE-DATE PIC X(8).
               05 LE-TRANS-REF PIC 9(8).
               05 LE-ACCOUNT PIC X(16).
               05 LE-SIDE PIC XX.
               05 LE-AMOUNT PIC 9(5).
               05 LE-REASON PIC X(20).

           FD F-SAVINGS-FILE.
           01 SAVINGS-RECORD.
               05 SAV-USERNAME PIC X(16).
               05 SAV-BALANCE PIC 9(5).
               05 SAV-LAST-ACCRUAL PIC X(8).

           FD F-BONDS-FILE.
           01 BOND-RECORD.
               05 BOND-USERNAME PIC X(16).
               05 BOND-AMOUNT PIC 999.
               05 BOND-TERM-DAYS PIC 999.
               05 BOND-RATE-PCT PIC 99.
               05 BOND-START PIC X(8).
               05 BOND-MATURITY PIC X(8).
               05 BOND-STATUS PIC X(10).

           FD F-TRANSACTIONS-FILE.
           01 TRANSACTIONS.
               05 TRANS-USERNAME PIC X(16).
               05 TRANS-BANK-ACCOUNT PIC X(8).
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-CREDITS-TO-ADD PIC 999.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-MON-AMOUNT PIC 999.99.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-DATE-OF-TRANS PIC X(10).
               05 TRANS-PAYMENT-STATUS PIC X(20).
               05 TRANS-REF PIC 9(8).
               05 TRANS-PAIR-REF PIC 9(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-SAVINGS-STATUS PIC XX.
           01 WS-BONDS-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-THIS-MONTH PIC X(6).
           01 WS-THIS-YEAR PIC X(4).
           01 WS-PRIOR-MONTH PIC X(6).
           01 WS-MONTH-NUM PIC 9(6).

      *    Income lines 1-3 are revenue and 4-7 are expenses.
           01 WS-IS-TABLE.
               05 WS-IS-ENTRY OCCURS 7 TIMES.
                   10 WS-IS-LABEL PIC X(20).
                   10 WS-IS-MTH PIC S9(8).
                   10 WS-IS-PRIOR PIC S9(8).
                   10 WS-IS-YTD PIC S9(8).
           01 WS-IS-IDX PIC 99.

      *    Balance lines 1-5 are held for members; line 6 is the
      *    vault float and line 7 the revenue taken but not yet
      *    earned.
           01 WS-BS-TABLE.
               05 WS-BS-ENTRY OCCURS 7 TIMES.
                   10 WS-BS-LABEL PIC X(20).
                   10 WS-BS-NOW PIC S9(8).
                   10 WS-BS-PRIOR PIC S9(8).
                   10 WS-BS-YEAR-OPEN PIC S9(8).
           01 WS-BS-IDX PIC 99.

           01 WS-POST-AMOUNT PIC S9(8).
           01 WS-POST-MONTH PIC X(6).
           01 WS-ESCROW-COUNT PIC 99.
           01 WS-SAV-MOVE-MTH PIC S9(8) VALUE 0.
           01 WS-SAV-MOVE-YTD PIC S9(8) VALUE 0.
           01 WS-BOND-PAYOUT PIC 9(5).
           01 WS-BOND-INTEREST PIC S9(8).
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-HOUSE-ISSUE PIC X(16) VALUE "*VAULT-ISSUE*".
           01 WS-INSURANCE-POOL PIC X(16) VALUE "*INSURANCE-POOL*".
           01 WS-DEFERRED-REVENUE PIC X(16) VALUE "*DEFERRED-REV*".

           01 WS-TOTAL-MTH PIC S9(8).
           01 WS-TOTAL-PRIOR PIC S9(8).
           01 WS-TOTAL-YTD PIC S9(8).
           01 WS-EXPENSE-MTH PIC S9(8).
           01 WS-EXPENSE-PRIOR PIC S9(8).
           01 WS-EXPENSE-YTD PIC S9(8).
           01 WS-LINE-LABEL PIC X(22).
           01 WS-COL-1-EDIT PIC -(8)9.
           01 WS-COL-2-EDIT PIC -(8)9.
           01 WS-COL-3-EDIT PIC -(8)9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "FINANCIAL-STATEMENTS".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "financial-statements.dat".

           LINKAGE SECTION.
           01 LS-STATEMENTS-STATUS-MESSAGE PIC X(30).

      *    The council's monthly income statement and balance sheet,
      *    drawn from the same ledger the balance proof walks.  The
      *    income side classifies the house leg of each posting by
      *    its reason, so a member's game fee is counted once however
      *    the posting rules route it.  Savings deposits and bonds
      *    are not ledger accounts: they come off their own files and
      *    are rolled back to the earlier dates by the movements the
      *    ledger and transactions file show since then.
       PROCEDURE DIVISION USING LS-STATEMENTS-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-THIS-YEAR.
           MOVE WS-THIS-MONTH TO WS-MONTH-NUM.
           IF WS-THIS-MONTH(5:2) = "01"
               SUBTRACT 89 FROM WS-MONTH-NUM
           ELSE
               SUBTRACT 1 FROM WS-MONTH-NUM
           END-IF.
           MOVE WS-MONTH-NUM TO WS-PRIOR-MONTH.
           MOVE 0 TO WS-SAV-MOVE-MTH.
           MOVE 0 TO WS-SAV-MOVE-YTD.
           PERFORM 0005-SET-LABELS.

           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = "00"
               MOVE "NO LEDGER ON FILE" TO
                 LS-STATEMENTS-STATUS-MESSAGE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LEDGER-FILE
                   NOT AT END
                       IF LE-DATE(1:6) <= WS-THIS-MONTH
                           PERFORM 0020-APPLY-INCOME-LINE
                           PERFORM 0030-APPLY-BALANCE-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LEDGER-FILE.

           PERFORM 0050-TALLY-SAVINGS-INTEREST.
           PERFORM 0060-TALLY-BONDS.
           PERFORM 0070-TALLY-SAVINGS.
           PERFORM 0080-WRITE-STATEMENTS.

           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           MOVE "FINANCIAL STATEMENTS SPOOLED" TO
             LS-STATEMENTS-STATUS-MESSAGE.
           GOBACK.

       0005-SET-LABELS.
           INITIALIZE WS-IS-TABLE.
           INITIALIZE WS-BS-TABLE.
           MOVE "GAME REVENUE" TO WS-IS-LABEL(1).
           MOVE "PASS REVENUE" TO WS-IS-LABEL(2).
           MOVE "FEES AND SALES" TO WS-IS-LABEL(3).
           MOVE "PRIZES PAID" TO WS-IS-LABEL(4).
           MOVE "INTEREST PAID" TO WS-IS-LABEL(5).
           MOVE "PAYROLL" TO WS-IS-LABEL(6).
           MOVE "CLAIMS AND LOSSES" TO WS-IS-LABEL(7).
           MOVE "MEMBER BALANCES" TO WS-BS-LABEL(1).
           MOVE "ESCROW HELD" TO WS-BS-LABEL(2).
           MOVE "INSURANCE POOL" TO WS-BS-LABEL(3).
           MOVE "SAVINGS DEPOSITS" TO WS-BS-LABEL(4).
           MOVE "VAULT BONDS" TO WS-BS-LABEL(5).
           MOVE "VAULT FLOAT" TO WS-BS-LABEL(6).
           MOVE "UNEARNED REVENUE" TO WS-BS-LABEL(7).

      *    Revenue is the house account's credit leg and expense the
      *    house account's debit leg; refunds come back off the line
      *    they were first taken on.  Savings deposits and
      *    withdrawals are picked up from the member's leg.
       0020-APPLY-INCOME-LINE.
           MOVE 0 TO WS-IS-IDX.
           MOVE LE-AMOUNT TO WS-POST-AMOUNT.
           IF LE-ACCOUNT(1:1) NOT = "*"
               IF LE-REASON = "TO SAVINGS" AND LE-SIDE = "DR"
                   PERFORM 0025-ADD-SAVINGS-MOVEMENT
               END-IF
               IF LE-REASON = "FROM SAVINGS" AND LE-SIDE = "CR"
                   MULTIPLY -1 BY WS-POST-AMOUNT
                   PERFORM 0025-ADD-SAVINGS-MOVEMENT
               END-IF
           ELSE IF LE-SIDE = "CR"
               EVALUATE LE-REASON
                   WHEN "GAME"
                   WHEN "TRIVIA GAME"
                   WHEN "LOTTERY TICKET"
                   WHEN "SCRATCH CARD"
                   WHEN "POOL HOUSE CUT"
                   WHEN "TOURNEY FEE"
                       MOVE 1 TO WS-IS-IDX
                   WHEN "SERVICE PASS"
                   WHEN "CONNECT TIME"
                   WHEN "PASS EARNED"
                       MOVE 2 TO WS-IS-IDX
                   WHEN "COURSE FEE"
                   WHEN "FACILITY FEE"
                   WHEN "FACILITY NO-SHOW"
                   WHEN "LIBRARY LATE FINE"
                   WHEN "LIBRARY REPLACEMENT"
                   WHEN "DAMAGE CHARGE"
                   WHEN "QUARTERS RENT"
                   WHEN "REMIT FEE"
                   WHEN "EVENT TICKET"
                   WHEN "COMMISSARY"
                   WHEN "MESSAGE BOARD"
                   WHEN "TICKET EARNED"
                   WHEN "BLOCK EARNED"
                   WHEN "TICKET UNDEFERRED"
                   WHEN "BLOCK UNDEFERRED"
                       MOVE 3 TO WS-IS-IDX
               END-EVALUATE
           ELSE
               EVALUATE LE-REASON
                   WHEN "EVENT REFUND"
                   WHEN "FACILITY REFUND"
                   WHEN "TICKET DEFERRED"
                   WHEN "BLOCK DEFERRED"
                       MOVE 3 TO WS-IS-IDX
                       MULTIPLY -1 BY WS-POST-AMOUNT
                   WHEN "PASS DEFERRED"
                       MOVE 2 TO WS-IS-IDX
                       MULTIPLY -1 BY WS-POST-AMOUNT
                   WHEN "TRIVIA WINNINGS"
                   WHEN "SCRATCH WIN"
                   WHEN "LOTTERY WIN"
                   WHEN "TOURNEY PRIZE"
                   WHEN "BOTM REWARD"
                       MOVE 4 TO WS-IS-IDX
                   WHEN "STAFF STIPEND"
                   WHEN "DUTY PAY"
                       MOVE 6 TO WS-IS-IDX
                   WHEN "INSURANCE CLAIM"
                   WHEN "LOAN WRITE-OFF"
                       MOVE 7 TO WS-IS-IDX
               END-EVALUATE
           END-IF.
           IF WS-IS-IDX > 0
               MOVE LE-DATE(1:6) TO WS-POST-MONTH
               PERFORM 0040-ADD-TO-INCOME
           END-IF.

       0025-ADD-SAVINGS-MOVEMENT.
           IF LE-DATE(1:6) = WS-THIS-MONTH
               ADD WS-POST-AMOUNT TO WS-SAV-MOVE-MTH
           END-IF.
           IF LE-DATE(1:4) = WS-THIS-YEAR
               ADD WS-POST-AMOUNT TO WS-SAV-MOVE-YTD
           END-IF.

      *    Balances are credits less debits, so what the vault owes
      *    shows positive.  The float is the other way about: what
      *    the vault has issued less what has come back as revenue.
       0030-APPLY-BALANCE-LINE.
           MOVE 0 TO WS-BS-IDX.
           MOVE 0 TO WS-ESCROW-COUNT.
           INSPECT LE-ACCOUNT TALLYING WS-ESCROW-COUNT
               FOR ALL "ESCROW".
           IF LE-SIDE = "CR"
               MOVE LE-AMOUNT TO WS-POST-AMOUNT
           ELSE
               COMPUTE WS-POST-AMOUNT = 0 - LE-AMOUNT
           END-IF.
           IF LE-ACCOUNT(1:1) NOT = "*"
               MOVE 1 TO WS-BS-IDX
           ELSE IF WS-ESCROW-COUNT > 0
               MOVE 2 TO WS-BS-IDX
           ELSE IF LE-ACCOUNT = WS-INSURANCE-POOL
               MOVE 3 TO WS-BS-IDX
           ELSE IF LE-ACCOUNT = WS-DEFERRED-REVENUE
               MOVE 7 TO WS-BS-IDX
           ELSE IF LE-ACCOUNT = WS-HOUSE-ISSUE
           OR LE-ACCOUNT = WS-HOUSE-REVENUE
               MOVE 6 TO WS-BS-IDX
               MULTIPLY -1 BY WS-POST-AMOUNT
           END-IF.
           IF WS-BS-IDX > 0
               ADD WS-POST-AMOUNT TO WS-BS-NOW(WS-BS-IDX)
               IF LE-DATE(1:6) < WS-THIS-MONTH
                   ADD WS-POST-AMOUNT TO WS-BS-PRIOR(WS-BS-IDX)
               END-IF
               IF LE-DATE(1:4) < WS-THIS-YEAR
                   ADD WS-POST-AMOUNT TO WS-BS-YEAR-OPEN(WS-BS-IDX)
               END-IF
           END-IF.

       0040-ADD-TO-INCOME.
           IF WS-POST-MONTH = WS-THIS-MONTH
               ADD WS-POST-AMOUNT TO WS-IS-MTH(WS-IS-IDX)
           END-IF.
           IF WS-POST-MONTH = WS-PRIOR-MONTH
               ADD WS-POST-AMOUNT TO WS-IS-PRIOR(WS-IS-IDX)
           END-IF.
           IF WS-POST-MONTH(1:4) = WS-THIS-YEAR
           AND WS-POST-MONTH <= WS-THIS-MONTH
               ADD WS-POST-AMOUNT TO WS-IS-YTD(WS-IS-IDX)
           END-IF.

      *    Savings interest is credited straight to the deposit and
      *    only shows as an INTEREST line in the transactions file.
       0050-TALLY-SAVINGS-INTEREST.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           IF TRANS-PAYMENT-STATUS = "INTEREST"
                               PERFORM 0055-ADD-SAVINGS-INTEREST
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0055-ADD-SAVINGS-INTEREST.
           MOVE 5 TO WS-IS-IDX.
           MOVE TRANS-CREDITS-TO-ADD TO WS-POST-AMOUNT.
           MOVE TRANS-DATE-OF-TRANS(1:6) TO WS-POST-MONTH.
           IF WS-POST-MONTH <= WS-THIS-MONTH
               PERFORM 0040-ADD-TO-INCOME
               IF WS-POST-MONTH = WS-THIS-MONTH
                   ADD WS-POST-AMOUNT TO WS-SAV-MOVE-MTH
               END-IF
               IF WS-POST-MONTH(1:4) = WS-THIS-YEAR
                   ADD WS-POST-AMOUNT TO WS-SAV-MOVE-YTD
               END-IF
           END-IF.

      *    A bond counts at a date if it was bought before then and
      *    was still open; the interest on a matured bond is what
      *    the maturity run paid over the principal.
       0060-TALLY-BONDS.
           OPEN INPUT F-BONDS-FILE.
           IF WS-BONDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BONDS-FILE
                       NOT AT END
                           PERFORM 0065-APPLY-BOND
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BONDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0065-APPLY-BOND.
           IF BOND-STATUS = "OPEN"
               ADD BOND-AMOUNT TO WS-BS-NOW(5)
               IF BOND-START(1:6) < WS-THIS-MONTH
                   ADD BOND-AMOUNT TO WS-BS-PRIOR(5)
               END-IF
               IF BOND-START(1:4) < WS-THIS-YEAR
                   ADD BOND-AMOUNT TO WS-BS-YEAR-OPEN(5)
               END-IF
           END-IF.
           IF BOND-STATUS = "MATURED"
               IF BOND-START(1:6) < WS-THIS-MONTH
               AND BOND-MATURITY(1:6) >= WS-THIS-MONTH
                   ADD BOND-AMOUNT TO WS-BS-PRIOR(5)
               END-IF
               IF BOND-START(1:4) < WS-THIS-YEAR
               AND BOND-MATURITY(1:4) >= WS-THIS-YEAR
                   ADD BOND-AMOUNT TO WS-BS-YEAR-OPEN(5)
               END-IF
               COMPUTE WS-BOND-PAYOUT ROUNDED =
                   BOND-AMOUNT + (BOND-AMOUNT * BOND-RATE-PCT / 100)
               IF WS-BOND-PAYOUT > 999
                   MOVE 999 TO WS-BOND-PAYOUT
               END-IF
               COMPUTE WS-BOND-INTEREST = WS-BOND-PAYOUT - BOND-AMOUNT
               IF WS-BOND-INTEREST > 0
               AND BOND-MATURITY(1:6) <= WS-THIS-MONTH
                   MOVE 5 TO WS-IS-IDX
                   MOVE WS-BOND-INTEREST TO WS-POST-AMOUNT
                   MOVE BOND-MATURITY(1:6) TO WS-POST-MONTH
                   PERFORM 0040-ADD-TO-INCOME
               END-IF
           END-IF.

      *    Deposits on file today, rolled back by this month's and
      *    this year's deposits, withdrawals and interest.
       0070-TALLY-SAVINGS.
           OPEN INPUT F-SAVINGS-FILE.
           IF WS-SAVINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAVINGS-FILE
                       NOT AT END
                           ADD SAV-BALANCE TO WS-BS-NOW(4)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAVINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           COMPUTE WS-BS-PRIOR(4) = WS-BS-NOW(4) - WS-SAV-MOVE-MTH.
           COMPUTE WS-BS-YEAR-OPEN(4) =
               WS-BS-NOW(4) - WS-SAV-MOVE-YTD.

       0080-WRITE-STATEMENTS.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FINANCIAL STATEMENTS FOR " DELIMITED BY SIZE
               WS-THIS-MONTH DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INCOME STATEMENT      " DELIMITED BY SIZE
               "  CURRENT     " DELIMITED BY SIZE
               WS-PRIOR-MONTH DELIMITED BY SIZE
               "  YR-TO-DT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-TOTAL-MTH.
           MOVE 0 TO WS-TOTAL-PRIOR.
           MOVE 0 TO WS-TOTAL-YTD.
           PERFORM VARYING WS-IS-IDX FROM 1 BY 1 UNTIL WS-IS-IDX > 3
               PERFORM 0085-WRITE-INCOME-LINE
               ADD WS-IS-MTH(WS-IS-IDX) TO WS-TOTAL-MTH
               ADD WS-IS-PRIOR(WS-IS-IDX) TO WS-TOTAL-PRIOR
               ADD WS-IS-YTD(WS-IS-IDX) TO WS-TOTAL-YTD
           END-PERFORM.
           MOVE "TOTAL REVENUE" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-MTH TO WS-COL-1-EDIT.
           MOVE WS-TOTAL-PRIOR TO WS-COL-2-EDIT.
           MOVE WS-TOTAL-YTD TO WS-COL-3-EDIT.
           PERFORM 0097-WRITE-COLUMNS.

           MOVE 0 TO WS-EXPENSE-MTH.
           MOVE 0 TO WS-EXPENSE-PRIOR.
           MOVE 0 TO WS-EXPENSE-YTD.
           PERFORM VARYING WS-IS-IDX FROM 4 BY 1 UNTIL WS-IS-IDX > 7
               PERFORM 0085-WRITE-INCOME-LINE
               ADD WS-IS-MTH(WS-IS-IDX) TO WS-EXPENSE-MTH
               ADD WS-IS-PRIOR(WS-IS-IDX) TO WS-EXPENSE-PRIOR
               ADD WS-IS-YTD(WS-IS-IDX) TO WS-EXPENSE-YTD
           END-PERFORM.
           MOVE "TOTAL EXPENSES" TO WS-LINE-LABEL.
           MOVE WS-EXPENSE-MTH TO WS-COL-1-EDIT.
           MOVE WS-EXPENSE-PRIOR TO WS-COL-2-EDIT.
           MOVE WS-EXPENSE-YTD TO WS-COL-3-EDIT.
           PERFORM 0097-WRITE-COLUMNS.

           MOVE "NET INCOME" TO WS-LINE-LABEL.
           COMPUTE WS-COL-1-EDIT = WS-TOTAL-MTH - WS-EXPENSE-MTH.
           COMPUTE WS-COL-2-EDIT = WS-TOTAL-PRIOR - WS-EXPENSE-PRIOR.
           COMPUTE WS-COL-3-EDIT = WS-TOTAL-YTD - WS-EXPENSE-YTD.
           PERFORM 0097-WRITE-COLUMNS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BALANCE SHEET         " DELIMITED BY SIZE
               "  CURRENT     " DELIMITED BY SIZE
               WS-PRIOR-MONTH DELIMITED BY SIZE
               "  YEAR OPEN" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-TOTAL-MTH.
           MOVE 0 TO WS-TOTAL-PRIOR.
           MOVE 0 TO WS-TOTAL-YTD.
           PERFORM VARYING WS-BS-IDX FROM 1 BY 1 UNTIL WS-BS-IDX > 5
               PERFORM 0090-WRITE-BALANCE-LINE
               ADD WS-BS-NOW(WS-BS-IDX) TO WS-TOTAL-MTH
               ADD WS-BS-PRIOR(WS-BS-IDX) TO WS-TOTAL-PRIOR
               ADD WS-BS-YEAR-OPEN(WS-BS-IDX) TO WS-TOTAL-YTD
           END-PERFORM.
           MOVE "HELD FOR MEMBERS" TO WS-LINE-LABEL.
           MOVE WS-TOTAL-MTH TO WS-COL-1-EDIT.
           MOVE WS-TOTAL-PRIOR TO WS-COL-2-EDIT.
           MOVE WS-TOTAL-YTD TO WS-COL-3-EDIT.
           PERFORM 0097-WRITE-COLUMNS.
           MOVE 6 TO WS-BS-IDX.
           PERFORM 0090-WRITE-BALANCE-LINE.
           MOVE 7 TO WS-BS-IDX.
           PERFORM 0090-WRITE-BALANCE-LINE.
           CLOSE F-REPORT-FILE.

       0085-WRITE-INCOME-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-IS-LABEL(WS-IS-IDX) TO WS-LINE-LABEL(3:20).
           MOVE WS-IS-MTH(WS-IS-IDX) TO WS-COL-1-EDIT.
           MOVE WS-IS-PRIOR(WS-IS-IDX) TO WS-COL-2-EDIT.
           MOVE WS-IS-YTD(WS-IS-IDX) TO WS-COL-3-EDIT.
           PERFORM 0097-WRITE-COLUMNS.

       0090-WRITE-BALANCE-LINE.
           MOVE SPACES TO WS-LINE-LABEL.
           MOVE WS-BS-LABEL(WS-BS-IDX) TO WS-LINE-LABEL(3:20).
           MOVE WS-BS-NOW(WS-BS-IDX) TO WS-COL-1-EDIT.
           MOVE WS-BS-PRIOR(WS-BS-IDX) TO WS-COL-2-EDIT.
           MOVE WS-BS-YEAR-OPEN(WS-BS-IDX) TO WS-COL-3-EDIT.
           PERFORM 0097-WRITE-COLUMNS.

       0097-WRITE-COLUMNS.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LINE-LABEL DELIMITED BY SIZE
               WS-COL-1-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COL-2-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-COL-3-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
