       IDENTIFICATION DIVISION.
           PROGRAM-ID. liquidity-forecast-report.
       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
               FUNCTION CONV-CRED-TO-MON.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-BANK-POSTINGS-FILE ASSIGN TO "bank-postings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POSTINGS-STATUS.
           SELECT F-TRANSACTIONS-FILE ASSIGN TO "transactions.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRANS-REF
             ALTERNATE RECORD KEY IS TRANS-USERNAME
               WITH DUPLICATES
             LOCK MODE IS AUTOMATIC
             FILE STATUS IS WS-TRANS-STATUS.
           SELECT F-PAYMENTS-OUT-FILE ASSIGN TO "bank-payments-out.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAY-STATUS.
           SELECT F-STANDING-ORDERS-FILE ASSIGN TO
             "standing-orders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SO-STATUS.
           SELECT F-LOANS-FILE ASSIGN TO "loans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOANS-STATUS.
           SELECT F-BONDS-FILE ASSIGN TO "bonds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BONDS-STATUS.
           SELECT F-SAVINGS-FILE ASSIGN TO "savings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAVINGS-STATUS.
           SELECT F-CREDIT-LOG-FILE ASSIGN TO "credit-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CREDIT-LOG-STATUS.
           SELECT F-PAYROLL-REGISTRY-FILE ASSIGN TO
             "payroll-registry.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REG-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "liquidity-forecast.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-BANK-POSTINGS-FILE.
           01 BANK-POSTING-RECORD.
               05 BP-TRANS-REF PIC 9(8).
               05 BP-SOURCE-BANK PIC X.
               05 BP-DATE PIC X(8).

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

           FD F-PAYMENTS-OUT-FILE.
           01 PAYMENT-INSTRUCTION.
               05 PAY-BANK-ACCOUNT PIC X(8).
               05 FILLER PIC XX VALUE SPACES.
               05 PAY-MON-AMOUNT PIC 999.99.
               05 FILLER PIC XX VALUE SPACES.
               05 PAY-TRANS-REF PIC 9(8).
               05 FILLER PIC XX VALUE SPACES.
               05 PAY-DATE PIC X(8).
               05 FILLER PIC XX VALUE SPACES.
               05 PAY-STATUS PIC X(10).
               05 PAY-VALUE-DATE PIC X(8).

           FD F-STANDING-ORDERS-FILE.
           01 STANDING-ORDER.
               05 SO-USERNAME PIC X(16).
               05 SO-THRESHOLD PIC 999.
               05 SO-TOPUP PIC 999.
               05 SO-ACTIVE PIC X.

           FD F-LOANS-FILE.
           01 LOAN-RECORD.
               05 LOAN-USERNAME PIC X(16).
               05 LOAN-AMOUNT PIC 999.
               05 LOAN-WEEKS PIC 99.
               05 LOAN-INSTALMENT PIC 999.
               05 LOAN-BALANCE PIC 9(5).
               05 LOAN-NEXT-DUE PIC X(8).
               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-BONDS-FILE.
           01 BOND-RECORD.
               05 BOND-USERNAME PIC X(16).
               05 BOND-AMOUNT PIC 999.
               05 BOND-TERM-DAYS PIC 999.
               05 BOND-RATE-PCT PIC 99.
               05 BOND-START PIC X(8).
               05 BOND-MATURITY PIC X(8).
               05 BOND-STATUS PIC X(10).

           FD F-SAVINGS-FILE.
           01 SAVINGS-RECORD.
               05 SAV-USERNAME PIC X(16).
               05 SAV-BALANCE PIC 9(5).
               05 SAV-LAST-ACCRUAL PIC X(8).

           FD F-CREDIT-LOG-FILE.
           01 CREDIT-LOG-RECORD.
              05 CL-USERNAME PIC X(16).
              05 CL-REASON PIC X(20).
              05 CL-AMOUNT PIC 999.
              05 CL-DATE PIC X(8).
              05 CL-SEQ PIC 9(6).
              05 CL-CHECK PIC 9(9).

           FD F-PAYROLL-REGISTRY-FILE.
           01 PAYROLL-REGISTRY-RECORD.
               05 PRG-MONTH PIC X(6).
               05 PRG-DATE-RUN PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-POSTINGS-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-PAY-STATUS PIC XX.
           01 WS-SO-STATUS PIC XX.
           01 WS-LOANS-STATUS PIC XX.
           01 WS-BONDS-STATUS PIC XX.
           01 WS-SAVINGS-STATUS PIC XX.
           01 WS-CREDIT-LOG-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC X(6).
           01 WS-TODAY-INT PIC 9(8).

           01 WS-POSTED-REF-COUNT PIC 999 VALUE 0.
           01 WS-POSTED-REF-IDX PIC 999.
           01 WS-POSTED-REF-TABLE.
               05 WS-POSTED-REF OCCURS 500 TIMES PIC 9(8).

      *    Day 1 is tomorrow; anything already due lands on day 1.
           01 WS-HORIZON PIC 99 VALUE 90.
           01 WS-DAY-TABLE.
               05 WS-DAY-ENTRY OCCURS 90 TIMES.
                   10 WS-DAY-IN PIC 9(7)V99.
                   10 WS-DAY-OUT PIC 9(7)V99.
                   10 WS-DAY-OPEN PIC S9(8)V99.
           01 WS-DAY-IDX PIC 99.

      *    Flow lines 1-2 bring cash in; 3-6 take it out.  Each is
      *    totalled to 30, 60 and 90 days.
           01 WS-FLOW-TABLE.
               05 WS-FLOW-ENTRY OCCURS 6 TIMES.
                   10 WS-FLOW-LABEL PIC X(22).
                   10 WS-FLOW-TOTAL OCCURS 3 TIMES PIC 9(7)V99.
           01 WS-FLOW-IDX PIC 9.
           01 WS-BAND-IDX PIC 9.
           01 WS-FLOW-CAT PIC 9.
           01 WS-FLOW-DATE-INT PIC 9(8).
           01 WS-FLOW-OFFSET PIC S9(8).
           01 WS-FLOW-MON PIC 9(5)V99.
           01 WS-CONV-CREDITS PIC 999.

           01 WS-OPENING-FLOAT PIC S9(8)V99 VALUE 0.
           01 WS-FLOAT PIC S9(8)V99.
           01 WS-LOWEST-FLOAT PIC S9(8)V99.
           01 WS-LOWEST-DAY PIC 99.
           01 WS-BAND-TABLE.
               05 WS-BAND-ENTRY OCCURS 3 TIMES.
                   10 WS-BAND-IN PIC 9(8)V99.
                   10 WS-BAND-OUT PIC 9(8)V99.
                   10 WS-BAND-CLOSE PIC S9(8)V99.
           01 WS-SHORT-COUNT PIC 99 VALUE 0.
           01 WS-FIRST-SHORT-DATE PIC X(8) VALUE SPACES.

           01 WS-SO-CYCLE-KEY PIC X(20) VALUE "SO-FORECAST-DAYS".
           01 WS-SO-CYCLE-DAYS PIC 999 VALUE 0.
           01 WS-RATE-KEY PIC X(20) VALUE "SAVINGS-RATE-PCT".
           01 WS-RATE-PCT PIC 999 VALUE 0.
           01 WS-INTEREST PIC 9(5).
           01 WS-BOND-PAYOUT PIC 9(5).
           01 WS-LOAN-REMAINING PIC 9(5).
           01 WS-LOAN-DUE-INT PIC 9(8).
           01 WS-NEXT-INT PIC 9(8).
           01 WS-DATE-N PIC 9(8).
           01 WS-DATE-X PIC X(8).
           01 WS-PAYROLL-MONTH PIC X(6) VALUE SPACES.
           01 WS-PAYROLL-MON PIC 9(7)V99 VALUE 0.
           01 WS-PAYROLL-RUN PIC 9 VALUE 0.
           01 WS-PAY-MONTH-N PIC 9(6).
           01 WS-PAY-COUNT PIC 9.

           01 WS-MON-EDIT PIC $$,$$$,$$9.99-.
           01 WS-COL-EDIT-TABLE.
               05 WS-COL-EDIT PIC $$,$$$,$$9.99- OCCURS 3 TIMES.
           01 WS-DAY-OUT-EDIT PIC $$,$$$,$$9.99.
           01 WS-BAND-LABEL PIC X(24).

           01 WS-SPOOL-NAME PIC X(20) VALUE "LIQUIDITY-FORECAST".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "liquidity-forecast.dat".

           LINKAGE SECTION.
           01 LS-FORECAST-STATUS-MESSAGE PIC X(30).

      *    Rolls the treasury's cash forward day by day for ninety
      *    days from the flows already on file, valued in money at
      *    the standard credit conversion.  The opening float is what
      *    the treasury position shows as confirmed in less paid out.
      *    A day is short when something goes out and it is more than
      *    the float the day opened with: money coming in the same
      *    day is not counted on, since the bank may not have settled
      *    it.
       PROCEDURE DIVISION USING LS-FORECAST-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           CALL 'get-price' USING WS-SO-CYCLE-KEY WS-SO-CYCLE-DAYS.
           IF WS-SO-CYCLE-DAYS = 0
               MOVE 30 TO WS-SO-CYCLE-DAYS
           END-IF.
           CALL 'get-price' USING WS-RATE-KEY WS-RATE-PCT.
           IF WS-RATE-PCT = 0
               MOVE 2 TO WS-RATE-PCT
           END-IF.
           PERFORM 0005-SET-LABELS.

           PERFORM 0010-LOAD-POSTED-REFS.
           PERFORM 0020-TALLY-TRANSACTIONS.
           PERFORM 0030-TALLY-PAYMENTS-OUT.
           PERFORM 0040-PROJECT-STANDING-ORDERS.
           PERFORM 0050-PROJECT-LOANS.
           PERFORM 0060-PROJECT-BONDS.
           PERFORM 0070-PROJECT-SAVINGS-INTEREST.
           PERFORM 0080-PROJECT-PAYROLL.
           PERFORM 0090-RUN-FORECAST.
           PERFORM 0100-WRITE-FORECAST.

           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           MOVE SPACES TO LS-FORECAST-STATUS-MESSAGE.
           IF WS-SHORT-COUNT = 0
               MOVE "NO SHORTFALL IN 90 DAYS" TO
                 LS-FORECAST-STATUS-MESSAGE
           ELSE
               STRING "SHORTFALL FROM " DELIMITED BY SIZE
                   WS-FIRST-SHORT-DATE DELIMITED BY SIZE
                   INTO LS-FORECAST-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0005-SET-LABELS.
           INITIALIZE WS-DAY-TABLE.
           INITIALIZE WS-FLOW-TABLE.
           MOVE 0 TO WS-OPENING-FLOAT.
           MOVE 0 TO WS-SHORT-COUNT.
           MOVE SPACES TO WS-FIRST-SHORT-DATE.
           MOVE "STANDING ORDER TOPUPS" TO WS-FLOW-LABEL(1).
           MOVE "LOAN INSTALMENTS" TO WS-FLOW-LABEL(2).
           MOVE "BOND MATURITIES" TO WS-FLOW-LABEL(3).
           MOVE "SAVINGS INTEREST" TO WS-FLOW-LABEL(4).
           MOVE "PAYROLL" TO WS-FLOW-LABEL(5).
           MOVE "BANK PAYMENTS OUT" TO WS-FLOW-LABEL(6).

       0010-LOAD-POSTED-REFS.
           MOVE 0 TO WS-POSTED-REF-COUNT.
           OPEN INPUT F-BANK-POSTINGS-FILE.
           IF WS-POSTINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BANK-POSTINGS-FILE
                       NOT AT END
                           IF WS-POSTED-REF-COUNT < 500
                               ADD 1 TO WS-POSTED-REF-COUNT
                               MOVE BP-TRANS-REF TO
                                 WS-POSTED-REF(WS-POSTED-REF-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BANK-POSTINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Confirmed receipts open the float.  A standing-order
      *    purchase still PENDING is money the bank is about to send.
       0020-TALLY-TRANSACTIONS.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           PERFORM 0025-CLASSIFY-TRANSACTION
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0025-CLASSIFY-TRANSACTION.
           IF TRANS-PAYMENT-STATUS = "PENDING SO"
               MOVE 1 TO WS-FLOW-CAT
               MOVE WS-TODAY-INT TO WS-FLOW-DATE-INT
               MOVE TRANS-CREDITS-TO-ADD TO WS-CONV-CREDITS
               MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON
               PERFORM 0095-ADD-FLOW
           ELSE IF TRANS-PAYMENT-STATUS NOT = "PENDING"
               PERFORM VARYING WS-POSTED-REF-IDX FROM 1 BY 1
                   UNTIL WS-POSTED-REF-IDX > WS-POSTED-REF-COUNT
                   IF WS-POSTED-REF(WS-POSTED-REF-IDX) = TRANS-REF
                       ADD FUNCTION NUMVAL(TRANS-MON-AMOUNT) TO
                         WS-OPENING-FLOAT
                       MOVE WS-POSTED-REF-COUNT TO
                         WS-POSTED-REF-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    Settled payments have already left the float; the rest
      *    leave on their value date.
       0030-TALLY-PAYMENTS-OUT.
           OPEN INPUT F-PAYMENTS-OUT-FILE.
           IF WS-PAY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAYMENTS-OUT-FILE
                       NOT AT END
                           PERFORM 0035-CLASSIFY-PAYMENT
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAYMENTS-OUT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0035-CLASSIFY-PAYMENT.
           IF PAY-STATUS = "CONFIRMED"
               SUBTRACT FUNCTION NUMVAL(PAY-MON-AMOUNT) FROM
                 WS-OPENING-FLOAT
           ELSE
               MOVE 6 TO WS-FLOW-CAT
               MOVE FUNCTION NUMVAL(PAY-MON-AMOUNT) TO WS-FLOW-MON
               IF PAY-VALUE-DATE IS NUMERIC
                   COMPUTE WS-FLOW-DATE-INT = FUNCTION
                       INTEGER-OF-DATE(FUNCTION NUMVAL(PAY-VALUE-DATE))
               ELSE
                   MOVE WS-TODAY-INT TO WS-FLOW-DATE-INT
               END-IF
               PERFORM 0095-ADD-FLOW
           END-IF.

      *    A standing order fires whenever the member runs low, so
      *    each active order is taken to fire once a cycle.
       0040-PROJECT-STANDING-ORDERS.
           OPEN INPUT F-STANDING-ORDERS-FILE.
           IF WS-SO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STANDING-ORDERS-FILE
                       NOT AT END
                           IF SO-ACTIVE = "Y"
                               PERFORM 0045-PROJECT-ONE-ORDER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STANDING-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0045-PROJECT-ONE-ORDER.
           MOVE 1 TO WS-FLOW-CAT.
           MOVE SO-TOPUP TO WS-CONV-CREDITS.
           MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON.
           COMPUTE WS-FLOW-DATE-INT = WS-TODAY-INT + WS-SO-CYCLE-DAYS.
           PERFORM UNTIL WS-FLOW-DATE-INT > WS-TODAY-INT + WS-HORIZON
               PERFORM 0095-ADD-FLOW
               ADD WS-SO-CYCLE-DAYS TO WS-FLOW-DATE-INT
           END-PERFORM.

      *    Weekly instalments from the next due date until the loan
      *    is cleared; arrears are left out until they are paid.
       0050-PROJECT-LOANS.
           OPEN INPUT F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "ACTIVE"
                           AND LOAN-NEXT-DUE IS NUMERIC
                           AND LOAN-INSTALMENT > 0
                               PERFORM 0055-PROJECT-ONE-LOAN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0055-PROJECT-ONE-LOAN.
           MOVE 2 TO WS-FLOW-CAT.
           MOVE LOAN-BALANCE TO WS-LOAN-REMAINING.
           COMPUTE WS-FLOW-DATE-INT = FUNCTION
               INTEGER-OF-DATE(FUNCTION NUMVAL(LOAN-NEXT-DUE)).
           PERFORM UNTIL WS-LOAN-REMAINING = 0
           OR WS-FLOW-DATE-INT > WS-TODAY-INT + WS-HORIZON
               IF WS-LOAN-REMAINING < LOAN-INSTALMENT
                   MOVE WS-LOAN-REMAINING TO WS-CONV-CREDITS
               ELSE
                   MOVE LOAN-INSTALMENT TO WS-CONV-CREDITS
               END-IF
               SUBTRACT WS-CONV-CREDITS FROM WS-LOAN-REMAINING
               MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON
               PERFORM 0095-ADD-FLOW
               ADD 7 TO WS-FLOW-DATE-INT
           END-PERFORM.

      *    A maturing bond pays principal and interest back to the
      *    member's spending balance, all of it redeemable.
       0060-PROJECT-BONDS.
           OPEN INPUT F-BONDS-FILE.
           IF WS-BONDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BONDS-FILE
                       NOT AT END
                           IF BOND-STATUS = "OPEN"
                           AND BOND-MATURITY IS NUMERIC
                               PERFORM 0065-PROJECT-ONE-BOND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BONDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0065-PROJECT-ONE-BOND.
           MOVE 3 TO WS-FLOW-CAT.
           COMPUTE WS-BOND-PAYOUT ROUNDED =
               BOND-AMOUNT + (BOND-AMOUNT * BOND-RATE-PCT / 100).
           IF WS-BOND-PAYOUT > 999
               MOVE 999 TO WS-CONV-CREDITS
           ELSE
               MOVE WS-BOND-PAYOUT TO WS-CONV-CREDITS
           END-IF.
           MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON.
           COMPUTE WS-FLOW-DATE-INT = FUNCTION
               INTEGER-OF-DATE(FUNCTION NUMVAL(BOND-MATURITY)).
           PERFORM 0095-ADD-FLOW.

      *    Interest is taken to accrue monthly from each deposit's
      *    last accrual at today's rate, without compounding.
       0070-PROJECT-SAVINGS-INTEREST.
           OPEN INPUT F-SAVINGS-FILE.
           IF WS-SAVINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAVINGS-FILE
                       NOT AT END
                           IF SAV-BALANCE > 0
                               PERFORM 0075-PROJECT-ONE-DEPOSIT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAVINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0075-PROJECT-ONE-DEPOSIT.
           MOVE 4 TO WS-FLOW-CAT.
           COMPUTE WS-INTEREST = SAV-BALANCE * WS-RATE-PCT / 100.
           IF WS-INTEREST > 999
               MOVE 999 TO WS-CONV-CREDITS
           ELSE
               MOVE WS-INTEREST TO WS-CONV-CREDITS
           END-IF.
           IF WS-CONV-CREDITS > 0
               MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON
               IF SAV-LAST-ACCRUAL IS NUMERIC
                   COMPUTE WS-FLOW-DATE-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(SAV-LAST-ACCRUAL)) + 30
               ELSE
                   COMPUTE WS-FLOW-DATE-INT = WS-TODAY-INT + 30
               END-IF
               PERFORM UNTIL
                   WS-FLOW-DATE-INT > WS-TODAY-INT + WS-HORIZON
                   PERFORM 0095-ADD-FLOW
                   ADD 30 TO WS-FLOW-DATE-INT
               END-PERFORM
           END-IF.

      *    The next payroll is expected to cost what the last one
      *    did.  It falls due now if this month has not been run,
      *    and on the first of every month after.
       0080-PROJECT-PAYROLL.
           OPEN INPUT F-CREDIT-LOG-FILE.
           IF WS-CREDIT-LOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CREDIT-LOG-FILE
                       NOT AT END
                           IF CL-REASON = "STAFF STIPEND"
                               PERFORM 0085-ADD-PAYSLIP
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CREDIT-LOG-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-PAYROLL-MON > 0
               PERFORM 0087-SCHEDULE-PAYROLL
           END-IF.

       0085-ADD-PAYSLIP.
           IF CL-DATE(1:6) > WS-PAYROLL-MONTH
               MOVE CL-DATE(1:6) TO WS-PAYROLL-MONTH
               MOVE 0 TO WS-PAYROLL-MON
           END-IF.
           IF CL-DATE(1:6) = WS-PAYROLL-MONTH
               MOVE CL-AMOUNT TO WS-CONV-CREDITS
               MOVE CONV-CRED-TO-MON(WS-CONV-CREDITS) TO WS-FLOW-MON
               ADD WS-FLOW-MON TO WS-PAYROLL-MON
           END-IF.

       0087-SCHEDULE-PAYROLL.
           MOVE 0 TO WS-PAYROLL-RUN.
           OPEN INPUT F-PAYROLL-REGISTRY-FILE.
           IF WS-REG-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAYROLL-REGISTRY-FILE
                       NOT AT END
                           IF PRG-MONTH = WS-THIS-MONTH
                               MOVE 1 TO WS-PAYROLL-RUN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAYROLL-REGISTRY-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE 5 TO WS-FLOW-CAT.
           MOVE WS-PAYROLL-MON TO WS-FLOW-MON.
           IF WS-PAYROLL-RUN = 0
               MOVE WS-TODAY-INT TO WS-FLOW-DATE-INT
               PERFORM 0095-ADD-FLOW
           END-IF.
           MOVE WS-THIS-MONTH TO WS-PAY-MONTH-N.
           PERFORM VARYING WS-PAY-COUNT FROM 1 BY 1
               UNTIL WS-PAY-COUNT > 3
               IF WS-PAY-MONTH-N(5:2) = "12"
                   ADD 89 TO WS-PAY-MONTH-N
               ELSE
                   ADD 1 TO WS-PAY-MONTH-N
               END-IF
               COMPUTE WS-DATE-N = WS-PAY-MONTH-N * 100 + 1
               COMPUTE WS-FLOW-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N)
               PERFORM 0095-ADD-FLOW
           END-PERFORM.

       0090-RUN-FORECAST.
           MOVE WS-OPENING-FLOAT TO WS-FLOAT.
           MOVE WS-OPENING-FLOAT TO WS-LOWEST-FLOAT.
           MOVE 0 TO WS-LOWEST-DAY.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
               MOVE 0 TO WS-BAND-IN(WS-BAND-IDX)
               MOVE 0 TO WS-BAND-OUT(WS-BAND-IDX)
           END-PERFORM.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-HORIZON
               MOVE WS-FLOAT TO WS-DAY-OPEN(WS-DAY-IDX)
               IF WS-DAY-OUT(WS-DAY-IDX) > 0
               AND WS-DAY-OUT(WS-DAY-IDX) > WS-FLOAT
                   ADD 1 TO WS-SHORT-COUNT
                   IF WS-SHORT-COUNT = 1
                       PERFORM 0097-DAY-TO-DATE
                       MOVE WS-DATE-X TO WS-FIRST-SHORT-DATE
                   END-IF
               END-IF
               COMPUTE WS-FLOAT = WS-FLOAT + WS-DAY-IN(WS-DAY-IDX)
                   - WS-DAY-OUT(WS-DAY-IDX)
               IF WS-FLOAT < WS-LOWEST-FLOAT
                   MOVE WS-FLOAT TO WS-LOWEST-FLOAT
                   MOVE WS-DAY-IDX TO WS-LOWEST-DAY
               END-IF
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
                   IF WS-DAY-IDX <= WS-BAND-IDX * 30
                       ADD WS-DAY-IN(WS-DAY-IDX) TO
                         WS-BAND-IN(WS-BAND-IDX)
                       ADD WS-DAY-OUT(WS-DAY-IDX) TO
                         WS-BAND-OUT(WS-BAND-IDX)
                   END-IF
                   IF WS-DAY-IDX = WS-BAND-IDX * 30
                       MOVE WS-FLOAT TO WS-BAND-CLOSE(WS-BAND-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.

       0095-ADD-FLOW.
           COMPUTE WS-FLOW-OFFSET = WS-FLOW-DATE-INT - WS-TODAY-INT.
           IF WS-FLOW-OFFSET < 1
               MOVE 1 TO WS-FLOW-OFFSET
           END-IF.
           IF WS-FLOW-OFFSET NOT > WS-HORIZON
               PERFORM 0096-POST-FLOW
           END-IF.

       0096-POST-FLOW.
           MOVE WS-FLOW-OFFSET TO WS-DAY-IDX.
           IF WS-FLOW-CAT < 3
               ADD WS-FLOW-MON TO WS-DAY-IN(WS-DAY-IDX)
           ELSE
               ADD WS-FLOW-MON TO WS-DAY-OUT(WS-DAY-IDX)
           END-IF.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
               IF WS-DAY-IDX <= WS-BAND-IDX * 30
                   ADD WS-FLOW-MON TO
                     WS-FLOW-TOTAL(WS-FLOW-CAT, WS-BAND-IDX)
               END-IF
           END-PERFORM.

       0097-DAY-TO-DATE.
           COMPUTE WS-DATE-N =
               FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-DAY-IDX).
           MOVE WS-DATE-N TO WS-DATE-X.

       0100-WRITE-FORECAST.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIQUIDITY FORECAST FROM " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPENING-FLOAT TO WS-MON-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  OPENING FLOAT         " DELIMITED BY SIZE
               WS-MON-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "                               30 DAYS"
               DELIMITED BY SIZE
               "        60 DAYS        90 DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-FLOW-IDX FROM 1 BY 1
               UNTIL WS-FLOW-IDX > 6
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
                   MOVE WS-FLOW-TOTAL(WS-FLOW-IDX, WS-BAND-IDX) TO
                     WS-COL-EDIT(WS-BAND-IDX)
               END-PERFORM
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-FLOW-LABEL(WS-FLOW-IDX) DELIMITED BY SIZE
                   WS-COL-EDIT(1) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COL-EDIT(2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COL-EDIT(3) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
               MOVE WS-BAND-IN(WS-BAND-IDX) TO
                 WS-COL-EDIT(WS-BAND-IDX)
           END-PERFORM.
           MOVE "  TOTAL IN              " TO WS-BAND-LABEL.
           PERFORM 0103-WRITE-BAND-LINE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
               MOVE WS-BAND-OUT(WS-BAND-IDX) TO
                 WS-COL-EDIT(WS-BAND-IDX)
           END-PERFORM.
           MOVE "  TOTAL OUT             " TO WS-BAND-LABEL.
           PERFORM 0103-WRITE-BAND-LINE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
               UNTIL WS-BAND-IDX > 3
               MOVE WS-BAND-CLOSE(WS-BAND-IDX) TO
                 WS-COL-EDIT(WS-BAND-IDX)
           END-PERFORM.
           MOVE "  CLOSING FLOAT         " TO WS-BAND-LABEL.
           PERFORM 0103-WRITE-BAND-LINE.
           MOVE WS-LOWEST-FLOAT TO WS-MON-EDIT.
           MOVE SPACES TO REPORT-LINE.
           IF WS-LOWEST-DAY = 0
               STRING "  LOWEST FLOAT          " DELIMITED BY SIZE
                   WS-MON-EDIT DELIMITED BY SIZE
                   " TODAY" DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               MOVE WS-LOWEST-DAY TO WS-DAY-IDX
               PERFORM 0097-DAY-TO-DATE
               STRING "  LOWEST FLOAT          " DELIMITED BY SIZE
                   WS-MON-EDIT DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   WS-DATE-X DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-SHORT-COUNT = 0
               MOVE "  NO SHORTFALL IN 90 DAYS" TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               MOVE "  SHORTFALL DAYS      GOING OUT     FLOAT AT OPEN"
                 TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-HORIZON
                   IF WS-DAY-OUT(WS-DAY-IDX) > 0
                   AND WS-DAY-OUT(WS-DAY-IDX) > WS-DAY-OPEN(WS-DAY-IDX)
                       PERFORM 0105-WRITE-SHORT-DAY
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE F-REPORT-FILE.

       0103-WRITE-BAND-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-BAND-LABEL DELIMITED BY SIZE
               WS-COL-EDIT(1) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COL-EDIT(2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COL-EDIT(3) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0105-WRITE-SHORT-DAY.
           PERFORM 0097-DAY-TO-DATE.
           MOVE WS-DAY-OUT(WS-DAY-IDX) TO WS-DAY-OUT-EDIT.
           MOVE WS-DAY-OPEN(WS-DAY-IDX) TO WS-MON-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               WS-DATE-X DELIMITED BY SIZE
               "  SHORT " DELIMITED BY SIZE
               WS-DAY-OUT-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MON-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
