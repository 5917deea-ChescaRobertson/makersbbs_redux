               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-USERS-FILE.
           01 USERS.
           01 WS-MY-CREDIT PIC 999.
           01 WS-USER-FOUND PIC 9.
           01 WS-NEXT-DUE-INT PIC 9(8).
           01 WS-NEXT-DUE-X REDEFINES WS-NEXT-DUE-INT PIC X(8).
           01 WS-ROLL-FORWARD PIC X VALUE "F".
           01 WS-UPDATED-BALANCE PIC 999.
           01 WS-ALREADY-FLAGGED PIC 9.
           01 WS-MISSED-DUE PIC X(8).
           01 WS-OWED PIC 9(5).
           01 WS-ARREARS-COUNT PIC 999 VALUE 0.
           01 WS-LATE-FEE-KEY PIC X(20) VALUE "LOAN-LATE-FEE".
           01 WS-LATE-FEE PIC 999 VALUE 0.
           01 WS-DAYS-PAST-DUE PIC 9(8).
           01 WS-REPAY-REASON PIC X(20) VALUE "LOAN REPAYMENT".
           01 WS-CLEARED-MESSAGE PIC X(40) VALUE
               "YOUR LOAN IS REPAID IN FULL".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-COLLECTED-COUNT.
           MOVE 0 TO WS-MISSED-COUNT.
           MOVE 0 TO WS-ARREARS-COUNT.
           CALL 'get-price' USING WS-LATE-FEE-KEY WS-LATE-FEE.
           IF WS-LATE-FEE = 0
               MOVE 5 TO WS-LATE-FEE
           END-IF.

           OPEN I-O F-LOANS-FILE.
           IF WS-LOANS-STATUS NOT = "00"
               READ F-LOANS-FILE
                   NOT AT END
                       IF LOAN-STATUS = "ACTIVE"
                           PERFORM 0005-CHECK-ARREARS-FIELDS
                           IF LOAN-NEXT-DUE <= WS-TODAY
                               PERFORM 0010-COLLECT-INSTALMENT
                           END-IF
                           PERFORM 0030-AGE-ARREARS
                           REWRITE LOAN-RECORD
                       END-IF
                   AT END

           IF WS-COLLECTED-COUNT = 0 AND WS-MISSED-COUNT = 0
               MOVE "NO INSTALMENTS DUE" TO LS-LOANS-STATUS-MESSAGE
           ELSE IF WS-MISSED-COUNT = 0 AND WS-ARREARS-COUNT = 0
               MOVE "INSTALMENTS COLLECTED" TO LS-LOANS-STATUS-MESSAGE
           ELSE IF WS-MISSED-COUNT = 0
               MOVE "COLLECTED - LOANS IN ARREARS" TO
                 LS-LOANS-STATUS-MESSAGE
           ELSE
               MOVE "INSTALMENTS MISSED - SEE QUEUE" TO
                 LS-LOANS-STATUS-MESSAGE

           GOBACK.

      *    Loans written before arrears were tracked carry blanks
      *    in the arrears fields.
       0005-CHECK-ARREARS-FIELDS.
           IF LOAN-ARREARS NOT NUMERIC
               MOVE 0 TO LOAN-ARREARS
               MOVE SPACES TO LOAN-ARREARS-SINCE
           END-IF.
           IF LOAN-DAYS-PAST-DUE NOT NUMERIC
               MOVE 0 TO LOAN-DAYS-PAST-DUE
           END-IF.
           IF LOAN-FEES NOT NUMERIC
               MOVE 0 TO LOAN-FEES
           END-IF.

      *    The final instalment collects only what is left owing,
      *    so a rounded-up weekly amount never over-collects.  A
      *    loan in arrears asks for the arrears as well; a member
      *    who can only meet this week's instalment pays that and
      *    stays in arrears.
       0010-COLLECT-INSTALMENT.
           MOVE LOAN-NEXT-DUE TO WS-MISSED-DUE.
           IF LOAN-BALANCE < LOAN-INSTALMENT
               MOVE LOAN-BALANCE TO WS-PAY-AMOUNT
           ELSE
               MOVE LOAN-INSTALMENT TO WS-PAY-AMOUNT
           END-IF.
           COMPUTE WS-OWED = WS-PAY-AMOUNT + LOAN-ARREARS.
           IF WS-OWED > LOAN-BALANCE
               MOVE LOAN-BALANCE TO WS-OWED
           END-IF.

           MOVE 0 TO WS-USER-FOUND.
           MOVE 0 TO WS-MY-CREDIT.
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)) + 7.
           COMPUTE WS-NEXT-DUE-INT =
               FUNCTION DATE-OF-INTEGER(WS-NEXT-DUE-INT).
      *    An instalment never falls due on a day the vault is shut.
           CALL 'business-day' USING WS-NEXT-DUE-X WS-ROLL-FORWARD
             LOAN-NEXT-DUE.

           IF WS-USER-FOUND = 1 AND LOAN-ARREARS > 0
           AND WS-OWED NOT > 999 AND WS-MY-CREDIT >= WS-OWED
               MOVE WS-OWED TO WS-PAY-AMOUNT
               MOVE 0 TO LOAN-ARREARS
               MOVE SPACES TO LOAN-ARREARS-SINCE
           END-IF.

           IF WS-USER-FOUND = 1 AND WS-MY-CREDIT >= WS-PAY-AMOUNT
               CALL 'deduct-credits' USING LOAN-USERNAME,
                 WS-PAY-AMOUNT, WS-UPDATED-BALANCE, WS-REPAY-REASON
               SUBTRACT WS-PAY-AMOUNT FROM LOAN-BALANCE
               IF LOAN-ARREARS > LOAN-BALANCE
                   MOVE LOAN-BALANCE TO LOAN-ARREARS
               END-IF
               IF LOAN-ARREARS = 0
                   MOVE SPACES TO LOAN-ARREARS-SINCE
               END-IF
               ADD 1 TO WS-COLLECTED-COUNT
               IF LOAN-BALANCE = 0
                   MOVE "CLEARED" TO LOAN-STATUS
               END-IF
           ELSE
               ADD 1 TO WS-MISSED-COUNT
               PERFORM 0025-ADD-TO-ARREARS
               PERFORM 0020-FLAG-MISSED-INSTALMENT
               CALL 'add-notification' USING LOAN-USERNAME,
                 WS-MISSED-MESSAGE, WS-PAY-AMOUNT
               WRITE WELFARE-QUEUE-RECORD
               CLOSE F-WELFARE-QUEUE-FILE
           END-IF.

      *    A missed instalment moves into arrears and the late fee
      *    from the price list is added to what the member owes.
      *    Arrears age from the first due date left unpaid.
       0025-ADD-TO-ARREARS.
           ADD WS-PAY-AMOUNT TO LOAN-ARREARS.
           ADD WS-LATE-FEE TO LOAN-ARREARS.
           ADD WS-LATE-FEE TO LOAN-BALANCE.
           ADD WS-LATE-FEE TO LOAN-FEES.
           IF LOAN-ARREARS > LOAN-BALANCE
               MOVE LOAN-BALANCE TO LOAN-ARREARS
           END-IF.
           IF LOAN-ARREARS-SINCE = SPACES
               MOVE WS-MISSED-DUE TO LOAN-ARREARS-SINCE
           END-IF.

      *    Days past due feed the 1-7, 8-30 and over-30 ageing
      *    buckets read by the provisioning report and the arrears
      *    desk.
       0030-AGE-ARREARS.
           IF LOAN-ARREARS = 0 OR LOAN-ARREARS-SINCE = SPACES
               MOVE 0 TO LOAN-DAYS-PAST-DUE
           ELSE
               ADD 1 TO WS-ARREARS-COUNT
               COMPUTE WS-DAYS-PAST-DUE =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
                   - FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LOAN-ARREARS-SINCE))
               IF WS-DAYS-PAST-DUE > 999
                   MOVE 999 TO LOAN-DAYS-PAST-DUE
               ELSE
                   MOVE WS-DAYS-PAST-DUE TO LOAN-DAYS-PAST-DUE
               END-IF
           END-IF.
