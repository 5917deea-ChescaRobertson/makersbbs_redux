       IDENTIFICATION DIVISION.
           PROGRAM-ID. apply-refdata-changes.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-REFDATA-CHANGES-FILE ASSIGN TO
             "refdata-changes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFDATA-STATUS.
           SELECT F-PRICING-FILE ASSIGN TO "pricing.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PRICING-STATUS.
           SELECT F-RULES-FILE ASSIGN TO "posting-rules.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RULES-FILE-STATUS.
           SELECT F-RATES-FILE ASSIGN TO "exchange-rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATES-STATUS.
           SELECT F-PAY-RATES-FILE ASSIGN TO "staff-pay-rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAY-RATES-STATUS.
           SELECT F-BUDGETS-FILE ASSIGN TO "ledger-budgets.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BUDGETS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-REFDATA-CHANGES-FILE.
           01 REFDATA-CHANGE-RECORD.
               05 RC-ID PIC 9(6).
               05 RC-TABLE PIC X(8).
               05 RC-KEY PIC X(24).
               05 RC-BEFORE PIC X(40).
               05 RC-AFTER PIC X(40).
               05 RC-EFFECTIVE PIC X(8).
               05 RC-MAKER PIC X(16).
               05 RC-MADE-DATE PIC X(8).
               05 RC-CHECKER PIC X(16).
               05 RC-DECIDED-DATE PIC X(8).
               05 RC-APPLIED-DATE PIC X(8).
               05 RC-STATUS PIC X(8).

           FD F-PRICING-FILE.
           01 PRICING.
               05 PRICE-KEY PIC X(20).
               05 PRICE-LABEL PIC X(30).
               05 PRICE-AMOUNT PIC 999.

           FD F-RULES-FILE.
           01 POSTING-RULE-RECORD.
               05 PR-REASON PIC X(20).
               05 PR-DEBIT-ACCOUNT PIC X(16).
               05 PR-CREDIT-ACCOUNT PIC X(16).

           FD F-RATES-FILE.
           01 EXCHANGE-RATE-RECORD.
               05 XR-CODE PIC X(3).
               05 XR-LABEL PIC X(20).
               05 XR-RATE PIC 9(3)V9(4).
               05 XR-DATE PIC X(8).

           FD F-PAY-RATES-FILE.
           01 STAFF-PAY-RATE.
               05 SPR-ADMIN PIC X(16).
               05 SPR-RATE-PER-HOUR PIC 99.
               05 SPR-ACTIVE PIC X.

           FD F-BUDGETS-FILE.
           01 LEDGER-BUDGET-RECORD.
               05 LB-MONTH PIC X(6).
               05 LB-ACCOUNT PIC X(16).
               05 LB-AMOUNT PIC 9(7).

           WORKING-STORAGE SECTION.
           01 WS-REFDATA-STATUS PIC XX.
           01 WS-PRICING-STATUS PIC XX.
           01 WS-RULES-FILE-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-PAY-RATES-STATUS PIC XX.
           01 WS-BUDGETS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TARGET-ENDED PIC 9 VALUE 0.
           01 WS-TARGET-FOUND PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-APPLIED-COUNT PIC 9(4) VALUE 0.
           01 WS-APPLIED-DISPLAY PIC ZZZ9.

           01 AUDIT-ADMIN PIC X(16).
           01 AUDIT-ACTION PIC X(12).
           01 AUDIT-ACCOUNT PIC X(8).
           01 AUDIT-AMOUNT PIC 999.

           LINKAGE SECTION.
           01 LS-REFDATA-STATUS-MESSAGE PIC X(30).

      *    Puts approved reference data changes into force.  A change
      *    with no effective date, or one whose date has arrived, is
      *    written to its table and marked APPLIED; later dates wait
      *    for the nightly run.  The approval desk calls this as soon
      *    as a change is approved so an undated change is live at
      *    once.
      *
      *    The before and after values are held as text, laid out
      *    per table:
      *      PRICING   cost 999 in 1-3
      *      POSTRULE  debit account 1-16, credit account 18-33
      *      XRATE     label 1-20, rate nnn.nnnn in 22-29
      *      PAYRATE   rate 99 in 1-2, active flag in 4
      *      BUDGET    amount 9(7) in 1-7 (key is month, space,
      *                ledger account)
       PROCEDURE DIVISION USING LS-REFDATA-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-APPLIED-COUNT.

           OPEN I-O F-REFDATA-CHANGES-FILE.
           IF WS-REFDATA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REFDATA-CHANGES-FILE
                       NOT AT END
                           IF RC-STATUS = "APPROVED"
                           AND (RC-EFFECTIVE = SPACES
                             OR RC-EFFECTIVE NOT > WS-TODAY)
                               PERFORM 0100-APPLY-CHANGE
                               MOVE "APPLIED" TO RC-STATUS
                               MOVE WS-TODAY TO RC-APPLIED-DATE
                               REWRITE REFDATA-CHANGE-RECORD
                               ADD 1 TO WS-APPLIED-COUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REFDATA-CHANGES-FILE
           END-IF.

           MOVE WS-APPLIED-COUNT TO WS-APPLIED-DISPLAY.
           MOVE SPACES TO LS-REFDATA-STATUS-MESSAGE.
           IF WS-APPLIED-COUNT = 0
               MOVE "NO REFERENCE CHANGES DUE" TO
                 LS-REFDATA-STATUS-MESSAGE
           ELSE
               STRING "REFERENCE CHANGES APPLIED: " DELIMITED BY SIZE
                   WS-APPLIED-DISPLAY DELIMITED BY SIZE
                   INTO LS-REFDATA-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    The audit entry carries the action code each table has
      *    always used, under the name of the approving overseer.
       0100-APPLY-CHANGE.
           MOVE RC-CHECKER TO AUDIT-ADMIN.
           MOVE ZERO TO AUDIT-AMOUNT.
           MOVE RC-ID TO AUDIT-ACCOUNT.
           EVALUATE RC-TABLE
               WHEN "PRICING"
                   PERFORM 0110-APPLY-PRICE
                   MOVE "PRICE-CHANGE" TO AUDIT-ACTION
                   MOVE RC-AFTER(1:3) TO AUDIT-AMOUNT
               WHEN "POSTRULE"
                   PERFORM 0120-APPLY-POSTING-RULE
                   MOVE "RULE-CHANGE" TO AUDIT-ACTION
               WHEN "XRATE"
                   PERFORM 0130-APPLY-EXCHANGE-RATE
                   MOVE "RATE-CHANGE" TO AUDIT-ACTION
                   MOVE RC-KEY(1:3) TO AUDIT-ACCOUNT
               WHEN "PAYRATE"
                   PERFORM 0140-APPLY-PAY-RATE
                   MOVE "PAY-RATE" TO AUDIT-ACTION
               WHEN "BUDGET"
                   PERFORM 0150-APPLY-BUDGET
                   MOVE "BUDGET-SET" TO AUDIT-ACTION
           END-EVALUATE.
           CALL 'write-audit-entry' USING AUDIT-ADMIN AUDIT-ACTION
             AUDIT-ACCOUNT AUDIT-AMOUNT.

       0110-APPLY-PRICE.
           OPEN I-O F-PRICING-FILE.
           IF WS-PRICING-STATUS = "00"
               MOVE 0 TO WS-TARGET-ENDED
               PERFORM UNTIL WS-TARGET-ENDED = 1
                   READ F-PRICING-FILE
                       NOT AT END
                           IF PRICE-KEY = RC-KEY(1:20)
                               MOVE RC-AFTER(1:3) TO PRICE-AMOUNT
                               REWRITE PRICING
                           END-IF
                       AT END
                           MOVE 1 TO WS-TARGET-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PRICING-FILE
           END-IF.

       0120-APPLY-POSTING-RULE.
           MOVE 0 TO WS-TARGET-FOUND.
           OPEN I-O F-RULES-FILE.
           IF WS-RULES-FILE-STATUS = "00"
               MOVE 0 TO WS-TARGET-ENDED
               PERFORM UNTIL WS-TARGET-ENDED = 1
                   READ F-RULES-FILE
                       NOT AT END
                           IF PR-REASON = RC-KEY(1:20)
                               MOVE 1 TO WS-TARGET-FOUND
                               MOVE RC-AFTER(1:16) TO
                                 PR-DEBIT-ACCOUNT
                               MOVE RC-AFTER(18:16) TO
                                 PR-CREDIT-ACCOUNT
                               REWRITE POSTING-RULE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-TARGET-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RULES-FILE
           END-IF.
           IF WS-TARGET-FOUND = 0
               OPEN EXTEND F-RULES-FILE
               IF WS-RULES-FILE-STATUS = "35"
                   OPEN OUTPUT F-RULES-FILE
               END-IF
               MOVE SPACES TO POSTING-RULE-RECORD
               MOVE RC-KEY(1:20) TO PR-REASON
               MOVE RC-AFTER(1:16) TO PR-DEBIT-ACCOUNT
               MOVE RC-AFTER(18:16) TO PR-CREDIT-ACCOUNT
               WRITE POSTING-RULE-RECORD
               CLOSE F-RULES-FILE
           END-IF.

       0130-APPLY-EXCHANGE-RATE.
           MOVE 0 TO WS-TARGET-FOUND.
           OPEN I-O F-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               MOVE 0 TO WS-TARGET-ENDED
               PERFORM UNTIL WS-TARGET-ENDED = 1
                   READ F-RATES-FILE
                       NOT AT END
                           IF XR-CODE = RC-KEY(1:3)
                               MOVE 1 TO WS-TARGET-FOUND
                               MOVE RC-AFTER(1:20) TO XR-LABEL
                               MOVE FUNCTION NUMVAL(RC-AFTER(22:8))
                                 TO XR-RATE
                               MOVE WS-TODAY TO XR-DATE
                               REWRITE EXCHANGE-RATE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-TARGET-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           END-IF.
           IF WS-TARGET-FOUND = 0
               OPEN EXTEND F-RATES-FILE
               IF WS-RATES-STATUS = "35"
                   OPEN OUTPUT F-RATES-FILE
               END-IF
               MOVE SPACES TO EXCHANGE-RATE-RECORD
               MOVE RC-KEY(1:3) TO XR-CODE
               MOVE RC-AFTER(1:20) TO XR-LABEL
               MOVE FUNCTION NUMVAL(RC-AFTER(22:8)) TO XR-RATE
               MOVE WS-TODAY TO XR-DATE
               WRITE EXCHANGE-RATE-RECORD
               CLOSE F-RATES-FILE
           END-IF.

       0140-APPLY-PAY-RATE.
           MOVE 0 TO WS-TARGET-FOUND.
           OPEN I-O F-PAY-RATES-FILE.
           IF WS-PAY-RATES-STATUS = "00"
               MOVE 0 TO WS-TARGET-ENDED
               PERFORM UNTIL WS-TARGET-ENDED = 1
                   READ F-PAY-RATES-FILE
                       NOT AT END
                           IF SPR-ADMIN = RC-KEY(1:16)
                               MOVE 1 TO WS-TARGET-FOUND
                               MOVE RC-AFTER(1:2) TO
                                 SPR-RATE-PER-HOUR
                               MOVE RC-AFTER(4:1) TO SPR-ACTIVE
                               REWRITE STAFF-PAY-RATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-TARGET-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-RATES-FILE
           END-IF.
           IF WS-TARGET-FOUND = 0
               OPEN EXTEND F-PAY-RATES-FILE
               IF WS-PAY-RATES-STATUS = "35"
                   OPEN OUTPUT F-PAY-RATES-FILE
               END-IF
               MOVE SPACES TO STAFF-PAY-RATE
               MOVE RC-KEY(1:16) TO SPR-ADMIN
               MOVE RC-AFTER(1:2) TO SPR-RATE-PER-HOUR
               MOVE RC-AFTER(4:1) TO SPR-ACTIVE
               WRITE STAFF-PAY-RATE
               CLOSE F-PAY-RATES-FILE
           END-IF.

       0150-APPLY-BUDGET.
           MOVE 0 TO WS-TARGET-FOUND.
           OPEN I-O F-BUDGETS-FILE.
           IF WS-BUDGETS-STATUS = "00"
               MOVE 0 TO WS-TARGET-ENDED
               PERFORM UNTIL WS-TARGET-ENDED = 1
                   READ F-BUDGETS-FILE
                       NOT AT END
                           IF LB-MONTH = RC-KEY(1:6)
                           AND LB-ACCOUNT = RC-KEY(8:16)
                               MOVE 1 TO WS-TARGET-FOUND
                               MOVE RC-AFTER(1:7) TO LB-AMOUNT
                               REWRITE LEDGER-BUDGET-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-TARGET-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUDGETS-FILE
           END-IF.
           IF WS-TARGET-FOUND = 0
               OPEN EXTEND F-BUDGETS-FILE
               IF WS-BUDGETS-STATUS = "35"
                   OPEN OUTPUT F-BUDGETS-FILE
               END-IF
               MOVE SPACES TO LEDGER-BUDGET-RECORD
               MOVE RC-KEY(1:6) TO LB-MONTH
               MOVE RC-KEY(8:16) TO LB-ACCOUNT
               MOVE RC-AFTER(1:7) TO LB-AMOUNT
               WRITE LEDGER-BUDGET-RECORD
               CLOSE F-BUDGETS-FILE
           END-IF.
