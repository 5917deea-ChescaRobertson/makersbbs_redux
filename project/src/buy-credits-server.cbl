                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROFILES-STATUS.

             SELECT F-PAY-REQUESTS-FILE ASSIGN TO
                 'payment-requests.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAY-REQUESTS-STATUS.

       DATA DIVISION.
           FILE SECTION.

               05 LST-STATUS PIC X(10).
               05 LST-BUYER PIC X(16).
               05 LST-DATE PIC X(8).
               05 LST-TYPE PIC X(6).
               05 LST-CLOSE-DATE PIC X(8).

           FD F-LOTTERY-TICKETS-FILE.
           01 LOTTERY-TICKET.
               05 PRF-BIO PIC X(60).
               05 PRF-PRIVATE PIC X.

           FD F-PAY-REQUESTS-FILE.
           01 PAY-REQUEST-RECORD.
               05 PR-ID PIC 9(6).
               05 PR-REQUESTER PIC X(16).
               05 PR-PAYER PIC X(16).
               05 PR-AMOUNT PIC 999.
               05 PR-REASON PIC X(30).
               05 PR-RAISED PIC X(8).
               05 PR-EXPIRES PIC X(8).
               05 PR-STATUS PIC X(8).
               05 PR-DECIDED PIC X(8).

           FD F-PARTNERS-FILE.
           01 FEDERATION-PARTNER.
               05 FP-CODE PIC X(4).
               05 FP-EXPORT-SEQ PIC 9(6).
               05 FP-IMPORT-SEQ PIC 9(6).
               05 FP-LAST-MSG-ID PIC 999.
               05 FP-SECRET PIC X(20).
               05 FP-PREV-SECRET PIC X(20).
               05 FP-KEY-SET PIC X(8).
               05 FP-KEY-GEN PIC 9(4).

           FD F-TRANS-CURRENCY-FILE.
           01 TRANS-CURRENCY-RECORD.
               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-FG-MAIN PIC 9 VALUE 2.
           01 TRANSFER-PASSWORD-ENTRY PIC X(20).
           01 TRANSFER-CHOICE PIC X.
           01 TRANSFER-RESULT-MESSAGE PIC X(40).
           01 WS-BLOCK-RESULT PIC X(5).
           01 WS-RECIPIENT-CREDIT PIC 999.
           01 WS-RECIPIENT-LIMIT PIC 9(4).
           01 WS-RECIPIENT-ACNT PIC X(8).
           01 WS-REMIT-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-REMIT-LEDGER-AMT PIC 9(5).

         *>----- Payment Request Variables -----
           01 WS-PAY-REQUESTS-STATUS PIC XX.
           01 PRQ-PAYER-ENTRY PIC X(16).
           01 PRQ-AMOUNT-ENTRY PIC 999.
           01 PRQ-REASON-ENTRY PIC X(30).
           01 PRQ-CHOICE PIC X.
           01 PRQ-PASSWORD-ENTRY PIC X(20).
           01 PRQ-PAY-CHOICE PIC X.
           01 PRQ-RESULT-MESSAGE PIC X(40).
           01 WS-PRQ-DAYS-KEY PIC X(20) VALUE "PAY-REQUEST-DAYS".
           01 WS-PRQ-DAYS PIC 999 VALUE 0.
           01 WS-PRQ-TODAY PIC X(8).
           01 WS-PRQ-EXPIRY-INT PIC 9(8).
           01 WS-PRQ-LAST-ID PIC 9(6).
           01 WS-PRQ-ID PIC 9(6).
           01 WS-PRQ-REQUESTER PIC X(16).
           01 WS-PRQ-AMOUNT PIC 999.
           01 WS-PRQ-REASON PIC X(30).
           01 WS-PRQ-EXPIRES PIC X(8).
           01 WS-PRQ-STATUS PIC X(8).
           01 WS-PRQ-NOTIFY-MESSAGE PIC X(40).
           01 WS-PRQ-COUNT PIC 9.
           01 WS-PRQ-IDX PIC 9.
           01 WS-PRQ-TABLE.
               05 WS-PRQ-ENTRY OCCURS 3 TIMES.
                   10 WS-PRQ-LIST-ID PIC 9(6).
                   10 WS-PRQ-LIST-PAYER PIC X(16).
                   10 WS-PRQ-LIST-AMOUNT PIC 999.
                   10 WS-PRQ-LIST-STATUS PIC X(8).

         *>----- Holdings Statement Variables -----
           01 WS-LISTINGS-STATUS PIC XX.
           01 WS-TICKETS-STATUS PIC XX.
           01 WS-PASS-EXPIRY-INT PIC 9(8).
           01 WS-PASS-EXPIRY PIC 9(8).
           01 WS-PASS-REASON PIC X(20) VALUE "SERVICE PASS".
           01 WS-PASS-LEVY PIC 999.
           01 PASS-PROMO-ENTRY PIC X(10).
           01 WS-PASS-FULL-PRICE PIC 999.
           01 WS-PASS-DISCOUNT PIC 999.
           01 WS-PASS-PROMO-SCOPE PIC X(10) VALUE "PASS".
           01 WS-PASS-PROMO-RESULT PIC X(30).
           01 WS-PASS-DEFER-SERVICE PIC X(10) VALUE "PASS".
           01 WS-PASS-DEFER-ITEM PIC X(20).
           01 WS-PASS-DEFER-START PIC X(8).
           01 WS-PASS-DEFER-DAYS PIC 999 VALUE 7.
           01 WS-PASS-DEFER-DIRECTION PIC X VALUE "D".

         *>----- Vault Levy Variables -----
           01 WS-LEVY-CATEGORY PIC X(10).
           01 WS-LEVY-DIRECTION PIC X.
           01 WS-LEVY-REASON PIC X(20) VALUE "VAULT LEVY".
           01 WS-LEVY-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-LEVY-ISSUE PIC X(16) VALUE "*VAULT-ISSUE*".
           01 WS-LEVY-NO-REF PIC 9(8) VALUE 0.
           01 WS-PURCHASE-LEVY PIC 999 VALUE 0.
           01 WS-LEVY-MON PIC 9(4)V99.
           01 WS-CANCEL-LEVY PIC 999.
           01 WS-CANCEL-BASE PIC 999.

         *>----- Currency Variables -----
           01 WS-TC-STATUS PIC XX.
           01 WS-MY-LOAN-STATUS PIC X(10).
           01 WS-MY-LOAN-BALANCE PIC 9(5).
           01 WS-LOAN-OPEN PIC 9.
           01 WS-MY-LOAN-ARREARS PIC 9(5).
           01 WS-MY-LOAN-DPD PIC 999.
           01 WS-LOAN-WRITTEN-OFF PIC 9.
           01 WS-MY-SCORE PIC 999.
           01 WS-MY-SCORE-OUT PIC 999.
           01 WS-MY-SCORE-REASON-1 PIC X(20).
           01 WS-MY-SCORE-REASON-2 PIC X(20).
           01 WS-MIN-SCORE-KEY PIC X(20) VALUE "LOAN-MIN-SCORE".
           01 WS-MIN-SCORE PIC 999.
           01 WS-SCORE-DECLINED PIC 9.

         *>----- Second-Factor Confirmation Variables -----
           01 WS-OTP-THRESHOLD PIC 999 VALUE 500.
           01 WS-PASSWORD PIC X(20).
           01 ACCOUNT-NUM PIC X(8).
           01 LS-DECOY-SESSION PIC X.
           01 LS-PAY-REQUEST-ID PIC 9(6).

           SCREEN SECTION.
           01 CONNECTED-SCREEN.
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 36 COL 88 VALUE "(r) Remit to vault"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 37 COL 88 VALUE "(k) Request payment"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 34 COL 34 VALUE "Pick: "
               FOREGROUND-COLOR 2 HIGHLIGHT.
             05 BUY-CREDITS-CHOICE-FIELD LINE 34 COL 40 PIC X
             FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 34 PIC X(20) USING INC-PASSWORD 
                 HIGHLIGHT, FOREGROUND-COLOR IS WS-FG-ALERT.
             05 LINE 33 COL 34 VALUE "Cost includes vault levy of"
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 62 PIC ZZ9 USING WS-PURCHASE-LEVY
             FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 66 VALUE "caps"
             FOREGROUND-COLOR IS 2.
             05 LINE 36 COL 34 VALUE "(s) Submit "
                 HIGHLIGHT, FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 34 VALUE "(g) Go back"
               FOREGROUND-COLOR IS 2.
             05 PASS-SERVICE-FIELD LINE 28 COL 81 PIC X
               USING PASS-SERVICE-ENTRY.
             05 LINE 29 COL 34 VALUE "Promo code: "
               FOREGROUND-COLOR IS 2.
             05 PASS-PROMO-FIELD LINE 29 COL 46 PIC X(10)
               USING PASS-PROMO-ENTRY.
             05 LINE 30 COL 34 PIC X(40) USING PASS-RESULT-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 32 COL 34 VALUE "(s) Buy  (g) Go back"
               FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 67 PIC 9(5) USING WS-MY-LOAN-BALANCE
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 34 VALUE "In arrears: "
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 48 PIC 9(5) USING WS-MY-LOAN-ARREARS
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 60 VALUE "Days late: "
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 71 PIC ZZ9 USING WS-MY-LOAN-DPD
               FOREGROUND-COLOR IS 2.
             05 LINE 31 COL 34 VALUE "Advance wanted:   "
               FOREGROUND-COLOR IS 2.
             05 LOAN-AMOUNT-FIELD LINE 31 COL 53 PIC 999
             05 REMIT-CHOICE-FIELD LINE 37 COL 40 PIC X
               USING REMIT-CHOICE.

           01 PAY-REQUEST-SCREEN.
             05 BLANK SCREEN.
             05 LINE 24 COL 34 VALUE "Request a Payment"
               UNDERLINE FOREGROUND-COLOR IS 2.
             05 LINE 25 COL 34 VALUE
               "The member can accept or decline it in their inbox."
               FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 34 VALUE "Ask member:         "
               FOREGROUND-COLOR IS 2.
             05 PRQ-PAYER-FIELD LINE 27 COL 55 PIC X(16)
               USING PRQ-PAYER-ENTRY.
             05 LINE 28 COL 34 VALUE "Credits requested:  "
               FOREGROUND-COLOR IS 2.
             05 PRQ-AMOUNT-FIELD LINE 28 COL 55 PIC 999
               USING PRQ-AMOUNT-ENTRY.
             05 LINE 29 COL 34 VALUE "What it is for:     "
               FOREGROUND-COLOR IS 2.
             05 PRQ-REASON-FIELD LINE 29 COL 55 PIC X(30)
               USING PRQ-REASON-ENTRY.
             05 LINE 30 COL 34 VALUE "Expires after days: "
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 55 PIC ZZ9 USING WS-PRQ-DAYS
               FOREGROUND-COLOR IS 2.
             05 LINE 32 COL 34 VALUE
               "Id     Asked            Amt  Status"
               FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 34 PIC 9(6) USING WS-PRQ-LIST-ID(1)
               FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 41 PIC X(16) USING WS-PRQ-LIST-PAYER(1)
               FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 58 PIC ZZ9 USING WS-PRQ-LIST-AMOUNT(1)
               FOREGROUND-COLOR IS 2.
             05 LINE 33 COL 63 PIC X(8) USING WS-PRQ-LIST-STATUS(1)
               FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 34 PIC 9(6) USING WS-PRQ-LIST-ID(2)
               FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 41 PIC X(16) USING WS-PRQ-LIST-PAYER(2)
               FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 58 PIC ZZ9 USING WS-PRQ-LIST-AMOUNT(2)
               FOREGROUND-COLOR IS 2.
             05 LINE 34 COL 63 PIC X(8) USING WS-PRQ-LIST-STATUS(2)
               FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 34 PIC 9(6) USING WS-PRQ-LIST-ID(3)
               FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 41 PIC X(16) USING WS-PRQ-LIST-PAYER(3)
               FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 58 PIC ZZ9 USING WS-PRQ-LIST-AMOUNT(3)
               FOREGROUND-COLOR IS 2.
             05 LINE 35 COL 63 PIC X(8) USING WS-PRQ-LIST-STATUS(3)
               FOREGROUND-COLOR IS 2.
             05 LINE 37 COL 34 PIC X(40) USING PRQ-RESULT-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 38 COL 34 VALUE "(s) Send request  (g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 39 COL 34 VALUE "Pick: "
               FOREGROUND-COLOR IS 2.
             05 PRQ-CHOICE-FIELD LINE 39 COL 40 PIC X
               USING PRQ-CHOICE.

           01 PAY-REQUEST-PAY-SCREEN.
             05 BLANK SCREEN.
             05 LINE 24 COL 34 VALUE "Pay a Payment Request"
               UNDERLINE FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 34 VALUE "Request id:         "
               FOREGROUND-COLOR IS 2.
             05 LINE 26 COL 55 PIC 9(6) USING WS-PRQ-ID
               FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 34 VALUE "Requested by:       "
               FOREGROUND-COLOR IS 2.
             05 LINE 27 COL 55 PIC X(16) USING WS-PRQ-REQUESTER
               HIGHLIGHT FOREGROUND-COLOR IS 5.
             05 LINE 28 COL 34 VALUE "Credits:            "
               FOREGROUND-COLOR IS 2.
             05 LINE 28 COL 55 PIC ZZ9 USING WS-PRQ-AMOUNT
               FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 34 VALUE "For:                "
               FOREGROUND-COLOR IS 2.
             05 LINE 29 COL 55 PIC X(30) USING WS-PRQ-REASON
               FOREGROUND-COLOR IS 2.
             05 LINE 30 COL 34 VALUE "Your password:      "
               FOREGROUND-COLOR IS 2.
             05 PRQ-PASSWORD-FIELD LINE 30 COL 55 PIC X(20)
               USING PRQ-PASSWORD-ENTRY.
             05 LINE 32 COL 34 PIC X(40) USING PRQ-RESULT-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 34 COL 34 VALUE "(s) Pay  (g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
             05 LINE 35 COL 34 VALUE "Pick: "
               FOREGROUND-COLOR IS 2.
             05 PRQ-PAY-CHOICE-FIELD LINE 35 COL 40 PIC X
               USING PRQ-PAY-CHOICE.

           01 GIFT-CERT-SCREEN.
             05 BLANK SCREEN.
             05 LINE 24 COL 34 VALUE "Gift Credit Certificates"

       PROCEDURE DIVISION USING USER-INFO-NAME, USER-INFO-CRED-DISPLAY,
           WS-USERS, USER-NAME, WS-PASSWORD, ACCOUNT-NUM,
           LS-DECOY-SESSION, LS-PAY-REQUEST-ID.

      *    A payment request accepted from the inbox arrives with
      *    its id set and goes straight to the pay screen; otherwise
      *    the desk opens as usual.
       0402-PAY-REQUEST-ENTRY.
           IF LS-PAY-REQUEST-ID > 0
               PERFORM 0418-PAY-REQUEST
               MOVE 0 TO LS-PAY-REQUEST-ID
               GOBACK
           END-IF.

       0113-DISPLAY-TIME-USER-INFO.
           CALL 'get-display-prefs' USING USER-INFO-NAME
               MOVE "CAP" TO CURRENCY-ENTRY
               MOVE CONV-CRED-TO-MON(CREDIT-AMOUNT) TO MON-AMOUNT
           END-IF.
      *    The vault levy on a purchase is charged on top, in the
      *    same denomination as the credits themselves.
           MOVE "PURCHASE" TO WS-LEVY-CATEGORY.
           CALL 'get-levy' USING WS-LEVY-CATEGORY CREDIT-AMOUNT
             WS-PURCHASE-LEVY.
           IF WS-PURCHASE-LEVY > 0
               IF WS-XRATE > 0
                   COMPUTE WS-LEVY-MON = WS-PURCHASE-LEVY * WS-XRATE
               ELSE
                   MOVE CONV-CRED-TO-MON(WS-PURCHASE-LEVY) TO
                     WS-LEVY-MON
               END-IF
               COMPUTE MON-AMOUNT =
                 FUNCTION NUMVAL(MON-AMOUNT) + WS-LEVY-MON
           END-IF.
           IF LS-DECOY-SESSION = "R"
               PERFORM 0401-SUPPORT-VIEW-GUARD
           END-IF.
           IF (BUY-CREDITS-CHOICE = 's'or 'S')
           AND (CHECK-LIMIT(CREDIT-AMOUNT, USER-INFO-CREDITS,
             WS-MY-CREDIT-LIMIT) = "PASS")
              ELSE
                  PERFORM 0475-REMITTANCE
              END-IF
           ELSE IF BUY-CREDITS-CHOICE = 'k' OR 'K'
              IF LS-DECOY-SESSION = "Y" OR LS-DECOY-SESSION = "V"
                  MOVE "NOT AVAILABLE ON THIS SESSION" TO
                    CREDIT-LIMIT-MESSAGE
                  PERFORM 0400-BUY-CREDITS
              ELSE
                  PERFORM 0419-REQUEST-PAYMENT
              END-IF
           ELSE
              PERFORM 0400-BUY-CREDITS
           END-IF.

      *    An overseer's support view is strictly read-only: only
      *    the status, statement, holdings, spending and past
      *    statement pages open, and nothing on them can be acted on.
       0401-SUPPORT-VIEW-GUARD.
           EVALUATE BUY-CREDITS-CHOICE
               WHEN 'v' WHEN 'V' WHEN 'h' WHEN 'H' WHEN 'm' WHEN 'M'
               WHEN 'y' WHEN 'Y' WHEN 'x' WHEN 'X' WHEN 'g' WHEN 'G'
                   CONTINUE
               WHEN OTHER
                   MOVE "NOT AVAILABLE IN SUPPORT VIEW" TO
                     CREDIT-LIMIT-MESSAGE
                   MOVE "?" TO BUY-CREDITS-CHOICE
           END-EVALUATE.

      *    The alternate key on the member name positions straight
      *    onto this member's rows instead of painting the whole
      *    file past the screen.
           ACCEPT PURCHASE-STATUS-FIELD.

           IF CANCEL-REF-ENTRY > 0
           AND LS-DECOY-SESSION NOT = "R"
               PERFORM 0480-CANCEL-PURCHASE
           END-IF.

               PERFORM 0410-TRANSFER-CREDITS
           ELSE
               PERFORM 0412-CHECK-RECIPIENT-LIMIT
               IF TRANSFER-RESULT-MESSAGE = SPACES
                   CALL 'check-member-block' USING TRANSFER-RECIPIENT
                     USER-NAME WS-BLOCK-RESULT
                   IF WS-BLOCK-RESULT = "TRUE"
                       MOVE "TRANSFER NOT ACCEPTED" TO
                         TRANSFER-RESULT-MESSAGE
                   END-IF
               END-IF
               IF TRANSFER-RESULT-MESSAGE = SPACES
                   PERFORM 0413-CHECK-KNOWN-PAYEE
                   IF WS-PAYEE-KNOWN = 1
           PERFORM 0417-WRITE-TRANSFER-RECORDS.
           MOVE "TRANSFER COMPLETE" TO TRANSFER-RESULT-MESSAGE.

      *    Paying a request runs the ordinary transfer: the same
      *    password, limit and frozen-account checks, the same
      *    TRANSFER OUT / TRANSFER IN legs on the transaction file.
       0418-PAY-REQUEST.
           PERFORM 0418A-LOAD-PAY-REQUEST.
           INITIALIZE PRQ-PASSWORD-ENTRY.
           INITIALIZE PRQ-PAY-CHOICE.
           DISPLAY PAY-REQUEST-PAY-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT PRQ-PASSWORD-FIELD.
           ACCEPT PRQ-PAY-CHOICE-FIELD.

           IF PRQ-PAY-CHOICE = 'g' OR 'G'
               MOVE SPACES TO PRQ-RESULT-MESSAGE
           ELSE IF PRQ-PAY-CHOICE NOT = 's' AND
           PRQ-PAY-CHOICE NOT = 'S'
               PERFORM 0418-PAY-REQUEST
           ELSE IF WS-PRQ-STATUS NOT = "OPEN"
               MOVE "REQUEST IS NO LONGER OPEN" TO PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF WS-PRQ-EXPIRES < WS-PRQ-TODAY
               MOVE "REQUEST HAS EXPIRED" TO PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF LS-DECOY-SESSION = "Y"
               MOVE "TRANSFER DESK TEMPORARILY UNAVAILABLE" TO
                 PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF LS-DECOY-SESSION = "V"
               MOVE "NOT AVAILABLE ON A DAY PASS" TO
                 PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF WS-PRQ-AMOUNT > USER-INFO-CREDITS
               MOVE "INSUFFICIENT CREDITS" TO PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF USER-EXISTS(WS-PRQ-REQUESTER) = "FALSE"
               MOVE "NO SUCH MEMBER" TO PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE IF VERIFY-PASSWORD(WS-PASSWORD,
             PRQ-PASSWORD-ENTRY) = 'FALSE'
               MOVE "INCORRECT PASSWORD" TO PRQ-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           ELSE
               MOVE WS-PRQ-REQUESTER TO TRANSFER-RECIPIENT
               MOVE WS-PRQ-AMOUNT TO TRANSFER-AMOUNT
               PERFORM 0412-CHECK-RECIPIENT-LIMIT
               IF TRANSFER-RESULT-MESSAGE = SPACES
                   PERFORM 0415-EXECUTE-TRANSFER
                   PERFORM 0418B-MARK-PAY-REQUEST-PAID
                   MOVE "REQUEST PAID" TO PRQ-RESULT-MESSAGE
               ELSE
                   MOVE TRANSFER-RESULT-MESSAGE TO PRQ-RESULT-MESSAGE
               END-IF
               MOVE SPACES TO TRANSFER-RESULT-MESSAGE
               PERFORM 0418-PAY-REQUEST
           END-IF.

       0418A-LOAD-PAY-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRQ-TODAY.
           MOVE LS-PAY-REQUEST-ID TO WS-PRQ-ID.
           MOVE SPACES TO WS-PRQ-REQUESTER.
           MOVE 0 TO WS-PRQ-AMOUNT.
           MOVE SPACES TO WS-PRQ-REASON.
           MOVE SPACES TO WS-PRQ-EXPIRES.
           MOVE SPACES TO WS-PRQ-STATUS.
           OPEN INPUT F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-ID = WS-PRQ-ID
                           AND PR-PAYER = USER-NAME
                               MOVE PR-REQUESTER TO WS-PRQ-REQUESTER
                               MOVE PR-AMOUNT TO WS-PRQ-AMOUNT
                               MOVE PR-REASON TO WS-PRQ-REASON
                               MOVE PR-EXPIRES TO WS-PRQ-EXPIRES
                               MOVE PR-STATUS TO WS-PRQ-STATUS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0418B-MARK-PAY-REQUEST-PAID.
           OPEN I-O F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-ID = WS-PRQ-ID
                           AND PR-PAYER = USER-NAME
                           AND PR-STATUS = "OPEN"
                               MOVE "PAID" TO PR-STATUS
                               MOVE WS-PRQ-TODAY TO PR-DECIDED
                               REWRITE PAY-REQUEST-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "PAID" TO WS-PRQ-STATUS.
           MOVE SPACES TO WS-PRQ-NOTIFY-MESSAGE.
           STRING "PAY REQUEST " DELIMITED BY SIZE
               WS-PRQ-ID DELIMITED BY SIZE
               " PAID" DELIMITED BY SIZE
               INTO WS-PRQ-NOTIFY-MESSAGE.
           CALL 'add-notification' USING WS-PRQ-REQUESTER
             WS-PRQ-NOTIFY-MESSAGE WS-PRQ-AMOUNT.

      *    A member asks another for credits; the request lands in
      *    the payer's inbox and lapses after PAY-REQUEST-DAYS.
       0419-REQUEST-PAYMENT.
           CALL 'get-price' USING WS-PRQ-DAYS-KEY WS-PRQ-DAYS.
           IF WS-PRQ-DAYS = 0
               MOVE 7 TO WS-PRQ-DAYS
           END-IF.
           PERFORM 0419A-LOAD-MY-PAY-REQUESTS.
           MOVE SPACES TO PRQ-PAYER-ENTRY.
           MOVE 0 TO PRQ-AMOUNT-ENTRY.
           MOVE SPACES TO PRQ-REASON-ENTRY.
           INITIALIZE PRQ-CHOICE.
           DISPLAY PAY-REQUEST-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT PRQ-PAYER-FIELD.
           ACCEPT PRQ-AMOUNT-FIELD.
           ACCEPT PRQ-REASON-FIELD.
           ACCEPT PRQ-CHOICE-FIELD.

           IF PRQ-CHOICE = 'g' OR 'G'
               MOVE SPACES TO PRQ-RESULT-MESSAGE
               PERFORM 0400-BUY-CREDITS
           ELSE IF PRQ-CHOICE NOT = 's' AND
           PRQ-CHOICE NOT = 'S'
               PERFORM 0419-REQUEST-PAYMENT
           ELSE IF PRQ-PAYER-ENTRY = USER-NAME
               MOVE "CANNOT REQUEST FROM YOURSELF" TO
                 PRQ-RESULT-MESSAGE
               PERFORM 0419-REQUEST-PAYMENT
           ELSE IF PRQ-AMOUNT-ENTRY = 0
               MOVE "NOTHING TO REQUEST" TO PRQ-RESULT-MESSAGE
               PERFORM 0419-REQUEST-PAYMENT
           ELSE IF PRQ-REASON-ENTRY = SPACES
               MOVE "SAY WHAT THE REQUEST IS FOR" TO
                 PRQ-RESULT-MESSAGE
               PERFORM 0419-REQUEST-PAYMENT
           ELSE IF USER-EXISTS(PRQ-PAYER-ENTRY) = "FALSE"
               MOVE "NO SUCH MEMBER" TO PRQ-RESULT-MESSAGE
               PERFORM 0419-REQUEST-PAYMENT
           ELSE
               CALL 'check-member-block' USING PRQ-PAYER-ENTRY
                 USER-NAME WS-BLOCK-RESULT
               IF WS-BLOCK-RESULT = "TRUE"
                   MOVE "REQUEST NOT ACCEPTED" TO PRQ-RESULT-MESSAGE
               ELSE
                   PERFORM 0419B-RAISE-PAY-REQUEST
               END-IF
               PERFORM 0419-REQUEST-PAYMENT
           END-IF.

      *    Shows the three most recent requests this member raised,
      *    newest last, and finds the next free request id.
       0419A-LOAD-MY-PAY-REQUESTS.
           MOVE 0 TO WS-PRQ-LAST-ID.
           MOVE 0 TO WS-PRQ-COUNT.
           INITIALIZE WS-PRQ-TABLE.
           OPEN INPUT F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-ID > WS-PRQ-LAST-ID
                               MOVE PR-ID TO WS-PRQ-LAST-ID
                           END-IF
                           IF PR-REQUESTER = USER-NAME
                               PERFORM 0419C-LIST-PAY-REQUEST
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0419C-LIST-PAY-REQUEST.
           IF WS-PRQ-COUNT = 3
               PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                 UNTIL WS-PRQ-IDX > 2
                   MOVE WS-PRQ-ENTRY(WS-PRQ-IDX + 1) TO
                     WS-PRQ-ENTRY(WS-PRQ-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-PRQ-COUNT
           END-IF.
           MOVE PR-ID TO WS-PRQ-LIST-ID(WS-PRQ-COUNT).
           MOVE PR-PAYER TO WS-PRQ-LIST-PAYER(WS-PRQ-COUNT).
           MOVE PR-AMOUNT TO WS-PRQ-LIST-AMOUNT(WS-PRQ-COUNT).
           MOVE PR-STATUS TO WS-PRQ-LIST-STATUS(WS-PRQ-COUNT).

       0419B-RAISE-PAY-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PRQ-TODAY.
           COMPUTE WS-PRQ-EXPIRY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               WS-PRQ-TODAY)) + WS-PRQ-DAYS.
           COMPUTE WS-PRQ-EXPIRY-INT =
               FUNCTION DATE-OF-INTEGER(WS-PRQ-EXPIRY-INT).
           OPEN EXTEND F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "35"
               OPEN OUTPUT F-PAY-REQUESTS-FILE
           END-IF.
           MOVE SPACES TO PAY-REQUEST-RECORD.
           COMPUTE WS-PRQ-ID = WS-PRQ-LAST-ID + 1.
           MOVE WS-PRQ-ID TO PR-ID.
           MOVE USER-NAME TO PR-REQUESTER.
           MOVE PRQ-PAYER-ENTRY TO PR-PAYER.
           MOVE PRQ-AMOUNT-ENTRY TO PR-AMOUNT.
           MOVE PRQ-REASON-ENTRY TO PR-REASON.
           MOVE WS-PRQ-TODAY TO PR-RAISED.
           MOVE WS-PRQ-EXPIRY-INT TO PR-EXPIRES.
           MOVE "OPEN" TO PR-STATUS.
           WRITE PAY-REQUEST-RECORD.
           CLOSE F-PAY-REQUESTS-FILE.
           MOVE SPACES TO WS-PRQ-NOTIFY-MESSAGE.
           STRING "PAY REQUEST " DELIMITED BY SIZE
               WS-PRQ-ID DELIMITED BY SIZE
               " FROM " DELIMITED BY SIZE
               USER-NAME DELIMITED BY SPACE
               INTO WS-PRQ-NOTIFY-MESSAGE.
           CALL 'add-notification' USING PRQ-PAYER-ENTRY
             WS-PRQ-NOTIFY-MESSAGE PRQ-AMOUNT-ENTRY.
           MOVE SPACES TO PRQ-RESULT-MESSAGE.
           STRING "REQUEST " DELIMITED BY SIZE
               WS-PRQ-ID DELIMITED BY SIZE
               " SENT" DELIMITED BY SIZE
               INTO PRQ-RESULT-MESSAGE.

      *    Each leg carries its own reference now that the file is
      *    keyed on TRANS-REF; the legs point at each other through
      *    TRANS-PAIR-REF so the fraud sweep can re-join them.
       0445-SERVICE-PASSES.
           INITIALIZE PASS-SERVICE-ENTRY.
           INITIALIZE PASS-CHOICE.
           MOVE SPACES TO PASS-PROMO-ENTRY.
           DISPLAY SERVICE-PASS-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT PASS-SERVICE-FIELD.
           ACCEPT PASS-PROMO-FIELD.
           ACCEPT PASS-CHOICE-FIELD.

           IF PASS-CHOICE = 'g' OR 'G'
       0447-BUY-PASS.
           MOVE 20 TO WS-PASS-PRICE.
           CALL 'get-price' USING WS-PASS-KEY WS-PASS-PRICE.
      *    A campaign code comes off the price before the levy is
      *    worked out on what the member actually pays.
           MOVE 0 TO WS-PASS-DISCOUNT.
           MOVE SPACES TO WS-PASS-PROMO-RESULT.
           IF PASS-PROMO-ENTRY NOT = SPACES
               MOVE WS-PASS-PRICE TO WS-PASS-FULL-PRICE
               CALL 'check-promo-code' USING PASS-PROMO-ENTRY,
                 USER-NAME, WS-PASS-PROMO-SCOPE, WS-PASS-FULL-PRICE,
                 WS-PASS-DISCOUNT, WS-PASS-PROMO-RESULT
               SUBTRACT WS-PASS-DISCOUNT FROM WS-PASS-PRICE
           END-IF.
           MOVE "PASS" TO WS-LEVY-CATEGORY.
           CALL 'get-levy' USING WS-LEVY-CATEGORY WS-PASS-PRICE
             WS-PASS-LEVY.
           IF WS-PASS-PROMO-RESULT NOT = SPACES
           AND WS-PASS-PROMO-RESULT NOT = "CODE APPLIED"
               MOVE WS-PASS-PROMO-RESULT TO PASS-RESULT-MESSAGE
           ELSE IF WS-PASS-PRICE + WS-PASS-LEVY > USER-INFO-CREDITS
               MOVE "INSUFFICIENT CREDITS" TO PASS-RESULT-MESSAGE
           ELSE
               CALL 'deduct-credits' USING USER-NAME,
                 WS-PASS-PRICE, UPDATED-BALANCE, WS-PASS-REASON
               MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               IF WS-PASS-DISCOUNT > 0
                   CALL 'record-promo-redemption' USING
                     PASS-PROMO-ENTRY, USER-NAME, WS-PASS-PROMO-SCOPE,
                     WS-PASS-FULL-PRICE, WS-PASS-DISCOUNT
               END-IF
               IF WS-PASS-LEVY > 0
                   PERFORM 0447A-TAKE-PASS-LEVY
               END-IF
               COMPUTE WS-PASS-EXPIRY-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8))) + 7
               COMPUTE WS-PASS-EXPIRY =
                   FUNCTION DATE-OF-INTEGER(WS-PASS-EXPIRY-INT)
               PERFORM 0448-STORE-PASS
      *        The pass is earned over its seven days, so the price
      *        is held as deferred revenue until it is delivered.
               MOVE WS-PASS-SERVICE TO WS-PASS-DEFER-ITEM
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PASS-DEFER-START
               CALL 'post-deferral' USING WS-PASS-DEFER-SERVICE
                 USER-NAME WS-PASS-DEFER-ITEM WS-PASS-PRICE
                 WS-PASS-DEFER-START WS-PASS-DEFER-DAYS
                 WS-PASS-DEFER-DIRECTION
               MOVE "PASS ACTIVE FOR SEVEN DAYS" TO
                 PASS-RESULT-MESSAGE
           END-IF.

      *    The levy is spent like the pass itself and then moved
      *    on from revenue into levy payable.
       0447A-TAKE-PASS-LEVY.
           CALL 'deduct-credits' USING USER-NAME,
             WS-PASS-LEVY, UPDATED-BALANCE, WS-LEVY-REASON.
           MOVE UPDATED-BALANCE TO USER-INFO-CREDITS.
           MOVE "C" TO WS-LEVY-DIRECTION.
           CALL 'post-levy' USING WS-LEVY-CATEGORY USER-NAME
             WS-PASS-PRICE WS-PASS-LEVY WS-LEVY-REVENUE
             WS-LEVY-DIRECTION WS-LEVY-NO-REF.

       0448-STORE-PASS.
           MOVE 0 TO WS-PASS-FOUND.
           OPEN I-O F-PASSES-FILE.
               MOVE "YOU ALREADY HAVE AN OPEN LOAN" TO
                 LOAN-RESULT-MESSAGE
               PERFORM 0462-LOAN-DESK
           ELSE IF WS-LOAN-WRITTEN-OFF = 1
               MOVE "A WRITTEN-OFF LOAN BARS NEW CREDIT" TO
                 LOAN-RESULT-MESSAGE
               PERFORM 0462-LOAN-DESK
           ELSE IF LOAN-AMOUNT-ENTRY = 0
               MOVE "NOTHING TO ADVANCE" TO LOAN-RESULT-MESSAGE
               PERFORM 0462-LOAN-DESK
               MOVE "WEEKS TO REPAY REQUIRED" TO LOAN-RESULT-MESSAGE
               PERFORM 0462-LOAN-DESK
           ELSE
               PERFORM 0465-CHECK-CREDIT-SCORE
               PERFORM 0464-WRITE-LOAN-APPLICATION
               IF WS-SCORE-DECLINED = 0
                   MOVE "APPLICATION SENT FOR APPROVAL" TO
                     LOAN-RESULT-MESSAGE
               END-IF
               PERFORM 0462-LOAN-DESK
           END-IF.

           MOVE 0 TO WS-LOAN-OPEN.
           MOVE "NONE" TO WS-MY-LOAN-STATUS.
           MOVE 0 TO WS-MY-LOAN-BALANCE.
           MOVE 0 TO WS-MY-LOAN-ARREARS.
           MOVE 0 TO WS-MY-LOAN-DPD.
           MOVE 0 TO WS-LOAN-WRITTEN-OFF.
           OPEN INPUT F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                               MOVE LOAN-STATUS TO WS-MY-LOAN-STATUS
                               MOVE LOAN-BALANCE TO
                                 WS-MY-LOAN-BALANCE
                               IF LOAN-ARREARS IS NUMERIC
                                   MOVE LOAN-ARREARS TO
                                     WS-MY-LOAN-ARREARS
                                   MOVE LOAN-DAYS-PAST-DUE TO
                                     WS-MY-LOAN-DPD
                               END-IF
                           END-IF
                           IF LOAN-USERNAME = USER-NAME
                           AND LOAN-STATUS = "WRITTENOFF"
                               MOVE 1 TO WS-LOAN-WRITTEN-OFF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
           MOVE 0 TO LOAN-INSTALMENT.
           MOVE 0 TO LOAN-BALANCE.
           MOVE SPACES TO LOAN-NEXT-DUE.
           IF WS-SCORE-DECLINED = 1
               MOVE "DECLINED" TO LOAN-STATUS
               MOVE "*CREDIT-SCORE*" TO LOAN-APPROVED-BY
           ELSE
               MOVE "APPLIED" TO LOAN-STATUS
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO LOAN-DATE.
           MOVE 0 TO LOAN-ARREARS.
           MOVE 0 TO LOAN-DAYS-PAST-DUE.
           MOVE 0 TO LOAN-FEES.
           WRITE LOAN-RECORD.
           CLOSE F-LOANS-FILE.

      *    A member already scored under the threshold is declined
      *    on the spot with the main reason; the application is
      *    still written so the decision is on file.  Members the
      *    nightly run has not scored yet go to the loan officer.
       0465-CHECK-CREDIT-SCORE.
           MOVE 0 TO WS-SCORE-DECLINED.
           MOVE 0 TO WS-MIN-SCORE.
           CALL 'get-price' USING WS-MIN-SCORE-KEY WS-MIN-SCORE.
           IF WS-MIN-SCORE = 0
               MOVE 400 TO WS-MIN-SCORE
           END-IF.
           CALL 'get-credit-score' USING USER-NAME WS-MY-SCORE
             WS-MY-SCORE-REASON-1 WS-MY-SCORE-REASON-2.
           IF WS-MY-SCORE > 0 AND WS-MY-SCORE < WS-MIN-SCORE
               MOVE 1 TO WS-SCORE-DECLINED
               MOVE WS-MY-SCORE TO WS-MY-SCORE-OUT
               MOVE SPACES TO LOAN-RESULT-MESSAGE
               STRING "DECLINED SCORE " DELIMITED BY SIZE
                   WS-MY-SCORE-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MY-SCORE-REASON-1 DELIMITED BY SIZE
                   INTO LOAN-RESULT-MESSAGE
           END-IF.

      *    Members can read their own rows out of the closed
      *    monthly files without an admin digging through
      *    archives, and spool a certified copy for a dispute
                   MOVE 1 TO WS-SPEND-CAT
               WHEN "LIBRARY"
               WHEN "LIBRARY LATE FINE"
               WHEN "LIBRARY REPLACEMENT"
                   MOVE 2 TO WS-SPEND-CAT
               WHEN "MARKET ESCROW"
                   MOVE 3 TO WS-SPEND-CAT
                   AND TRANS-PAYMENT-STATUS = "PENDING"
                       MOVE "CANCELLED" TO TRANS-PAYMENT-STATUS
                       REWRITE TRANSACTIONS
                       PERFORM 0482-REVERSE-PURCHASE-LEVY
                       MOVE "PURCHASE CANCELLED" TO
                         CANCEL-RESULT-MESSAGE
                   END-IF
           END-READ.
           CLOSE F-TRANSACTIONS-FILE.

      *    Whatever levy was logged against the cancelled purchase
      *    goes back out of levy payable.
       0482-REVERSE-PURCHASE-LEVY.
           MOVE "PURCHASE" TO WS-LEVY-CATEGORY.
           MOVE "R" TO WS-LEVY-DIRECTION.
           MOVE 0 TO WS-CANCEL-LEVY.
           MOVE 0 TO WS-CANCEL-BASE.
           CALL 'post-levy' USING WS-LEVY-CATEGORY USER-NAME
             WS-CANCEL-BASE WS-CANCEL-LEVY WS-LEVY-ISSUE
             WS-LEVY-DIRECTION TRANS-REF.

       0485-OPEN-TRANSACTIONS-WITH-WAIT.
           MOVE 0 TO WS-LOCK-RETRIES.
           PERFORM WITH TEST AFTER
           ACCEPT ACCOUNT-STATEMENT-FIELD.

           IF DISPUTE-REF-ENTRY > 0
           AND LS-DECOY-SESSION NOT = "R"
               PERFORM 0497-RAISE-DISPUTE
           END-IF.

                    ACCOUNT-NUM, CREDIT-AMOUNT, MON-AMOUNT,
                    WS-NEW-TRANS-REF
                   PERFORM 0458-RECORD-TRANS-CURRENCY
               PERFORM 0457-POST-PURCHASE-LEVY
                   PERFORM 0460-PAYMENT-PROCESS
               END-IF
           ELSE IF CONFIRM-CHOICE = ('s' OR 'S')
                ACCOUNT-NUM, CREDIT-AMOUNT, MON-AMOUNT,
                WS-NEW-TRANS-REF
               PERFORM 0458-RECORD-TRANS-CURRENCY
               PERFORM 0457-POST-PURCHASE-LEVY
               PERFORM 0460-PAYMENT-PROCESS
           ELSE IF OTP-CHOICE = ('s' OR 'S')
               MOVE "INCORRECT CODE" TO OTP-RESULT-MESSAGE
                ACCOUNT-NUM, CREDIT-AMOUNT, MON-AMOUNT,
                WS-NEW-TRANS-REF
               PERFORM 0458-RECORD-TRANS-CURRENCY
               PERFORM 0457-POST-PURCHASE-LEVY
               PERFORM 0460-PAYMENT-PROCESS
           ELSE
               MOVE "INCORRECT CODE" TO OTP-RESULT-MESSAGE
               PERFORM 0455-SECOND-FACTOR-RETRY
           END-IF.

      *    Levy on a purchase is taken out of the credits the vault
      *    issues against it, under the purchase reference.
       0457-POST-PURCHASE-LEVY.
           MOVE "PURCHASE" TO WS-LEVY-CATEGORY.
           MOVE "C" TO WS-LEVY-DIRECTION.
           CALL 'post-levy' USING WS-LEVY-CATEGORY USER-NAME
             CREDIT-AMOUNT WS-PURCHASE-LEVY WS-LEVY-ISSUE
             WS-LEVY-DIRECTION WS-NEW-TRANS-REF.

      *    The money leg of every purchase is stored alongside its
      *    denomination so the accounting export can tell caps,
      *    NCR notes and scrip apart.
