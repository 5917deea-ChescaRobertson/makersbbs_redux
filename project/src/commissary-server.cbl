             SELECT F-STOCK-FILE ASSIGN TO 'commissary-stock.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STOCK-STATUS.
             SELECT F-SALES-JOURNAL-FILE
                 ASSIGN TO 'commissary-sales.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-JOURNAL-STATUS.
             SELECT F-STOCKTAKE-FILE
                 ASSIGN TO 'commissary-stocktake.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STOCKTAKE-STATUS.
             SELECT F-ENTITLEMENTS-FILE
                 ASSIGN TO 'ration-entitlements.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENTITLEMENTS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 CS-ONHAND PIC 9(4).
               05 CS-REORDER PIC 9(4).

           FD F-SALES-JOURNAL-FILE.
           01 SALES-JOURNAL-RECORD.
               05 SJ-DATE PIC X(8).
               05 SJ-TIME PIC X(6).
               05 SJ-TRANS-REF PIC 9(8).
               05 SJ-USERNAME PIC X(16).
               05 SJ-CODE PIC X(4).
               05 SJ-NAME PIC X(20).
               05 SJ-QTY PIC 9(4).
               05 SJ-UNIT-PRICE PIC 999.
               05 SJ-VALUE PIC 9(5).

           FD F-STOCKTAKE-FILE.
           01 STOCKTAKE-RECORD.
               05 ST-CODE PIC X(4).
               05 ST-NAME PIC X(20).
               05 ST-PRICE PIC 999.
               05 ST-BOOK-QTY PIC 9(4).
               05 ST-COUNT-QTY PIC 9(4).
               05 ST-COUNTED PIC X.
               05 ST-FROZEN-BY PIC X(16).
               05 ST-FROZEN-AT PIC X(14).
               05 ST-COUNTED-BY PIC X(16).

           FD F-ENTITLEMENTS-FILE.
           01 ENTITLEMENT-RECORD.
               05 REN-WEEK PIC X(8).
               05 REN-USERNAME PIC X(16).
               05 REN-CATEGORY PIC X(8).
               05 REN-CODE PIC X(4).
               05 REN-ISSUED PIC 99.
               05 REN-REDEEMED PIC 99.
               05 REN-STATUS PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-STOCKTAKE-STATUS PIC XX.
           01 WS-STOCKTAKE-OPEN PIC 9.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           01 WS-SHELF-COUNT PIC 9.
           01 COMMISSARY-RESULT-MESSAGE PIC X(40).
           01 WS-BOUGHT PIC 9.
           01 WS-ITEM-PRICE PIC 999.
           01 WS-ITEM-CODE PIC X(4).
           01 WS-ITEM-NAME PIC X(20).
           01 WS-SALE-REF PIC 9(8).
           01 UPDATED-BALANCE PIC 999.
           01 WS-COMMISSARY-REASON PIC X(20) VALUE "COMMISSARY".
           01 WS-HOUSEHOLD-AREA PIC X(4) VALUE "COMM".
           01 WS-CAP-RESULT PIC X(4).
           01 WS-CAP-PRICE PIC 999.
           01 WS-LEVY-CATEGORY PIC X(10) VALUE "COMMISSARY".
           01 WS-LEVY-REASON PIC X(20) VALUE "VAULT LEVY".
           01 WS-LEVY-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-LEVY-DIRECTION PIC X VALUE "C".
           01 WS-ITEM-LEVY PIC 999.
           01 WS-ITEM-CHARGE PIC 999.
           01 PROMO-CODE-ENTRY PIC X(10).
           01 WS-PROMO-SCOPE PIC X(10) VALUE "COMMISSARY".
           01 WS-PROMO-PRICE PIC 999.
           01 WS-PROMO-DISCOUNT PIC 999.
           01 WS-PROMO-RESULT PIC X(30).
           01 WS-SALE-PRICE PIC 999.
           01 WS-ENTITLEMENTS-STATUS PIC XX.
           01 WS-RATION-WEEK PIC X(8).
           01 WS-RATION-DAY-INT PIC 9(8).
           01 WS-RATION-WEEK-INT PIC 9(8).
           01 WS-RATION-FOUND PIC 9.
           01 WS-RATION-COUNT PIC 9.
           01 WS-RATION-TABLE.
               05 WS-RATION-ENTRY OCCURS 4 TIMES.
                   10 WS-RATION-CODE PIC X(4).
                   10 WS-RATION-LEFT PIC 99.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
                   FOREGROUND-COLOR IS 2.
               05 BUY-CODE-FIELD LINE 15 COL 40 PIC X(4)
                   USING BUY-CODE-ENTRY.
               05 LINE 16 COL 25 VALUE "Promo code: "
                   FOREGROUND-COLOR IS 2.
               05 PROMO-CODE-FIELD LINE 16 COL 40 PIC X(10)
                   USING PROMO-CODE-ENTRY.
               05 LINE 17 COL 25 PIC X(40)
                   USING COMMISSARY-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 25 VALUE
                   "(b) Buy  (r) Redeem ration  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 25 VALUE "Rations this week: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 44 PIC X(4) USING WS-RATION-CODE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 49 PIC Z9 USING WS-RATION-LEFT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 53 PIC X(4) USING WS-RATION-CODE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 58 PIC Z9 USING WS-RATION-LEFT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 62 PIC X(4) USING WS-RATION-CODE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 67 PIC Z9 USING WS-RATION-LEFT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 71 PIC X(4) USING WS-RATION-CODE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 76 PIC Z9 USING WS-RATION-LEFT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 COMMISSARY-CHOICE-FIELD LINE 20 COL 31 PIC X
      *    item off hand.
       0980-COMMISSARY.
           PERFORM 0982-LOAD-SHELF.
           PERFORM 0989-LOAD-RATIONS.
           MOVE SPACES TO BUY-CODE-ENTRY.
           MOVE SPACES TO PROMO-CODE-ENTRY.
           INITIALIZE COMMISSARY-CHOICE.
           DISPLAY COMMISSARY-SCREEN.

           ACCEPT BUY-CODE-FIELD.
           ACCEPT PROMO-CODE-FIELD.
           ACCEPT COMMISSARY-CHOICE-FIELD.

           IF COMMISSARY-CHOICE = 'g' OR 'G'
                   MOVE "ITEM CODE REQUIRED" TO
                     COMMISSARY-RESULT-MESSAGE
               ELSE
                   PERFORM 0987-CHECK-STOCKTAKE
                   IF WS-STOCKTAKE-OPEN = 1
                       MOVE "CLOSED FOR STOCKTAKE" TO
                         COMMISSARY-RESULT-MESSAGE
                   ELSE
                       PERFORM 0984-BUY-ITEM
                   END-IF
               END-IF
               PERFORM 0980-COMMISSARY
           ELSE IF COMMISSARY-CHOICE = 'r' OR 'R'
               IF BUY-CODE-ENTRY = SPACES
                   MOVE "ITEM CODE REQUIRED" TO
                     COMMISSARY-RESULT-MESSAGE
               ELSE
                   PERFORM 0987-CHECK-STOCKTAKE
                   IF WS-STOCKTAKE-OPEN = 1
                       MOVE "CLOSED FOR STOCKTAKE" TO
                         COMMISSARY-RESULT-MESSAGE
                   ELSE
                       PERFORM 0990-REDEEM-RATION
                   END-IF
               END-IF
               PERFORM 0980-COMMISSARY
           ELSE
                       NOT AT END
                           IF CS-CODE = BUY-CODE-ENTRY
                           AND WS-BOUGHT = 0
                               PERFORM 0984A-PRICE-ITEM
                               IF WS-PROMO-RESULT NOT = SPACES
                               AND WS-PROMO-RESULT NOT = "CODE APPLIED"
                                   MOVE WS-PROMO-RESULT TO
                                     COMMISSARY-RESULT-MESSAGE
                                   MOVE 9 TO WS-BOUGHT
                               ELSE IF CS-ONHAND = 0
                                   MOVE "OUT OF STOCK" TO
                                     COMMISSARY-RESULT-MESSAGE
                                   MOVE 9 TO WS-BOUGHT
                               ELSE IF CHECK-BALANCE(WS-ITEM-CHARGE,
                                 USER-INFO-CREDITS) = "FALSE"
                                   MOVE "INSUFFICIENT CREDITS" TO
                                     COMMISSARY-RESULT-MESSAGE
                                   MOVE 9 TO WS-BOUGHT
                               ELSE
                                   PERFORM 0988-CHECK-HOUSEHOLD-CAP
                                   IF WS-CAP-RESULT = "FAIL"
                                       MOVE
                                         "HOUSEHOLD DAILY CAP REACHED"
                                         TO COMMISSARY-RESULT-MESSAGE
                                       MOVE 9 TO WS-BOUGHT
                                   ELSE
                                       MOVE 1 TO WS-BOUGHT
                                       MOVE WS-SALE-PRICE TO
                                         WS-ITEM-PRICE
                                       MOVE CS-CODE TO WS-ITEM-CODE
                                       MOVE CS-NAME TO WS-ITEM-NAME
                                       SUBTRACT 1 FROM CS-ONHAND
                                       REWRITE STOCK-RECORD
                                   END-IF
                               END-IF
                           END-IF
                       AT END
                 WS-ITEM-PRICE, UPDATED-BALANCE,
                 WS-COMMISSARY-REASON
               MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               PERFORM 0986-WRITE-SALES-JOURNAL
               IF WS-PROMO-DISCOUNT > 0
                   CALL 'record-promo-redemption' USING
                     PROMO-CODE-ENTRY, USER-INFO-NAME, WS-PROMO-SCOPE,
                     WS-PROMO-PRICE, WS-PROMO-DISCOUNT
               END-IF
               IF WS-ITEM-LEVY > 0
                   PERFORM 0985-TAKE-SALE-LEVY
               END-IF
               MOVE "PURCHASED - COLLECT AT THE HATCH" TO
                 COMMISSARY-RESULT-MESSAGE
           ELSE IF WS-BOUGHT = 0
               MOVE "NO SUCH ITEM" TO COMMISSARY-RESULT-MESSAGE
           END-IF.

      *    The member pays the shelf price less any campaign code,
      *    plus the levy on what is actually paid.
       0984A-PRICE-ITEM.
           MOVE CS-PRICE TO WS-SALE-PRICE.
           MOVE 0 TO WS-PROMO-DISCOUNT.
           MOVE SPACES TO WS-PROMO-RESULT.
           IF PROMO-CODE-ENTRY NOT = SPACES
               MOVE CS-PRICE TO WS-PROMO-PRICE
               CALL 'check-promo-code' USING PROMO-CODE-ENTRY,
                 USER-INFO-NAME, WS-PROMO-SCOPE, WS-PROMO-PRICE,
                 WS-PROMO-DISCOUNT, WS-PROMO-RESULT
               SUBTRACT WS-PROMO-DISCOUNT FROM WS-SALE-PRICE
           END-IF.
           CALL 'get-levy' USING WS-LEVY-CATEGORY WS-SALE-PRICE
             WS-ITEM-LEVY.
           COMPUTE WS-ITEM-CHARGE = WS-SALE-PRICE + WS-ITEM-LEVY
             ON SIZE ERROR
               MOVE 999 TO WS-ITEM-CHARGE
           END-COMPUTE.

      *    The levy is taken on top of the shelf price and moved
      *    on into levy payable under the sale's reference.
       0985-TAKE-SALE-LEVY.
           CALL 'deduct-credits' USING USER-INFO-NAME,
             WS-ITEM-LEVY, UPDATED-BALANCE, WS-LEVY-REASON.
           MOVE UPDATED-BALANCE TO USER-INFO-CREDITS.
           CALL 'post-levy' USING WS-LEVY-CATEGORY USER-INFO-NAME
             WS-ITEM-PRICE WS-ITEM-LEVY WS-LEVY-REVENUE
             WS-LEVY-DIRECTION WS-SALE-REF.

      *    Every sale leaves a journal line under its own
      *    transaction reference so the till reconciliation can
      *    prove the shelf movement against the credits taken.
       0986-WRITE-SALES-JOURNAL.
           CALL 'next-trans-ref' USING WS-SALE-REF.
           OPEN EXTEND F-SALES-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-SALES-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO SALES-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SJ-TIME.
           MOVE WS-SALE-REF TO SJ-TRANS-REF.
           MOVE USER-INFO-NAME TO SJ-USERNAME.
           MOVE WS-ITEM-CODE TO SJ-CODE.
           MOVE WS-ITEM-NAME TO SJ-NAME.
           MOVE 1 TO SJ-QTY.
           MOVE WS-ITEM-PRICE TO SJ-UNIT-PRICE.
           MOVE WS-ITEM-PRICE TO SJ-VALUE.
           WRITE SALES-JOURNAL-RECORD.
           CLOSE F-SALES-JOURNAL-FILE.

      *    While stores are counting the shelf the book figures are
      *    frozen, so the hatch takes no sales until the count posts.
       0987-CHECK-STOCKTAKE.
           MOVE 0 TO WS-STOCKTAKE-OPEN.
           OPEN INPUT F-STOCKTAKE-FILE.
           IF WS-STOCKTAKE-STATUS = "00"
               READ F-STOCKTAKE-FILE
                   NOT AT END
                       MOVE 1 TO WS-STOCKTAKE-OPEN
               END-READ
               CLOSE F-STOCKTAKE-FILE
           END-IF.

      *    A child's purchases count against the commissary cap set
      *    by their head of household, at what the sale will actually
      *    take from them: the price after any code, plus the levy.
       0988-CHECK-HOUSEHOLD-CAP.
           MOVE WS-ITEM-CHARGE TO WS-CAP-PRICE.
           CALL 'check-household-cap' USING USER-INFO-NAME,
             WS-CAP-PRICE, WS-HOUSEHOLD-AREA, WS-CAP-RESULT.

      *    The ration week starts on the Monday; only this week's
      *    entitlement can be drawn, the rest has lapsed.
       0989-LOAD-RATIONS.
           MOVE 0 TO WS-RATION-COUNT.
           INITIALIZE WS-RATION-TABLE.
           COMPUTE WS-RATION-DAY-INT = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))).
           COMPUTE WS-RATION-WEEK-INT = (WS-RATION-DAY-INT - 1) / 7.
           COMPUTE WS-RATION-WEEK-INT = WS-RATION-WEEK-INT * 7 + 1.
           COMPUTE WS-RATION-WEEK-INT =
               FUNCTION DATE-OF-INTEGER(WS-RATION-WEEK-INT).
           MOVE WS-RATION-WEEK-INT TO WS-RATION-WEEK.
           OPEN INPUT F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-USERNAME = USER-INFO-NAME
                           AND REN-WEEK = WS-RATION-WEEK
                           AND REN-STATUS = "OPEN"
                           AND REN-REDEEMED < REN-ISSUED
                           AND WS-RATION-COUNT < 4
                               ADD 1 TO WS-RATION-COUNT
                               MOVE REN-CODE TO
                                 WS-RATION-CODE(WS-RATION-COUNT)
                               COMPUTE WS-RATION-LEFT(WS-RATION-COUNT)
                                 = REN-ISSUED - REN-REDEEMED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    A ration comes off the shelf like any sale and goes in the
      *    sales journal at nothing, so the till still proves the
      *    stock movement; no credits change hands.
       0990-REDEEM-RATION.
           PERFORM 0992-CHECK-ENTITLEMENT.
           MOVE 0 TO WS-BOUGHT.
           IF WS-RATION-FOUND = 1
               OPEN I-O F-STOCK-FILE
               IF WS-STOCK-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-STOCK-FILE
                           NOT AT END
                               IF CS-CODE = BUY-CODE-ENTRY
                               AND WS-BOUGHT = 0
                                   IF CS-ONHAND = 0
                                       MOVE 9 TO WS-BOUGHT
                                   ELSE
                                       MOVE 1 TO WS-BOUGHT
                                       MOVE 0 TO WS-ITEM-PRICE
                                       MOVE CS-CODE TO WS-ITEM-CODE
                                       MOVE CS-NAME TO WS-ITEM-NAME
                                       SUBTRACT 1 FROM CS-ONHAND
                                       REWRITE STOCK-RECORD
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-STOCK-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.
           IF WS-BOUGHT = 1
               PERFORM 0991-DRAW-ENTITLEMENT
               PERFORM 0986-WRITE-SALES-JOURNAL
           END-IF.
           IF WS-RATION-FOUND = 0
               MOVE "NO RATION LEFT FOR THAT ITEM" TO
                 COMMISSARY-RESULT-MESSAGE
           ELSE IF WS-BOUGHT = 9
               MOVE "OUT OF STOCK" TO COMMISSARY-RESULT-MESSAGE
           ELSE IF WS-BOUGHT = 0
               MOVE "NO SUCH ITEM" TO COMMISSARY-RESULT-MESSAGE
           ELSE
               MOVE "RATION ISSUED - COLLECT AT THE HATCH" TO
                 COMMISSARY-RESULT-MESSAGE
           END-IF.

       0991-DRAW-ENTITLEMENT.
           MOVE 0 TO WS-RATION-FOUND.
           OPEN I-O F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-USERNAME = USER-INFO-NAME
                           AND REN-WEEK = WS-RATION-WEEK
                           AND REN-CODE = BUY-CODE-ENTRY
                           AND REN-STATUS = "OPEN"
                           AND REN-REDEEMED < REN-ISSUED
                           AND WS-RATION-FOUND = 0
                               MOVE 1 TO WS-RATION-FOUND
                               ADD 1 TO REN-REDEEMED
                               REWRITE ENTITLEMENT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0992-CHECK-ENTITLEMENT.
           MOVE 0 TO WS-RATION-FOUND.
           OPEN INPUT F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-USERNAME = USER-INFO-NAME
                           AND REN-WEEK = WS-RATION-WEEK
                           AND REN-CODE = BUY-CODE-ENTRY
                           AND REN-STATUS = "OPEN"
                           AND REN-REDEEMED < REN-ISSUED
                               MOVE 1 TO WS-RATION-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
