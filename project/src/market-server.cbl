                 ORGANIZATION IS LINE SEQUENTIAL
                 LOCK MODE IS AUTOMATIC
                 FILE STATUS IS WS-LISTINGS-STATUS.
             SELECT F-BIDS-FILE ASSIGN TO 'market-bids.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 LOCK MODE IS AUTOMATIC
                 FILE STATUS IS WS-BIDS-STATUS.
             SELECT F-FEEDBACK-FILE ASSIGN TO 'market-feedback.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FEEDBACK-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 LST-STATUS PIC X(10).
               05 LST-BUYER PIC X(16).
               05 LST-DATE PIC X(8).
               05 LST-TYPE PIC X(6).
               05 LST-CLOSE-DATE PIC X(8).

           FD F-BIDS-FILE.
           01 MARKET-BID.
               05 BID-LISTING PIC 9(4).
               05 BID-BIDDER PIC X(16).
               05 BID-AMOUNT PIC 999.
               05 BID-DATE PIC X(8).
               05 BID-TIME PIC X(6).
               05 BID-STATUS PIC X(6).

           FD F-FEEDBACK-FILE.
           01 FEEDBACK-RECORD.
               05 FB-LISTING PIC 9(4).
               05 FB-FROM PIC X(16).
               05 FB-TO PIC X(16).
               05 FB-ROLE PIC X(6).
               05 FB-RATING PIC 9.
               05 FB-COMMENT PIC X(30).
               05 FB-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-LISTINGS-STATUS PIC XX.
           01 WS-BIDS-STATUS PIC XX.
           01 WS-FEEDBACK-STATUS PIC XX.
           01 WS-FB-TO PIC X(16).
           01 WS-FB-ROLE PIC X(6).
           01 WS-FB-DONE PIC 9.
           01 WS-SCORE-IDX PIC 9.
           01 WS-CLOSE-DATE PIC X(8).
           01 WS-CLOSE-NUM PIC 9(8).
           01 WS-BID-OK PIC 9.
           01 WS-BID-SELLER PIC X(16).
           01 WS-BID-RESERVE PIC 999.
           01 WS-VOID-BIDS PIC 9.
           01 WS-NOTE-USER PIC X(16).
           01 WS-NOTE-MESSAGE PIC X(40).
           01 WS-NOTE-AMOUNT PIC 999.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-EXPIRY-KEY PIC X(20) VALUE "MARKET-LIST-DAYS".
           01 WS-ESCROW-REASON PIC X(20) VALUE "MARKET ESCROW".
           01 WS-SALE-REASON PIC X(20) VALUE "MARKET SALE".
           01 WS-REFUND-REASON PIC X(20) VALUE "ESCROW REFUND".
           01 WS-HOUSEHOLD-AREA PIC X(4) VALUE "MRKT".
           01 WS-CAP-RESULT PIC X(4).
           01 WS-BLOCK-RESULT PIC X(5).
           01 WS-ACTION-DONE PIC 9.

           01 MARKET-CHOICE PIC X.
           01 MARKET-ID-ENTRY PIC 9(4).
           01 NEW-ITEM-ENTRY PIC X(30).
           01 NEW-PRICE-ENTRY PIC 999.
           01 NEW-DAYS-ENTRY PIC 99.
           01 BID-AMOUNT-ENTRY PIC 999.
           01 RATING-ENTRY PIC 9.
           01 COMMENT-ENTRY PIC X(30).

           01 WS-LST-COUNT PIC 9 VALUE 0.
           01 WS-LST-TABLE.
                   10 WS-LST-ITEM PIC X(30).
                   10 WS-LST-PRICE PIC 999.
                   10 WS-LST-STATUS PIC X(10).
                   10 WS-LST-SCORE PIC X(10).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
                   "Id    Seller           Item
      -            "    Price  Status"
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 94 VALUE "Seller score"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9(4) USING WS-LST-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 26 PIC X(16) USING WS-LST-SELLER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 83 PIC X(10) USING WS-LST-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 94 PIC X(10) USING WS-LST-SCORE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9(4) USING WS-LST-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 26 PIC X(16) USING WS-LST-SELLER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 83 PIC X(10) USING WS-LST-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 94 PIC X(10) USING WS-LST-SCORE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-LST-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 26 PIC X(16) USING WS-LST-SELLER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 83 PIC X(10) USING WS-LST-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 94 PIC X(10) USING WS-LST-SCORE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-LST-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(16) USING WS-LST-SELLER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 83 PIC X(10) USING WS-LST-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 94 PIC X(10) USING WS-LST-SCORE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-LST-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 26 PIC X(16) USING WS-LST-SELLER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 83 PIC X(10) USING WS-LST-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 94 PIC X(10) USING WS-LST-SCORE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 VALUE "Listing id: "
                   FOREGROUND-COLOR IS 2.
               05 MARKET-ID-FIELD LINE 13 COL 32 PIC 9(4)
                   FOREGROUND-COLOR IS 2.
               05 NEW-PRICE-FIELD LINE 14 COL 73 PIC 999
                   USING NEW-PRICE-ENTRY.
               05 LINE 15 COL 20 VALUE "Sealed bid - days to close: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-DAYS-FIELD LINE 15 COL 48 PIC 99
                   USING NEW-DAYS-ENTRY.
               05 LINE 15 COL 56 VALUE "Your bid: "
                   FOREGROUND-COLOR IS 2.
               05 BID-AMOUNT-FIELD LINE 15 COL 66 PIC 999
                   USING BID-AMOUNT-ENTRY.
               05 LINE 17 COL 20 VALUE "Rating 1-5: "
                   FOREGROUND-COLOR IS 2.
               05 RATING-FIELD LINE 17 COL 32 PIC 9
                   USING RATING-ENTRY.
               05 LINE 17 COL 35 VALUE "Comment: "
                   FOREGROUND-COLOR IS 2.
               05 COMMENT-FIELD LINE 17 COL 44 PIC X(30)
                   USING COMMENT-ENTRY.
               05 LINE 16 COL 20 PIC X(40)
                   USING MARKET-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
                   "(n) New listing  (b) Buy id  (c) Confirm handover"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE
                   "(x) Cancel  (s) Sealed bid  (f) Feedback  (g) Back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
           MOVE 0 TO MARKET-ID-ENTRY.
           MOVE SPACES TO NEW-ITEM-ENTRY.
           MOVE 0 TO NEW-PRICE-ENTRY.
           MOVE 0 TO NEW-DAYS-ENTRY.
           MOVE 0 TO BID-AMOUNT-ENTRY.
           MOVE 0 TO RATING-ENTRY.
           MOVE SPACES TO COMMENT-ENTRY.
           INITIALIZE MARKET-CHOICE.
           DISPLAY MARKET-SCREEN.

           ACCEPT MARKET-ID-FIELD.
           ACCEPT NEW-ITEM-FIELD.
           ACCEPT NEW-PRICE-FIELD.
           ACCEPT NEW-DAYS-FIELD.
           ACCEPT BID-AMOUNT-FIELD.
           ACCEPT RATING-FIELD.
           ACCEPT COMMENT-FIELD.
           ACCEPT MARKET-CHOICE-FIELD.
           MOVE SPACES TO MARKET-RESULT-MESSAGE.

           ELSE IF MARKET-CHOICE = 'x' OR 'X'
               PERFORM 0182-CANCEL-LISTING
               PERFORM 0170-MARKET-MENU
           ELSE IF MARKET-CHOICE = 's' OR 'S'
               PERFORM 0184-PLACE-BID
               PERFORM 0170-MARKET-MENU
           ELSE IF MARKET-CHOICE = 'f' OR 'F'
               PERFORM 0186-LEAVE-FEEDBACK
               PERFORM 0170-MARKET-MENU
           ELSE
               PERFORM 0170-MARKET-MENU
           END-IF.

      *    Open listings older than the admin-set age expire here.
      *    Sealed-bid listings run to their own closing date and are
      *    closed by the auction batch instead.
       0172-EXPIRE-STALE-LISTINGS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-NUM.
           OPEN I-O F-LISTINGS-FILE.
                   READ F-LISTINGS-FILE
                       NOT AT END
                           IF LST-STATUS = "OPEN"
                           AND LST-TYPE NOT = "SEALED"
                               MOVE LST-DATE TO WS-DATE-NUM
                               COMPUTE WS-AGE-DAYS =
                                 FUNCTION INTEGER-OF-DATE
                                 WS-LST-PRICE(WS-LST-COUNT)
                               MOVE LST-STATUS TO
                                 WS-LST-STATUS(WS-LST-COUNT)
                               IF LST-TYPE = "SEALED"
                               AND LST-STATUS = "OPEN"
                                   MOVE "SEALED" TO
                                     WS-LST-STATUS(WS-LST-COUNT)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               END-PERFORM
               CLOSE F-LISTINGS-FILE
           END-IF.
           PERFORM VARYING WS-SCORE-IDX FROM 1 BY 1
             UNTIL WS-SCORE-IDX > WS-LST-COUNT
               CALL 'get-trading-score' USING
                 WS-LST-SELLER(WS-SCORE-IDX) WS-LST-SCORE(WS-SCORE-IDX)
           END-PERFORM.

       0176-NEW-LISTING.
           IF NEW-ITEM-ENTRY = SPACES OR NEW-PRICE-ENTRY = 0
               MOVE NEW-PRICE-ENTRY TO LST-PRICE
               MOVE "OPEN" TO LST-STATUS
               MOVE WS-TODAY TO LST-DATE
               IF NEW-DAYS-ENTRY > 0
                   MOVE WS-TODAY TO WS-DATE-NUM
                   COMPUTE WS-CLOSE-NUM = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                     + NEW-DAYS-ENTRY)
                   MOVE WS-CLOSE-NUM TO WS-CLOSE-DATE
                   MOVE "SEALED" TO LST-TYPE
                   MOVE WS-CLOSE-DATE TO LST-CLOSE-DATE
               ELSE
                   MOVE "FIXED" TO LST-TYPE
               END-IF
               WRITE MARKET-LISTING
               CLOSE F-LISTINGS-FILE
               IF NEW-DAYS-ENTRY > 0
                   MOVE SPACES TO MARKET-RESULT-MESSAGE
                   STRING "SEALED BIDS UNTIL " DELIMITED BY SIZE
                       WS-CLOSE-DATE DELIMITED BY SIZE
                       INTO MARKET-RESULT-MESSAGE
               ELSE
                   MOVE "LISTING POSTED" TO MARKET-RESULT-MESSAGE
               END-IF
           END-IF.

      *    Buying moves the price into escrow; the seller is paid
                 MARKET-RESULT-MESSAGE
           END-IF.

      *    A seller who has blocked the buyer never sees the offer;
      *    the buyer is simply told it was not accepted.
       0179-TAKE-ESCROW.
           CALL 'check-household-cap' USING USER-INFO-NAME, LST-PRICE,
             WS-HOUSEHOLD-AREA, WS-CAP-RESULT.
           CALL 'check-member-block' USING LST-SELLER, USER-INFO-NAME,
             WS-BLOCK-RESULT.
           IF LST-TYPE = "SEALED"
               MOVE "SEALED BID LISTING - USE (s) TO BID" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF LST-SELLER = USER-INFO-NAME
               MOVE "CANNOT BUY YOUR OWN LISTING" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF WS-BLOCK-RESULT = "TRUE"
               MOVE "OFFER NOT ACCEPTED" TO MARKET-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(LST-PRICE, USER-INFO-CREDITS) =
             "FALSE"
               MOVE "INSUFFICIENT CREDITS" TO MARKET-RESULT-MESSAGE
           ELSE IF WS-CAP-RESULT = "FAIL"
               MOVE "HOUSEHOLD DAILY CAP REACHED" TO
                 MARKET-RESULT-MESSAGE
           ELSE
               CALL 'deduct-credits' USING USER-INFO-NAME,
                 LST-PRICE, UPDATED-BALANCE, WS-ESCROW-REASON
      *    can be withdrawn by its seller.
       0182-CANCEL-LISTING.
           MOVE 0 TO WS-ACTION-DONE.
           MOVE 0 TO WS-VOID-BIDS.
           OPEN I-O F-LISTINGS-FILE.
           IF WS-LISTINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               END-PERFORM
               CLOSE F-LISTINGS-FILE
           END-IF.
           IF WS-VOID-BIDS = 1
               PERFORM 0183A-VOID-BIDS
           END-IF.
           IF WS-ACTION-DONE = 0
           AND MARKET-RESULT-MESSAGE = SPACES
               MOVE "NOTHING TO CANCEL THERE" TO
               MOVE "CANCELLED" TO LST-STATUS
               REWRITE MARKET-LISTING
               MOVE 1 TO WS-ACTION-DONE
               IF LST-TYPE = "SEALED"
                   MOVE 1 TO WS-VOID-BIDS
               END-IF
               MOVE "LISTING WITHDRAWN" TO MARKET-RESULT-MESSAGE
           END-IF.

      *    A withdrawn sealed listing takes its bids with it.  No bid
      *    was ever charged, so each bidder is only told.
       0183A-VOID-BIDS.
           OPEN I-O F-BIDS-FILE.
           IF WS-BIDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BIDS-FILE
                       NOT AT END
                           IF BID-LISTING = MARKET-ID-ENTRY
                           AND BID-STATUS = "SEALED"
                               MOVE "VOID" TO BID-STATUS
                               REWRITE MARKET-BID
                               MOVE BID-BIDDER TO WS-NOTE-USER
                               MOVE BID-AMOUNT TO WS-NOTE-AMOUNT
                               MOVE SPACES TO WS-NOTE-MESSAGE
                               STRING "AUCTION " DELIMITED BY SIZE
                                   BID-LISTING DELIMITED BY SIZE
                                   " WITHDRAWN - BID VOID"
                                   DELIMITED BY SIZE
                                   INTO WS-NOTE-MESSAGE
                               CALL 'add-notification' USING
                                 WS-NOTE-USER WS-NOTE-MESSAGE
                                 WS-NOTE-AMOUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BIDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Sealed bids: nothing is charged when a bid goes in, so a
      *    losing bidder never pays.  The asking price is the
      *    reserve, and a member's later bid replaces their earlier
      *    one until the listing closes.  The auction close batch
      *    takes escrow from the winner.
       0184-PLACE-BID.
           MOVE 0 TO WS-BID-OK.
           OPEN INPUT F-LISTINGS-FILE.
           IF WS-LISTINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LISTINGS-FILE
                       NOT AT END
                           IF LST-ID = MARKET-ID-ENTRY
                           AND LST-TYPE = "SEALED"
                           AND LST-STATUS = "OPEN"
                           AND LST-CLOSE-DATE NOT < WS-TODAY
                               MOVE 1 TO WS-BID-OK
                               MOVE LST-SELLER TO WS-BID-SELLER
                               MOVE LST-PRICE TO WS-BID-RESERVE
                               MOVE LST-CLOSE-DATE TO WS-CLOSE-DATE
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LISTINGS-FILE
           END-IF.
           CALL 'check-household-cap' USING USER-INFO-NAME,
             BID-AMOUNT-ENTRY, WS-HOUSEHOLD-AREA, WS-CAP-RESULT.
           MOVE "FALSE" TO WS-BLOCK-RESULT.
           IF WS-BID-OK = 1
               CALL 'check-member-block' USING WS-BID-SELLER,
                 USER-INFO-NAME, WS-BLOCK-RESULT
           END-IF.
           IF WS-BID-OK = 0
               MOVE "NO SEALED LISTING OPEN WITH THAT ID" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF WS-BID-SELLER = USER-INFO-NAME
               MOVE "CANNOT BID ON YOUR OWN LISTING" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF WS-BLOCK-RESULT = "TRUE"
               MOVE "OFFER NOT ACCEPTED" TO MARKET-RESULT-MESSAGE
           ELSE IF BID-AMOUNT-ENTRY < WS-BID-RESERVE
               MOVE "BID IS BELOW THE RESERVE PRICE" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(BID-AMOUNT-ENTRY, USER-INFO-CREDITS)
             = "FALSE"
               MOVE "INSUFFICIENT CREDITS TO BACK BID" TO
                 MARKET-RESULT-MESSAGE
           ELSE IF WS-CAP-RESULT = "FAIL"
               MOVE "HOUSEHOLD DAILY CAP REACHED" TO
                 MARKET-RESULT-MESSAGE
           ELSE
               PERFORM 0185-RECORD-BID
               MOVE SPACES TO MARKET-RESULT-MESSAGE
               STRING "BID SEALED - CLOSES " DELIMITED BY SIZE
                   WS-CLOSE-DATE DELIMITED BY SIZE
                   INTO MARKET-RESULT-MESSAGE
           END-IF.

       0185-RECORD-BID.
           MOVE 0 TO WS-ACTION-DONE.
           OPEN I-O F-BIDS-FILE.
           IF WS-BIDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BIDS-FILE
                       NOT AT END
                           IF BID-LISTING = MARKET-ID-ENTRY
                           AND BID-BIDDER = USER-INFO-NAME
                           AND BID-STATUS = "SEALED"
                               MOVE BID-AMOUNT-ENTRY TO BID-AMOUNT
                               MOVE WS-TODAY TO BID-DATE
                               MOVE FUNCTION CURRENT-DATE(9:6) TO
                                 BID-TIME
                               REWRITE MARKET-BID
                               MOVE 1 TO WS-ACTION-DONE
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BIDS-FILE
           END-IF.
           IF WS-ACTION-DONE = 0
               OPEN EXTEND F-BIDS-FILE
               IF WS-BIDS-STATUS = "35"
                   OPEN OUTPUT F-BIDS-FILE
               END-IF
               MOVE SPACES TO MARKET-BID
               MOVE MARKET-ID-ENTRY TO BID-LISTING
               MOVE USER-INFO-NAME TO BID-BIDDER
               MOVE BID-AMOUNT-ENTRY TO BID-AMOUNT
               MOVE WS-TODAY TO BID-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO BID-TIME
               MOVE "SEALED" TO BID-STATUS
               WRITE MARKET-BID
               CLOSE F-BIDS-FILE
           END-IF.

      *    Once a trade is SOLD each side may rate the other once,
      *    1 (bad) to 5 (good), with a short comment.  The ratings
      *    build the trading score shown on listings and in the
      *    directory.
       0186-LEAVE-FEEDBACK.
           MOVE SPACES TO WS-FB-TO.
           IF RATING-ENTRY < 1 OR RATING-ENTRY > 5
               MOVE "RATING MUST BE 1 TO 5" TO MARKET-RESULT-MESSAGE
           ELSE
               OPEN INPUT F-LISTINGS-FILE
               IF WS-LISTINGS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-LISTINGS-FILE
                           NOT AT END
                               IF LST-ID = MARKET-ID-ENTRY
                               AND LST-STATUS = "SOLD"
                                   PERFORM 0187-FEEDBACK-PARTY
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-LISTINGS-FILE
               END-IF
               IF WS-FB-TO = SPACES
                   MOVE "NO COMPLETED TRADE OF YOURS THERE" TO
                     MARKET-RESULT-MESSAGE
               ELSE
                   PERFORM 0188-WRITE-FEEDBACK
               END-IF
           END-IF.

       0187-FEEDBACK-PARTY.
           IF LST-BUYER = USER-INFO-NAME
               MOVE LST-SELLER TO WS-FB-TO
               MOVE "BUYER" TO WS-FB-ROLE
           ELSE IF LST-SELLER = USER-INFO-NAME
               MOVE LST-BUYER TO WS-FB-TO
               MOVE "SELLER" TO WS-FB-ROLE
           END-IF.

       0188-WRITE-FEEDBACK.
           MOVE 0 TO WS-FB-DONE.
           OPEN INPUT F-FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FEEDBACK-FILE
                       NOT AT END
                           IF FB-LISTING = MARKET-ID-ENTRY
                           AND FB-FROM = USER-INFO-NAME
                               MOVE 1 TO WS-FB-DONE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FEEDBACK-FILE
           END-IF.
           IF WS-FB-DONE = 1
               MOVE "YOU HAVE ALREADY RATED THIS TRADE" TO
                 MARKET-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-FEEDBACK-FILE
               IF WS-FEEDBACK-STATUS = "35"
                   OPEN OUTPUT F-FEEDBACK-FILE
               END-IF
               MOVE SPACES TO FEEDBACK-RECORD
               MOVE MARKET-ID-ENTRY TO FB-LISTING
               MOVE USER-INFO-NAME TO FB-FROM
               MOVE WS-FB-TO TO FB-TO
               MOVE WS-FB-ROLE TO FB-ROLE
               MOVE RATING-ENTRY TO FB-RATING
               MOVE COMMENT-ENTRY TO FB-COMMENT
               MOVE WS-TODAY TO FB-DATE
               WRITE FEEDBACK-RECORD
               CLOSE F-FEEDBACK-FILE
               MOVE "FEEDBACK RECORDED - THANK YOU" TO
                 MARKET-RESULT-MESSAGE
           END-IF.
