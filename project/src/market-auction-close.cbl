       IDENTIFICATION DIVISION.
           PROGRAM-ID. market-auction-close.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LISTINGS-FILE ASSIGN TO "market-listings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             LOCK MODE IS AUTOMATIC
             FILE STATUS IS WS-LISTINGS-STATUS.
           SELECT F-BIDS-FILE ASSIGN TO "market-bids.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             LOCK MODE IS AUTOMATIC
             FILE STATUS IS WS-BIDS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-LISTINGS-FILE.
           01 MARKET-LISTING.
               05 LST-ID PIC 9(4).
               05 LST-SELLER PIC X(16).
               05 LST-ITEM PIC X(30).
               05 LST-PRICE PIC 999.
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

           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-ACNT-NUM PIC X(8).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-CREDIT PIC 999.
              05 USER-CREDIT-LIMIT PIC 9(4).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-LOCATION PIC X(20).
              05 USER-LAST-ACTIVITY PIC X(8).
              05 USER-ARCHIVED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-LISTINGS-STATUS PIC XX.
           01 WS-BIDS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-BIDS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-CLOSED-COUNT PIC 999 VALUE 0.
           01 WS-SOLD-COUNT PIC 999 VALUE 0.
           01 WS-ESCROW-REASON PIC X(20) VALUE "MARKET ESCROW".
           01 UPDATED-BALANCE PIC 999.

           01 WS-BID-COUNT PIC 99 VALUE 0.
           01 WS-BID-IDX PIC 99.
           01 WS-BEST-IDX PIC 99.
           01 WS-BID-TABLE.
               05 WS-BID-ENTRY OCCURS 50 TIMES.
                   10 WS-BID-BIDDER PIC X(16).
                   10 WS-BID-AMOUNT PIC 999.
                   10 WS-BID-TRIED PIC 9.

           01 WS-WINNER PIC X(16).
           01 WS-WIN-AMOUNT PIC 999.
           01 WS-SELLER PIC X(16).
           01 WS-LISTING-ID PIC 9(4).
           01 WS-CAN-PAY PIC 9.
           01 WS-NOTE-USER PIC X(16).
           01 WS-NOTE-MESSAGE PIC X(40).
           01 WS-NOTE-AMOUNT PIC 999.

           LINKAGE SECTION.
           01 LS-AUCTION-STATUS-MESSAGE PIC X(30).

      *    Sealed-bid listings whose closing date has passed are
      *    awarded to the highest bidder who can still cover the bid
      *    (earliest bid wins a tie).  Escrow is taken from the
      *    winner by the same route as a fixed-price purchase, so
      *    the seller's confirmed handover releases it as usual.
      *    Nobody else is charged; every bidder and the seller is
      *    told the result.
       PROCEDURE DIVISION USING LS-AUCTION-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O F-LISTINGS-FILE.
           IF WS-LISTINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LISTINGS-FILE
                       NOT AT END
                           IF LST-TYPE = "SEALED"
                           AND LST-STATUS = "OPEN"
                           AND LST-CLOSE-DATE < WS-TODAY
                               PERFORM 0010-CLOSE-LISTING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LISTINGS-FILE
           END-IF.

           MOVE SPACES TO LS-AUCTION-STATUS-MESSAGE.
           STRING "AUCTIONS CLOSED " DELIMITED BY SIZE
               WS-CLOSED-COUNT DELIMITED BY SIZE
               " SOLD " DELIMITED BY SIZE
               WS-SOLD-COUNT DELIMITED BY SIZE
               INTO LS-AUCTION-STATUS-MESSAGE.
           GOBACK.

       0010-CLOSE-LISTING.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE LST-ID TO WS-LISTING-ID.
           MOVE LST-SELLER TO WS-SELLER.
           MOVE SPACES TO WS-WINNER.
           MOVE 0 TO WS-WIN-AMOUNT.
           PERFORM 0020-LOAD-BIDS.
           PERFORM 0030-PICK-WINNER.

           IF WS-WINNER = SPACES
               MOVE "UNSOLD" TO LST-STATUS
               REWRITE MARKET-LISTING
               MOVE WS-SELLER TO WS-NOTE-USER
               MOVE SPACES TO WS-NOTE-MESSAGE
               STRING "AUCTION " DELIMITED BY SIZE
                   WS-LISTING-ID DELIMITED BY SIZE
                   " CLOSED UNSOLD" DELIMITED BY SIZE
                   INTO WS-NOTE-MESSAGE
               MOVE 0 TO WS-NOTE-AMOUNT
               CALL 'add-notification' USING WS-NOTE-USER
                 WS-NOTE-MESSAGE WS-NOTE-AMOUNT
           ELSE
               CALL 'deduct-credits' USING WS-WINNER, WS-WIN-AMOUNT,
                 UPDATED-BALANCE, WS-ESCROW-REASON
               MOVE "ESCROW" TO LST-STATUS
               MOVE WS-WINNER TO LST-BUYER
               MOVE WS-WIN-AMOUNT TO LST-PRICE
               REWRITE MARKET-LISTING
               ADD 1 TO WS-SOLD-COUNT
               MOVE WS-SELLER TO WS-NOTE-USER
               MOVE SPACES TO WS-NOTE-MESSAGE
               STRING "AUCTION " DELIMITED BY SIZE
                   WS-LISTING-ID DELIMITED BY SIZE
                   " SOLD - CONFIRM HANDOVER" DELIMITED BY SIZE
                   INTO WS-NOTE-MESSAGE
               MOVE WS-WIN-AMOUNT TO WS-NOTE-AMOUNT
               CALL 'add-notification' USING WS-NOTE-USER
                 WS-NOTE-MESSAGE WS-NOTE-AMOUNT
           END-IF.
           PERFORM 0040-SETTLE-BIDS.

       0020-LOAD-BIDS.
           MOVE 0 TO WS-BID-COUNT.
           OPEN INPUT F-BIDS-FILE.
           IF WS-BIDS-STATUS = "00"
               MOVE 0 TO WS-BIDS-ENDED
               PERFORM UNTIL WS-BIDS-ENDED = 1
                   READ F-BIDS-FILE
                       NOT AT END
                           IF BID-LISTING = WS-LISTING-ID
                           AND BID-STATUS = "SEALED"
                           AND WS-BID-COUNT < 50
                               ADD 1 TO WS-BID-COUNT
                               MOVE BID-BIDDER TO
                                 WS-BID-BIDDER(WS-BID-COUNT)
                               MOVE BID-AMOUNT TO
                                 WS-BID-AMOUNT(WS-BID-COUNT)
                               MOVE 0 TO WS-BID-TRIED(WS-BID-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-BIDS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BIDS-FILE
           END-IF.

      *    Highest untried bid first; a bidder who can no longer
      *    cover it is passed over for the next highest.
       0030-PICK-WINNER.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM UNTIL WS-WINNER NOT = SPACES OR WS-BEST-IDX = 0
               MOVE 0 TO WS-BEST-IDX
               PERFORM VARYING WS-BID-IDX FROM 1 BY 1
                 UNTIL WS-BID-IDX > WS-BID-COUNT
                   IF WS-BID-TRIED(WS-BID-IDX) = 0
                       IF WS-BEST-IDX = 0
                           MOVE WS-BID-IDX TO WS-BEST-IDX
                       ELSE
                           IF WS-BID-AMOUNT(WS-BID-IDX) >
                             WS-BID-AMOUNT(WS-BEST-IDX)
                               MOVE WS-BID-IDX TO WS-BEST-IDX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BEST-IDX > 0
                   MOVE 1 TO WS-BID-TRIED(WS-BEST-IDX)
                   PERFORM 0035-CHECK-FUNDS
                   IF WS-CAN-PAY = 1
                       MOVE WS-BID-BIDDER(WS-BEST-IDX) TO WS-WINNER
                       MOVE WS-BID-AMOUNT(WS-BEST-IDX) TO
                         WS-WIN-AMOUNT
                   END-IF
               END-IF
           END-PERFORM.

       0035-CHECK-FUNDS.
           MOVE 0 TO WS-CAN-PAY.
           OPEN INPUT F-USERS-FILE.
           MOVE WS-BID-BIDDER(WS-BEST-IDX) TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-CREDIT NOT < WS-BID-AMOUNT(WS-BEST-IDX)
                   AND USER-ARCHIVED NOT = "Y"
                   AND USER-ARCHIVED NOT = "D"
                       MOVE 1 TO WS-CAN-PAY
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

       0040-SETTLE-BIDS.
           OPEN I-O F-BIDS-FILE.
           IF WS-BIDS-STATUS = "00"
               MOVE 0 TO WS-BIDS-ENDED
               PERFORM UNTIL WS-BIDS-ENDED = 1
                   READ F-BIDS-FILE
                       NOT AT END
                           IF BID-LISTING = WS-LISTING-ID
                           AND BID-STATUS = "SEALED"
                               PERFORM 0045-SETTLE-ONE-BID
                           END-IF
                       AT END
                           MOVE 1 TO WS-BIDS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BIDS-FILE
           END-IF.

       0045-SETTLE-ONE-BID.
           MOVE BID-BIDDER TO WS-NOTE-USER.
           MOVE BID-AMOUNT TO WS-NOTE-AMOUNT.
           MOVE SPACES TO WS-NOTE-MESSAGE.
           IF BID-BIDDER = WS-WINNER
               MOVE "WON" TO BID-STATUS
               STRING "AUCTION " DELIMITED BY SIZE
                   WS-LISTING-ID DELIMITED BY SIZE
                   " WON - BID HELD IN ESCROW" DELIMITED BY SIZE
                   INTO WS-NOTE-MESSAGE
           ELSE
               MOVE "LOST" TO BID-STATUS
               STRING "AUCTION " DELIMITED BY SIZE
                   WS-LISTING-ID DELIMITED BY SIZE
                   " LOST - YOU WERE NOT CHARGED" DELIMITED BY SIZE
                   INTO WS-NOTE-MESSAGE
           END-IF.
           REWRITE MARKET-BID.
           CALL 'add-notification' USING WS-NOTE-USER
             WS-NOTE-MESSAGE WS-NOTE-AMOUNT.
