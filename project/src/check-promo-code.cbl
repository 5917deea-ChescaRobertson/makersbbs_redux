       IDENTIFICATION DIVISION.
           PROGRAM-ID. check-promo-code.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-PROMO-CODES-FILE ASSIGN TO "promo-codes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CODES-STATUS.
           SELECT F-REDEMPTIONS-FILE ASSIGN TO "promo-redemptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REDEMPTIONS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-PROMO-CODES-FILE.
           01 PROMO-CODE-RECORD.
               05 PC-CODE PIC X(10).
               05 PC-LABEL PIC X(20).
               05 PC-SCOPE PIC X(10).
               05 PC-PERCENT PIC 999.
               05 PC-START PIC X(8).
               05 PC-END PIC X(8).
               05 PC-MEMBER-CAP PIC 99.
               05 PC-TOTAL-CAP PIC 9(5).
               05 PC-STATUS PIC X(9).
               05 PC-CREATED-BY PIC X(16).

           FD F-REDEMPTIONS-FILE.
           01 REDEMPTION-RECORD.
               05 PRD-CODE PIC X(10).
               05 PRD-USERNAME PIC X(16).
               05 PRD-SCOPE PIC X(10).
               05 PRD-DATE PIC X(8).
               05 PRD-FULL-PRICE PIC 999.
               05 PRD-DISCOUNT PIC 999.
               05 PRD-PAID PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-CODES-STATUS PIC XX.
           01 WS-REDEMPTIONS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-CODE-FOUND PIC 9.
           01 WS-MEMBER-USES PIC 9(5).
           01 WS-TOTAL-USES PIC 9(5).

           LINKAGE SECTION.
           01 LS-PROMO-CODE PIC X(10).
           01 LS-USERNAME PIC X(16).
           01 LS-SCOPE PIC X(10).
           01 LS-PRICE PIC 999.
           01 LS-DISCOUNT PIC 999.
           01 LS-RESULT PIC X(30).

      *    Works out the discount a campaign code gives the member
      *    on a price, without recording anything; the caller
      *    records the redemption once the sale has gone through.
      *    A code covers one area (ARCADE, TRIVIA, PASS or
      *    COMMISSARY), all games (GAMES) or everything (ALL), and
      *    only between its start and end dates while neither the
      *    member's nor the campaign's redemption cap is used up.
      *    A cap of zero means no cap.
       PROCEDURE DIVISION USING LS-PROMO-CODE, LS-USERNAME,
           LS-SCOPE, LS-PRICE, LS-DISCOUNT, LS-RESULT.

           MOVE 0 TO LS-DISCOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0010-READ-CODE.

           IF WS-CODE-FOUND = 0 OR PC-STATUS NOT = "ACTIVE"
               MOVE "CODE NOT RECOGNISED" TO LS-RESULT
           ELSE IF WS-TODAY < PC-START OR WS-TODAY > PC-END
               MOVE "CODE NOT VALID TODAY" TO LS-RESULT
           ELSE IF PC-SCOPE NOT = "ALL" AND PC-SCOPE NOT = LS-SCOPE
             AND NOT (PC-SCOPE = "GAMES" AND
                 (LS-SCOPE = "ARCADE" OR LS-SCOPE = "TRIVIA"))
               MOVE "CODE NOT VALID HERE" TO LS-RESULT
           ELSE
               PERFORM 0020-COUNT-REDEMPTIONS
               IF PC-MEMBER-CAP > 0
               AND WS-MEMBER-USES NOT < PC-MEMBER-CAP
                   MOVE "CODE ALREADY USED" TO LS-RESULT
               ELSE IF PC-TOTAL-CAP > 0
               AND WS-TOTAL-USES NOT < PC-TOTAL-CAP
                   MOVE "CODE FULLY REDEEMED" TO LS-RESULT
               ELSE
                   COMPUTE LS-DISCOUNT ROUNDED =
                     LS-PRICE * PC-PERCENT / 100
                     ON SIZE ERROR
                       MOVE LS-PRICE TO LS-DISCOUNT
                   END-COMPUTE
                   IF LS-DISCOUNT > LS-PRICE
                       MOVE LS-PRICE TO LS-DISCOUNT
                   END-IF
                   MOVE "CODE APPLIED" TO LS-RESULT
               END-IF
           END-IF.

           GOBACK.

       0010-READ-CODE.
           MOVE 0 TO WS-CODE-FOUND.
           OPEN INPUT F-PROMO-CODES-FILE.
           IF WS-CODES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROMO-CODES-FILE
                       NOT AT END
                           IF PC-CODE = LS-PROMO-CODE
                               MOVE 1 TO WS-CODE-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROMO-CODES-FILE
           END-IF.

       0020-COUNT-REDEMPTIONS.
           MOVE 0 TO WS-MEMBER-USES.
           MOVE 0 TO WS-TOTAL-USES.
           OPEN INPUT F-REDEMPTIONS-FILE.
           IF WS-REDEMPTIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REDEMPTIONS-FILE
                       NOT AT END
                           IF PRD-CODE = LS-PROMO-CODE
                               ADD 1 TO WS-TOTAL-USES
                               IF PRD-USERNAME = LS-USERNAME
                                   ADD 1 TO WS-MEMBER-USES
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REDEMPTIONS-FILE
           END-IF.
