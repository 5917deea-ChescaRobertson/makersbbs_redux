       IDENTIFICATION DIVISION.
           PROGRAM-ID. record-promo-redemption.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-REDEMPTIONS-FILE ASSIGN TO "promo-redemptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REDEMPTIONS-STATUS.

       DATA DIVISION.
           FILE SECTION.
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
           01 WS-REDEMPTIONS-STATUS PIC XX.

           LINKAGE SECTION.
           01 LS-PROMO-CODE PIC X(10).
           01 LS-USERNAME PIC X(16).
           01 LS-SCOPE PIC X(10).
           01 LS-PRICE PIC 999.
           01 LS-DISCOUNT PIC 999.

      *    One line per sale made under a campaign code: the full
      *    price, the discount given and what the member paid.
       PROCEDURE DIVISION USING LS-PROMO-CODE, LS-USERNAME,
           LS-SCOPE, LS-PRICE, LS-DISCOUNT.

           OPEN EXTEND F-REDEMPTIONS-FILE.
           IF WS-REDEMPTIONS-STATUS = "35"
               OPEN OUTPUT F-REDEMPTIONS-FILE
           END-IF.
           MOVE SPACES TO REDEMPTION-RECORD.
           MOVE LS-PROMO-CODE TO PRD-CODE.
           MOVE LS-USERNAME TO PRD-USERNAME.
           MOVE LS-SCOPE TO PRD-SCOPE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PRD-DATE.
           MOVE LS-PRICE TO PRD-FULL-PRICE.
           MOVE LS-DISCOUNT TO PRD-DISCOUNT.
           COMPUTE PRD-PAID = LS-PRICE - LS-DISCOUNT.
           WRITE REDEMPTION-RECORD.
           CLOSE F-REDEMPTIONS-FILE.

           GOBACK.
