       IDENTIFICATION DIVISION.
           PROGRAM-ID. commissary-stocktake-post.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-STOCKTAKE-FILE ASSIGN TO "commissary-stocktake.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCKTAKE-STATUS.
           SELECT F-STOCK-FILE ASSIGN TO "commissary-stock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.
           SELECT F-STOCK-MOVES-FILE ASSIGN TO
             "commissary-movements.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SM-STATUS.
           SELECT F-HISTORY-FILE ASSIGN TO
             "commissary-stocktake-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-STOCK-FILE.
           01 STOCK-RECORD.
               05 CS-CODE PIC X(4).
               05 CS-NAME PIC X(20).
               05 CS-PRICE PIC 999.
               05 CS-ONHAND PIC 9(4).
               05 CS-REORDER PIC 9(4).

           FD F-STOCK-MOVES-FILE.
           01 STOCK-MOVEMENT-RECORD.
               05 SM-DATE PIC X(8).
               05 SM-TIME PIC X(6).
               05 SM-CODE PIC X(4).
               05 SM-TYPE PIC X(4).
               05 SM-DIRECTION PIC X(3).
               05 SM-QTY PIC 9(4).
               05 SM-ADMIN PIC X(16).
               05 SM-REFERENCE PIC X(10).

           FD F-HISTORY-FILE.
           01 HISTORY-RECORD.
               05 SH-APPROVED-DATE PIC X(8).
               05 SH-APPROVED-BY PIC X(16).
               05 SH-FROZEN-AT PIC X(14).
               05 SH-CODE PIC X(4).
               05 SH-BOOK-QTY PIC 9(4).
               05 SH-COUNT-QTY PIC 9(4).
               05 SH-PRICE PIC 999.
               05 SH-VALUE PIC 9(5).
               05 SH-DIRECTION PIC X(3).
               05 SH-TRANS-REF PIC 9(8).

           WORKING-STORAGE SECTION.
           01 WS-STOCKTAKE-STATUS PIC XX.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-SM-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-UNCOUNTED PIC 999 VALUE 0.
           01 WS-POSTED-COUNT PIC 999 VALUE 0.

           01 WS-LINE-COUNT PIC 999 VALUE 0.
           01 WS-LINE-IDX PIC 999.
           01 WS-LINE-TABLE.
               05 WS-LINE-ENTRY OCCURS 100 TIMES.
                   10 WS-LINE-CODE PIC X(4).
                   10 WS-LINE-BOOK PIC 9(4).
                   10 WS-LINE-COUNT-QTY PIC 9(4).
                   10 WS-LINE-PRICE PIC 999.
                   10 WS-LINE-FROZEN-AT PIC X(14).

           01 WS-VARIANCE-QTY PIC 9(4).
           01 WS-VARIANCE-DIR PIC X(3).
           01 WS-LEDGER-AMOUNT PIC 9(5).
           01 WS-LEDGER-REF PIC 9(8).
           01 WS-LEDGER-REASON PIC X(20).
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-DEBIT-ACCOUNT PIC X(16).
           01 WS-CREDIT-ACCOUNT PIC X(16).
           01 WS-SHRINKAGE-ACCOUNT PIC X(16) VALUE "*SHRINKAGE*".
           01 WS-STOCK-ACCOUNT PIC X(16) VALUE "*COMMISSARY-STK*".

           LINKAGE SECTION.
           01 LS-ADMIN-NAME PIC X(16).
           01 LS-STOCKTAKE-STATUS-MESSAGE PIC X(30).

      *    Supervisor approval of a completed count.  Each line that
      *    differs from the frozen book moves the shelf by the
      *    difference, leaves an ADJ movement for the till report,
      *    and posts its value through the ledger: a shortfall as
      *    shrinkage, a surplus back the other way.  The approved
      *    sheet goes to history and the count sheet is cleared,
      *    which reopens the hatch.
       PROCEDURE DIVISION USING LS-ADMIN-NAME,
           LS-STOCKTAKE-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0010-LOAD-COUNT-SHEET.
           IF WS-LINE-COUNT = 0
               MOVE "NO STOCKTAKE OPEN" TO LS-STOCKTAKE-STATUS-MESSAGE
               GOBACK
           END-IF.
           IF WS-UNCOUNTED > 0
               MOVE "COUNT INCOMPLETE - NOT POSTED" TO
                 LS-STOCKTAKE-STATUS-MESSAGE
               GOBACK
           END-IF.

           OPEN EXTEND F-HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT F-HISTORY-FILE
           END-IF.
           OPEN I-O F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           PERFORM 0020-POST-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.
           CLOSE F-HISTORY-FILE.

           OPEN OUTPUT F-STOCKTAKE-FILE.
           CLOSE F-STOCKTAKE-FILE.

           MOVE SPACES TO LS-STOCKTAKE-STATUS-MESSAGE.
           STRING "STOCKTAKE POSTED - " DELIMITED BY SIZE
               WS-POSTED-COUNT DELIMITED BY SIZE
               " LINES" DELIMITED BY SIZE
               INTO LS-STOCKTAKE-STATUS-MESSAGE.
           GOBACK.

       0010-LOAD-COUNT-SHEET.
           OPEN INPUT F-STOCKTAKE-FILE.
           IF WS-STOCKTAKE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCKTAKE-FILE
                       NOT AT END
                           IF ST-COUNTED NOT = "Y"
                               ADD 1 TO WS-UNCOUNTED
                           END-IF
                           IF WS-LINE-COUNT < 100
                               ADD 1 TO WS-LINE-COUNT
                               MOVE ST-CODE TO
                                 WS-LINE-CODE(WS-LINE-COUNT)
                               MOVE ST-BOOK-QTY TO
                                 WS-LINE-BOOK(WS-LINE-COUNT)
                               MOVE ST-COUNT-QTY TO
                                 WS-LINE-COUNT-QTY(WS-LINE-COUNT)
                               MOVE ST-PRICE TO
                                 WS-LINE-PRICE(WS-LINE-COUNT)
                               MOVE ST-FROZEN-AT TO
                                 WS-LINE-FROZEN-AT(WS-LINE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCKTAKE-FILE
           END-IF.

       0020-POST-LINE.
           MOVE 0 TO WS-LINE-IDX.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
             UNTIL WS-LINE-IDX > WS-LINE-COUNT
             OR WS-LINE-CODE(WS-LINE-IDX) = CS-CODE
               CONTINUE
           END-PERFORM.
           IF WS-LINE-IDX NOT > WS-LINE-COUNT
               IF WS-LINE-COUNT-QTY(WS-LINE-IDX) NOT =
                 WS-LINE-BOOK(WS-LINE-IDX)
                   PERFORM 0025-POST-VARIANCE
               END-IF
           END-IF.

       0025-POST-VARIANCE.
           IF WS-LINE-COUNT-QTY(WS-LINE-IDX) <
             WS-LINE-BOOK(WS-LINE-IDX)
               MOVE "OUT" TO WS-VARIANCE-DIR
               COMPUTE WS-VARIANCE-QTY = WS-LINE-BOOK(WS-LINE-IDX)
                   - WS-LINE-COUNT-QTY(WS-LINE-IDX)
               IF WS-VARIANCE-QTY > CS-ONHAND
                   MOVE 0 TO CS-ONHAND
               ELSE
                   SUBTRACT WS-VARIANCE-QTY FROM CS-ONHAND
               END-IF
               MOVE "STOCK-SHRINKAGE" TO WS-LEDGER-REASON
               MOVE WS-SHRINKAGE-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-STOCK-ACCOUNT TO WS-CREDIT-ACCOUNT
           ELSE
               MOVE "IN" TO WS-VARIANCE-DIR
               COMPUTE WS-VARIANCE-QTY =
                   WS-LINE-COUNT-QTY(WS-LINE-IDX)
                   - WS-LINE-BOOK(WS-LINE-IDX)
               ADD WS-VARIANCE-QTY TO CS-ONHAND
               MOVE "STOCK-SURPLUS" TO WS-LEDGER-REASON
               MOVE WS-STOCK-ACCOUNT TO WS-DEBIT-ACCOUNT
               MOVE WS-SHRINKAGE-ACCOUNT TO WS-CREDIT-ACCOUNT
           END-IF.
           REWRITE STOCK-RECORD.
           ADD 1 TO WS-POSTED-COUNT.

           OPEN EXTEND F-STOCK-MOVES-FILE.
           IF WS-SM-STATUS = "35"
               OPEN OUTPUT F-STOCK-MOVES-FILE
           END-IF.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE WS-TODAY TO SM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SM-TIME.
           MOVE CS-CODE TO SM-CODE.
           MOVE "ADJ" TO SM-TYPE.
           MOVE WS-VARIANCE-DIR TO SM-DIRECTION.
           MOVE WS-VARIANCE-QTY TO SM-QTY.
           MOVE LS-ADMIN-NAME TO SM-ADMIN.
           MOVE "STOCKTAKE" TO SM-REFERENCE.
           WRITE STOCK-MOVEMENT-RECORD.
           CLOSE F-STOCK-MOVES-FILE.

           COMPUTE WS-LEDGER-AMOUNT =
               WS-VARIANCE-QTY * WS-LINE-PRICE(WS-LINE-IDX).
           MOVE 0 TO WS-LEDGER-REF.
           IF WS-LEDGER-AMOUNT > 0
               CALL 'next-trans-ref' USING WS-LEDGER-REF
               CALL 'get-posting-rule' USING WS-LEDGER-REASON
                 WS-NO-MEMBER WS-DEBIT-ACCOUNT WS-CREDIT-ACCOUNT
               CALL 'post-ledger-entry' USING WS-DEBIT-ACCOUNT
                 WS-CREDIT-ACCOUNT WS-LEDGER-AMOUNT WS-LEDGER-REASON
                 WS-LEDGER-REF
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-TODAY TO SH-APPROVED-DATE.
           MOVE LS-ADMIN-NAME TO SH-APPROVED-BY.
           MOVE WS-LINE-FROZEN-AT(WS-LINE-IDX) TO SH-FROZEN-AT.
           MOVE CS-CODE TO SH-CODE.
           MOVE WS-LINE-BOOK(WS-LINE-IDX) TO SH-BOOK-QTY.
           MOVE WS-LINE-COUNT-QTY(WS-LINE-IDX) TO SH-COUNT-QTY.
           MOVE WS-LINE-PRICE(WS-LINE-IDX) TO SH-PRICE.
           MOVE WS-LEDGER-AMOUNT TO SH-VALUE.
           MOVE WS-VARIANCE-DIR TO SH-DIRECTION.
           MOVE WS-LEDGER-REF TO SH-TRANS-REF.
           WRITE HISTORY-RECORD.
