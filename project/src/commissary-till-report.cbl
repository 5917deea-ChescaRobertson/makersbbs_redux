       IDENTIFICATION DIVISION.
           PROGRAM-ID. commissary-till-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-STOCK-FILE ASSIGN TO "commissary-stock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.
           SELECT F-SALES-JOURNAL-FILE ASSIGN TO "commissary-sales.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT F-STOCK-MOVES-FILE ASSIGN TO
             "commissary-movements.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SM-STATUS.
           SELECT F-TILL-SNAPSHOT-FILE ASSIGN TO
             "commissary-till-snapshot.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SNAP-STATUS.
           SELECT F-SPEND-LOG-FILE ASSIGN TO "spend-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SPEND-STATUS.
           SELECT F-LEDGER-FILE ASSIGN TO "credit-ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
           SELECT F-POSTING-FAILURES-FILE
             ASSIGN TO "posting-failures.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FAILURES-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "commissary-till-report.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-STOCK-FILE.
           01 STOCK-RECORD.
               05 CS-CODE PIC X(4).
               05 CS-NAME PIC X(20).
               05 CS-PRICE PIC 999.
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

           FD F-TILL-SNAPSHOT-FILE.
           01 TILL-SNAPSHOT-RECORD.
               05 TS-STAMP PIC X(14).
               05 TS-CODE PIC X(4).
               05 TS-ONHAND PIC 9(4).

           FD F-SPEND-LOG-FILE.
           01 SPEND-LOG-RECORD.
              05 SL-USERNAME PIC X(16).
              05 SL-REASON PIC X(20).
              05 SL-AMOUNT PIC 999.
              05 SL-DATE PIC X(8).

           FD F-LEDGER-FILE.
           01 LEDGER-ENTRY.
               05 LE-DATE PIC X(8).
               05 LE-TRANS-REF PIC 9(8).
               05 LE-ACCOUNT PIC X(16).
               05 LE-SIDE PIC XX.
               05 LE-AMOUNT PIC 9(5).
               05 LE-REASON PIC X(20).

           FD F-POSTING-FAILURES-FILE.
           01 POSTING-FAILURE-RECORD.
               05 PF-USERNAME PIC X(16).
               05 PF-DIRECTION PIC X(6).
               05 PF-AMOUNT PIC 999.
               05 PF-REASON PIC X(20).
               05 PF-DATE PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-JOURNAL-STATUS PIC XX.
           01 WS-SM-STATUS PIC XX.
           01 WS-SNAP-STATUS PIC XX.
           01 WS-SPEND-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-FAILURES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-NOW-STAMP PIC X(14).
           01 WS-OPENING-STAMP PIC X(14).
           01 WS-RECORD-STAMP PIC X(14).
           01 WS-COMMISSARY-REASON PIC X(20) VALUE "COMMISSARY".

           01 WS-ITEM-COUNT PIC 999 VALUE 0.
           01 WS-ITEM-IDX PIC 999.
           01 WS-ITEM-FOUND PIC 999.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 100 TIMES.
                   10 WS-ITEM-CODE PIC X(4).
                   10 WS-ITEM-NAME PIC X(20).
                   10 WS-ITEM-OPENING PIC S9(6) COMP.
                   10 WS-ITEM-IN PIC S9(6) COMP.
                   10 WS-ITEM-OUT PIC S9(6) COMP.
                   10 WS-ITEM-SOLD PIC S9(6) COMP.
                   10 WS-ITEM-ONHAND PIC S9(6) COMP.

           01 WS-EXPECTED PIC S9(6) COMP.
           01 WS-UNIT-BREAKS PIC 999 VALUE 0.
           01 WS-JOURNAL-VALUE PIC 9(7) VALUE 0.
           01 WS-JOURNAL-LINES PIC 9(5) VALUE 0.
           01 WS-SPEND-VALUE PIC 9(7) VALUE 0.
           01 WS-LEDGER-VALUE PIC 9(7) VALUE 0.
           01 WS-FAILED-VALUE PIC 9(7) VALUE 0.
           01 WS-VALUE-BREAK PIC 9 VALUE 0.

           01 WS-EDIT-QTY PIC -(5)9.
           01 WS-EDIT-QTY-2 PIC -(5)9.
           01 WS-EDIT-QTY-3 PIC -(5)9.
           01 WS-EDIT-QTY-4 PIC -(5)9.
           01 WS-EDIT-QTY-5 PIC -(5)9.
           01 WS-EDIT-QTY-6 PIC -(5)9.
           01 WS-EDIT-VALUE PIC Z(6)9.
           01 WS-EDIT-LINES PIC Z(4)9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "COMMISSARY-TILL".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "commissary-till-report.dat".

           LINKAGE SECTION.
           01 LS-TILL-STATUS-MESSAGE PIC X(30).

      *    Units: opening count from the last close, plus receipts
      *    and adjustments logged at the desk, less journal sales,
      *    must equal what is on the shelf now.  Value: the day's
      *    journal must equal the COMMISSARY spend-log lines and
      *    the member debits on the ledger for the same day.
       PROCEDURE DIVISION USING LS-TILL-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-UNIT-BREAKS.
           MOVE 0 TO WS-VALUE-BREAK.
           INITIALIZE WS-ITEM-TABLE.

           PERFORM 0010-LOAD-SHELF.
           PERFORM 0015-LOAD-OPENING-COUNTS.
           PERFORM 0020-APPLY-MOVEMENTS.
           PERFORM 0025-APPLY-JOURNAL.
           PERFORM 0030-TALLY-SPEND-LOG.
           PERFORM 0035-TALLY-LEDGER.
           PERFORM 0040-TALLY-POSTING-FAILURES.
           PERFORM 0050-WRITE-REPORT.
           PERFORM 0060-SAVE-CLOSING-COUNTS.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-UNIT-BREAKS = 0 AND WS-VALUE-BREAK = 0
               MOVE "TILL RECONCILED" TO LS-TILL-STATUS-MESSAGE
           ELSE
               MOVE "TILL OUT - SEE REPORT" TO
                 LS-TILL-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-LOAD-SHELF.
           OPEN INPUT F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           IF WS-ITEM-COUNT < 100
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE CS-CODE TO
                                 WS-ITEM-CODE(WS-ITEM-COUNT)
                               MOVE CS-NAME TO
                                 WS-ITEM-NAME(WS-ITEM-COUNT)
                               MOVE CS-ONHAND TO
                                 WS-ITEM-ONHAND(WS-ITEM-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.

      *    The latest close on file is the opening position; an
      *    item first stocked since then opens at nought.
       0015-LOAD-OPENING-COUNTS.
           MOVE SPACES TO WS-OPENING-STAMP.
           OPEN INPUT F-TILL-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TILL-SNAPSHOT-FILE
                       NOT AT END
                           IF TS-STAMP > WS-OPENING-STAMP
                               MOVE TS-STAMP TO WS-OPENING-STAMP
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TILL-SNAPSHOT-FILE
           END-IF.
           IF WS-OPENING-STAMP NOT = SPACES
               OPEN INPUT F-TILL-SNAPSHOT-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TILL-SNAPSHOT-FILE
                       NOT AT END
                           IF TS-STAMP = WS-OPENING-STAMP
                               MOVE TS-CODE TO SM-CODE
                               PERFORM 0018-FIND-ITEM
                               IF WS-ITEM-FOUND > 0
                                   MOVE TS-ONHAND TO
                                     WS-ITEM-OPENING(WS-ITEM-FOUND)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TILL-SNAPSHOT-FILE
           END-IF.

       0018-FIND-ITEM.
           MOVE 0 TO WS-ITEM-FOUND.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-CODE(WS-ITEM-IDX) = SM-CODE
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
               END-IF
           END-PERFORM.

       0020-APPLY-MOVEMENTS.
           OPEN INPUT F-STOCK-MOVES-FILE.
           IF WS-SM-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-MOVES-FILE
                       NOT AT END
                           MOVE SPACES TO WS-RECORD-STAMP
                           STRING SM-DATE SM-TIME DELIMITED BY SIZE
                               INTO WS-RECORD-STAMP
                           IF WS-RECORD-STAMP > WS-OPENING-STAMP
                               PERFORM 0018-FIND-ITEM
                               IF WS-ITEM-FOUND > 0
                               AND SM-DIRECTION = "IN"
                                   ADD SM-QTY TO
                                     WS-ITEM-IN(WS-ITEM-FOUND)
                               END-IF
                               IF WS-ITEM-FOUND > 0
                               AND SM-DIRECTION = "OUT"
                                   ADD SM-QTY TO
                                     WS-ITEM-OUT(WS-ITEM-FOUND)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-MOVES-FILE
           END-IF.

       0025-APPLY-JOURNAL.
           OPEN INPUT F-SALES-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SALES-JOURNAL-FILE
                       NOT AT END
                           MOVE SPACES TO WS-RECORD-STAMP
                           STRING SJ-DATE SJ-TIME DELIMITED BY SIZE
                               INTO WS-RECORD-STAMP
                           IF WS-RECORD-STAMP > WS-OPENING-STAMP
                               MOVE SJ-CODE TO SM-CODE
                               PERFORM 0018-FIND-ITEM
                               IF WS-ITEM-FOUND > 0
                                   ADD SJ-QTY TO
                                     WS-ITEM-SOLD(WS-ITEM-FOUND)
                               END-IF
                           END-IF
                           IF SJ-DATE = WS-TODAY
                               ADD SJ-VALUE TO WS-JOURNAL-VALUE
                               ADD 1 TO WS-JOURNAL-LINES
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SALES-JOURNAL-FILE
           END-IF.

       0030-TALLY-SPEND-LOG.
           OPEN INPUT F-SPEND-LOG-FILE.
           IF WS-SPEND-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SPEND-LOG-FILE
                       NOT AT END
                           IF SL-DATE = WS-TODAY
                           AND SL-REASON = WS-COMMISSARY-REASON
                               ADD SL-AMOUNT TO WS-SPEND-VALUE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SPEND-LOG-FILE
           END-IF.

      *    The member side of each commissary posting is the debit
      *    leg on an account that is not a house (*) account.
       0035-TALLY-LEDGER.
           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEDGER-FILE
                       NOT AT END
                           IF LE-DATE = WS-TODAY
                           AND LE-REASON = WS-COMMISSARY-REASON
                           AND LE-SIDE = "DR"
                           AND LE-ACCOUNT(1:1) NOT = "*"
                               ADD LE-AMOUNT TO WS-LEDGER-VALUE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEDGER-FILE
           END-IF.

       0040-TALLY-POSTING-FAILURES.
           OPEN INPUT F-POSTING-FAILURES-FILE.
           IF WS-FAILURES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POSTING-FAILURES-FILE
                       NOT AT END
                           IF PF-DATE = WS-TODAY
                           AND PF-REASON = WS-COMMISSARY-REASON
                               ADD PF-AMOUNT TO WS-FAILED-VALUE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POSTING-FAILURES-FILE
           END-IF.

       0050-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMMISSARY TILL RECONCILIATION " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-OPENING-STAMP = SPACES
               MOVE "  OPENING COUNT: NONE ON FILE - ALL ITEMS AT ZERO"
                 TO REPORT-LINE
           ELSE
               STRING "  OPENING COUNT TAKEN " DELIMITED BY SIZE
                   WS-OPENING-STAMP DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  CODE ITEM                   OPEN    IN   OUT"
               DELIMITED BY SIZE
               "  SOLD EXPECT SHELF" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               COMPUTE WS-EXPECTED = WS-ITEM-OPENING(WS-ITEM-IDX)
                   + WS-ITEM-IN(WS-ITEM-IDX)
                   - WS-ITEM-OUT(WS-ITEM-IDX)
                   - WS-ITEM-SOLD(WS-ITEM-IDX)
               MOVE WS-ITEM-OPENING(WS-ITEM-IDX) TO WS-EDIT-QTY
               MOVE WS-ITEM-IN(WS-ITEM-IDX) TO WS-EDIT-QTY-2
               MOVE WS-ITEM-OUT(WS-ITEM-IDX) TO WS-EDIT-QTY-3
               MOVE WS-ITEM-SOLD(WS-ITEM-IDX) TO WS-EDIT-QTY-4
               MOVE WS-EXPECTED TO WS-EDIT-QTY-5
               MOVE WS-ITEM-ONHAND(WS-ITEM-IDX) TO WS-EDIT-QTY-6
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-ITEM-CODE(WS-ITEM-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ITEM-NAME(WS-ITEM-IDX) DELIMITED BY SIZE
                   WS-EDIT-QTY DELIMITED BY SIZE
                   WS-EDIT-QTY-2 DELIMITED BY SIZE
                   WS-EDIT-QTY-3 DELIMITED BY SIZE
                   WS-EDIT-QTY-4 DELIMITED BY SIZE
                   WS-EDIT-QTY-5 DELIMITED BY SIZE
                   WS-EDIT-QTY-6 DELIMITED BY SIZE
                   INTO REPORT-LINE
               IF WS-EXPECTED NOT = WS-ITEM-ONHAND(WS-ITEM-IDX)
                   ADD 1 TO WS-UNIT-BREAKS
                   MOVE "*" TO REPORT-LINE(80:1)
               END-IF
               WRITE REPORT-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-JOURNAL-LINES TO WS-EDIT-LINES.
           MOVE WS-JOURNAL-VALUE TO WS-EDIT-VALUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SALES JOURNAL TODAY  " DELIMITED BY SIZE
               WS-EDIT-LINES DELIMITED BY SIZE
               " LINES  VALUE " DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SPEND-VALUE TO WS-EDIT-VALUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SPEND LOG COMMISSARY           VALUE "
               DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LEDGER-VALUE TO WS-EDIT-VALUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  LEDGER MEMBER DEBITS           VALUE "
               DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FAILED-VALUE > 0
               MOVE WS-FAILED-VALUE TO WS-EDIT-VALUE
               MOVE SPACES TO REPORT-LINE
               STRING "  POSTINGS BEATEN BY LOCKS       VALUE "
                   DELIMITED BY SIZE
                   WS-EDIT-VALUE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           IF WS-JOURNAL-VALUE NOT = WS-SPEND-VALUE
           OR WS-JOURNAL-VALUE NOT = WS-LEDGER-VALUE
               MOVE 1 TO WS-VALUE-BREAK
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ITEMS WITH UNIT DIFFERENCES: " DELIMITED BY SIZE
               WS-UNIT-BREAKS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-VALUE-BREAK = 0
               MOVE "  SALES VALUE AGREES TO SPEND LOG AND LEDGER" TO
                 REPORT-LINE
           ELSE
               MOVE "  SALES VALUE DOES NOT AGREE - INVESTIGATE" TO
                 REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.

      *    Tonight's shelf becomes the next opening count.
       0060-SAVE-CLOSING-COUNTS.
           OPEN EXTEND F-TILL-SNAPSHOT-FILE.
           IF WS-SNAP-STATUS = "35"
               OPEN OUTPUT F-TILL-SNAPSHOT-FILE
           END-IF.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE SPACES TO TILL-SNAPSHOT-RECORD
               MOVE WS-NOW-STAMP TO TS-STAMP
               MOVE WS-ITEM-CODE(WS-ITEM-IDX) TO TS-CODE
               MOVE WS-ITEM-ONHAND(WS-ITEM-IDX) TO TS-ONHAND
               WRITE TILL-SNAPSHOT-RECORD
           END-PERFORM.
           CLOSE F-TILL-SNAPSHOT-FILE.
