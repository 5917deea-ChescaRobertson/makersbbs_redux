       IDENTIFICATION DIVISION.
           PROGRAM-ID. levy-return-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEVY-LOG-FILE ASSIGN TO "levy-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEVY-LOG-STATUS.
           SELECT F-LEDGER-FILE ASSIGN TO "credit-ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "levy-return.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEVY-LOG-FILE.
           01 LEVY-LOG-RECORD.
               05 LV-DATE PIC X(8).
               05 LV-CATEGORY PIC X(10).
               05 LV-USERNAME PIC X(16).
               05 LV-TRANS-REF PIC 9(8).
               05 LV-BASE PIC 999.
               05 LV-LEVY PIC 999.
               05 LV-DIRECTION PIC X.

           FD F-LEDGER-FILE.
           01 LEDGER-ENTRY.
               05 LE-DATE PIC X(8).
               05 LE-TRANS-REF PIC 9(8).
               05 LE-ACCOUNT PIC X(16).
               05 LE-SIDE PIC XX.
               05 LE-AMOUNT PIC 9(5).
               05 LE-REASON PIC X(20).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LEVY-LOG-STATUS PIC XX.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LEVY-PAYABLE PIC X(16) VALUE "*LEVY-PAYABLE*".
           01 WS-COLLECT-REASON PIC X(20) VALUE "LEVY PAYABLE".
           01 WS-REVERSE-REASON PIC X(20) VALUE "LEVY REVERSAL".

           01 WS-YEAR PIC 9(4).
           01 WS-MONTH PIC 99.
           01 WS-QTR PIC 9.
           01 WS-QTR-MONTH PIC 99.
           01 WS-PERIOD PIC 9.
           01 WS-CHECK-DATE PIC X(8).
           01 WS-CAT PIC 99.
           01 WS-CAT-COUNT PIC 99 VALUE 0.
           01 WS-OUT-BY PIC S9(7).
           01 WS-ALL-RECONCILED PIC 9 VALUE 1.

           01 WS-PERIOD-TABLE.
               05 WS-PERIOD-ENTRY OCCURS 2 TIMES.
                   10 WS-PER-FROM PIC X(8).
                   10 WS-PER-TO PIC X(8).
                   10 WS-PER-LABEL PIC X(30).
                   10 WS-LOG-COLLECTED PIC 9(7).
                   10 WS-LOG-REVERSED PIC 9(7).
                   10 WS-GL-OPENING PIC S9(7).
                   10 WS-GL-COLLECTED PIC 9(7).
                   10 WS-GL-REVERSED PIC 9(7).
                   10 WS-GL-OTHER PIC S9(7).
                   10 WS-GL-CLOSING PIC S9(7).
           01 WS-GL-BEFORE PIC S9(7) VALUE 0.

           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 12 TIMES.
                   10 WS-CAT-NAME PIC X(10).
                   10 WS-CAT-COLLECTED PIC 9(7) OCCURS 2 TIMES.
                   10 WS-CAT-REVERSED PIC 9(7) OCCURS 2 TIMES.

           01 WS-REPORT-LABEL PIC X(30).
           01 WS-EDIT-COLLECTED PIC Z(6)9.
           01 WS-EDIT-REVERSED PIC Z(6)9.
           01 WS-EDIT-NET PIC -(6)9.
           01 WS-EDIT-BALANCE PIC -(6)9.
           01 WS-NET PIC S9(7).

           01 WS-SPOOL-NAME PIC X(20) VALUE "LEVY-RETURN".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "levy-return.dat".

           LINKAGE SECTION.
           01 LS-LEVY-STATUS-MESSAGE PIC X(30).

      *    The levy return for the last complete quarter, with the
      *    current quarter to date below it.  Levy logged at the
      *    point of sale is totalled by category and set against
      *    what actually reached the levy payable account in the
      *    ledger over the same dates; any difference is shown so
      *    the quarter can be put right before the return is filed.
       PROCEDURE DIVISION USING LS-LEVY-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           INITIALIZE WS-PERIOD-TABLE.
           INITIALIZE WS-CAT-TABLE.
           PERFORM 0010-SET-QUARTERS.

           OPEN INPUT F-LEVY-LOG-FILE.
           IF WS-LEVY-LOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEVY-LOG-FILE
                       NOT AT END
                           MOVE LV-DATE TO WS-CHECK-DATE
                           PERFORM 0030-FIND-PERIOD
                           IF WS-PERIOD > 0
                               PERFORM 0020-TALLY-LEVY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEVY-LOG-FILE
           END-IF.

           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEDGER-FILE
                       NOT AT END
                           IF LE-ACCOUNT = WS-LEVY-PAYABLE
                               PERFORM 0040-TALLY-LEDGER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEDGER-FILE
           END-IF.

           MOVE WS-GL-BEFORE TO WS-GL-OPENING(1).
           COMPUTE WS-GL-CLOSING(1) = WS-GL-OPENING(1)
               + WS-GL-COLLECTED(1) - WS-GL-REVERSED(1)
               + WS-GL-OTHER(1).
           MOVE WS-GL-CLOSING(1) TO WS-GL-OPENING(2).
           COMPUTE WS-GL-CLOSING(2) = WS-GL-OPENING(2)
               + WS-GL-COLLECTED(2) - WS-GL-REVERSED(2)
               + WS-GL-OTHER(2).

           PERFORM 0050-WRITE-REPORT.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-ALL-RECONCILED = 1
               MOVE "LEVY RETURN RECONCILED" TO LS-LEVY-STATUS-MESSAGE
           ELSE
               MOVE "LEVY RETURN DOES NOT RECONCILE" TO
                 LS-LEVY-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    Period 1 is the last complete quarter, period 2 the
      *    quarter running now.
       0010-SET-QUARTERS.
           MOVE WS-TODAY(1:4) TO WS-YEAR.
           MOVE WS-TODAY(5:2) TO WS-MONTH.
           COMPUTE WS-QTR = (WS-MONTH - 1) / 3.
           COMPUTE WS-QTR-MONTH = WS-QTR * 3 + 1.
           MOVE WS-TODAY(1:4) TO WS-PER-FROM(2)(1:4).
           MOVE WS-QTR-MONTH TO WS-PER-FROM(2)(5:2).
           MOVE "01" TO WS-PER-FROM(2)(7:2).
           MOVE WS-TODAY TO WS-PER-TO(2).
           ADD 1 TO WS-QTR.
           MOVE SPACES TO WS-PER-LABEL(2).
           STRING "QUARTER TO DATE " DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               " Q" DELIMITED BY SIZE
               WS-QTR DELIMITED BY SIZE
               INTO WS-PER-LABEL(2).

           IF WS-QTR-MONTH = 1
               SUBTRACT 1 FROM WS-YEAR
               MOVE 10 TO WS-QTR-MONTH
               MOVE 4 TO WS-QTR
           ELSE
               SUBTRACT 3 FROM WS-QTR-MONTH
               SUBTRACT 1 FROM WS-QTR
           END-IF.
           MOVE WS-YEAR TO WS-PER-FROM(1)(1:4).
           MOVE WS-QTR-MONTH TO WS-PER-FROM(1)(5:2).
           MOVE "01" TO WS-PER-FROM(1)(7:2).
           MOVE WS-PER-FROM(1) TO WS-PER-TO(1).
           ADD 2 TO WS-QTR-MONTH.
           MOVE WS-QTR-MONTH TO WS-PER-TO(1)(5:2).
           IF WS-QTR-MONTH = 3 OR WS-QTR-MONTH = 12
               MOVE "31" TO WS-PER-TO(1)(7:2)
           ELSE
               MOVE "30" TO WS-PER-TO(1)(7:2)
           END-IF.
           MOVE SPACES TO WS-PER-LABEL(1).
           STRING "RETURN FOR " DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               " Q" DELIMITED BY SIZE
               WS-QTR DELIMITED BY SIZE
               INTO WS-PER-LABEL(1).

      *    Collections and reversals each count in the quarter they
      *    were logged, whatever quarter the original sale fell in.
       0020-TALLY-LEVY.
           MOVE 0 TO WS-CAT.
           PERFORM VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > WS-CAT-COUNT
               OR WS-CAT-NAME(WS-CAT) = LV-CATEGORY
               CONTINUE
           END-PERFORM.
           IF WS-CAT > WS-CAT-COUNT
               IF WS-CAT-COUNT < 12
                   ADD 1 TO WS-CAT-COUNT
                   MOVE WS-CAT-COUNT TO WS-CAT
                   MOVE LV-CATEGORY TO WS-CAT-NAME(WS-CAT)
               ELSE
                   MOVE 12 TO WS-CAT
               END-IF
           END-IF.
           IF LV-DIRECTION = "R"
               ADD LV-LEVY TO WS-CAT-REVERSED(WS-CAT, WS-PERIOD)
               ADD LV-LEVY TO WS-LOG-REVERSED(WS-PERIOD)
           ELSE
               ADD LV-LEVY TO WS-CAT-COLLECTED(WS-CAT, WS-PERIOD)
               ADD LV-LEVY TO WS-LOG-COLLECTED(WS-PERIOD)
           END-IF.

      *    Zero for a date outside both quarters.
       0030-FIND-PERIOD.
           IF WS-CHECK-DATE < WS-PER-FROM(1)
               MOVE 0 TO WS-PERIOD
           ELSE IF WS-CHECK-DATE < WS-PER-FROM(2)
               MOVE 1 TO WS-PERIOD
           ELSE IF WS-CHECK-DATE > WS-TODAY
               MOVE 0 TO WS-PERIOD
           ELSE
               MOVE 2 TO WS-PERIOD
           END-IF.

      *    Levy and its reversals are matched against the log; any
      *    other movement on the account, such as the levy being
      *    paid over, only moves the balance.
       0040-TALLY-LEDGER.
           MOVE LE-DATE TO WS-CHECK-DATE.
           PERFORM 0030-FIND-PERIOD.
           IF LE-DATE < WS-PER-FROM(1)
               IF LE-SIDE = "CR"
                   ADD LE-AMOUNT TO WS-GL-BEFORE
               ELSE
                   SUBTRACT LE-AMOUNT FROM WS-GL-BEFORE
               END-IF
           ELSE IF WS-PERIOD > 0
               EVALUATE TRUE
                   WHEN LE-SIDE = "CR"
                     AND LE-REASON = WS-COLLECT-REASON
                       ADD LE-AMOUNT TO WS-GL-COLLECTED(WS-PERIOD)
                   WHEN LE-SIDE = "DR"
                     AND LE-REASON = WS-REVERSE-REASON
                       ADD LE-AMOUNT TO WS-GL-REVERSED(WS-PERIOD)
                   WHEN LE-SIDE = "CR"
                       ADD LE-AMOUNT TO WS-GL-OTHER(WS-PERIOD)
                   WHEN OTHER
                       SUBTRACT LE-AMOUNT FROM WS-GL-OTHER(WS-PERIOD)
               END-EVALUATE
           END-IF.

       0050-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VAULT LEVY RETURN  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-PERIOD FROM 1 BY 1 UNTIL WS-PERIOD > 2
               PERFORM 0060-WRITE-PERIOD
           END-PERFORM.
           CLOSE F-REPORT-FILE.

       0060-WRITE-PERIOD.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-PER-LABEL(WS-PERIOD) DELIMITED BY "  "
               "  " DELIMITED BY SIZE
               WS-PER-FROM(WS-PERIOD) DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PER-TO(WS-PERIOD) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CATEGORY" TO REPORT-LINE.
           MOVE "COLLECTED" TO REPORT-LINE(31:9).
           MOVE "REVERSED" TO REPORT-LINE(41:8).
           MOVE "NET" TO REPORT-LINE(55:3).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAT FROM 1 BY 1
               UNTIL WS-CAT > WS-CAT-COUNT
               IF WS-CAT-COLLECTED(WS-CAT, WS-PERIOD) > 0
               OR WS-CAT-REVERSED(WS-CAT, WS-PERIOD) > 0
                   MOVE WS-CAT-NAME(WS-CAT) TO WS-REPORT-LABEL
                   MOVE WS-CAT-COLLECTED(WS-CAT, WS-PERIOD) TO
                     WS-EDIT-COLLECTED
                   MOVE WS-CAT-REVERSED(WS-CAT, WS-PERIOD) TO
                     WS-EDIT-REVERSED
                   COMPUTE WS-NET =
                       WS-CAT-COLLECTED(WS-CAT, WS-PERIOD)
                       - WS-CAT-REVERSED(WS-CAT, WS-PERIOD)
                   PERFORM 0070-WRITE-CATEGORY-LINE
               END-IF
           END-PERFORM.
           MOVE "TOTAL LEVY LOGGED" TO WS-REPORT-LABEL.
           MOVE WS-LOG-COLLECTED(WS-PERIOD) TO WS-EDIT-COLLECTED.
           MOVE WS-LOG-REVERSED(WS-PERIOD) TO WS-EDIT-REVERSED.
           COMPUTE WS-NET = WS-LOG-COLLECTED(WS-PERIOD)
               - WS-LOG-REVERSED(WS-PERIOD).
           PERFORM 0070-WRITE-CATEGORY-LINE.
           MOVE "LEVY PAYABLE IN LEDGER" TO WS-REPORT-LABEL.
           MOVE WS-GL-COLLECTED(WS-PERIOD) TO WS-EDIT-COLLECTED.
           MOVE WS-GL-REVERSED(WS-PERIOD) TO WS-EDIT-REVERSED.
           COMPUTE WS-NET = WS-GL-COLLECTED(WS-PERIOD)
               - WS-GL-REVERSED(WS-PERIOD).
           PERFORM 0070-WRITE-CATEGORY-LINE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "LEDGER OPENING BALANCE" TO WS-REPORT-LABEL.
           MOVE WS-GL-OPENING(WS-PERIOD) TO WS-EDIT-BALANCE.
           PERFORM 0080-WRITE-BALANCE-LINE.
           MOVE "LEVY NET OF REVERSALS" TO WS-REPORT-LABEL.
           MOVE WS-NET TO WS-EDIT-BALANCE.
           PERFORM 0080-WRITE-BALANCE-LINE.
           MOVE "OTHER MOVEMENTS" TO WS-REPORT-LABEL.
           MOVE WS-GL-OTHER(WS-PERIOD) TO WS-EDIT-BALANCE.
           PERFORM 0080-WRITE-BALANCE-LINE.
           MOVE "LEDGER CLOSING BALANCE" TO WS-REPORT-LABEL.
           MOVE WS-GL-CLOSING(WS-PERIOD) TO WS-EDIT-BALANCE.
           PERFORM 0080-WRITE-BALANCE-LINE.

           COMPUTE WS-OUT-BY = WS-LOG-COLLECTED(WS-PERIOD)
               - WS-LOG-REVERSED(WS-PERIOD)
               - WS-GL-COLLECTED(WS-PERIOD)
               + WS-GL-REVERSED(WS-PERIOD).
           MOVE SPACES TO REPORT-LINE.
           IF WS-OUT-BY = 0
               MOVE "RECONCILED TO LEDGER" TO REPORT-LINE
           ELSE
               MOVE 0 TO WS-ALL-RECONCILED
               MOVE WS-OUT-BY TO WS-EDIT-BALANCE
               STRING "*** LOG DIFFERS FROM LEDGER BY "
                   DELIMITED BY SIZE
                   WS-EDIT-BALANCE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       0070-WRITE-CATEGORY-LINE.
           MOVE WS-NET TO WS-EDIT-NET.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COLLECTED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-REVERSED DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-NET DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0080-WRITE-BALANCE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-BALANCE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
