       IDENTIFICATION DIVISION.
           PROGRAM-ID. audit-sample-draw.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEDGER-FILE ASSIGN TO "credit-ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
           SELECT F-TRANSACTIONS-FILE ASSIGN TO "transactions.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRANS-REF
             ALTERNATE RECORD KEY IS TRANS-USERNAME
               WITH DUPLICATES
             LOCK MODE IS AUTOMATIC
             FILE STATUS IS WS-TRANS-STATUS.
           SELECT F-HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILE-NAME
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.
           SELECT F-SAMPLES-FILE ASSIGN TO "audit-samples.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAMPLES-STATUS.
           SELECT F-WORKSHEET-FILE ASSIGN TO "audit-worksheet.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKSHEET-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "audit-sample.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEDGER-FILE.
           01 LEDGER-ENTRY.
               05 LE-DATE PIC X(8).
               05 LE-TRANS-REF PIC 9(8).
               05 LE-ACCOUNT PIC X(16).
               05 LE-SIDE PIC XX.
               05 LE-AMOUNT PIC 9(5).
               05 LE-REASON PIC X(20).

           FD F-TRANSACTIONS-FILE.
           01 TRANSACTIONS.
               05 TRANS-USERNAME PIC X(16).
               05 TRANS-BANK-ACCOUNT PIC X(8).
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-CREDITS-TO-ADD PIC 999.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-MON-AMOUNT PIC 999.99.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-DATE-OF-TRANS PIC X(10).
               05 TRANS-PAYMENT-STATUS PIC X(20).
               05 TRANS-REF PIC 9(8).
               05 TRANS-PAIR-REF PIC 9(8).

           FD F-HISTORY-FILE.
           01 HISTORY-TRANSACTION.
               05 HIST-USERNAME PIC X(16).
               05 HIST-BANK-ACCOUNT PIC X(8).
               05 FILLER PIC XX.
               05 HIST-CREDITS PIC 999.
               05 FILLER PIC XX.
               05 HIST-MON-AMOUNT PIC 999.99.
               05 FILLER PIC XX.
               05 HIST-DATE PIC X(10).
               05 HIST-STATUS PIC X(20).
               05 HIST-REF PIC 9(8).
               05 HIST-PAIR-REF PIC 9(8).
               05 FILLER PIC X.

           FD F-SAMPLES-FILE.
           01 SAMPLE-RECORD.
               05 AS-SAMPLE-ID PIC 9(4).
               05 AS-FROM PIC X(8).
               05 AS-TO PIC X(8).
               05 AS-SEED PIC 9(8).
               05 AS-REQUESTED PIC 999.
               05 AS-DRAWN PIC 999.
               05 AS-POPULATION PIC 9(6).
               05 AS-POP-WEIGHT PIC 9(7).
               05 AS-DRAWN-BY PIC X(16).
               05 AS-DRAWN-DATE PIC X(8).
               05 AS-STATUS PIC X(6).
               05 AS-CLOSED-DATE PIC X(8).

           FD F-WORKSHEET-FILE.
           01 WORKSHEET-RECORD.
               05 AW-SAMPLE-ID PIC 9(4).
               05 AW-ITEM PIC 999.
               05 AW-SOURCE PIC X(6).
               05 AW-REF PIC 9(8).
               05 AW-DATE PIC X(8).
               05 AW-ACCOUNT PIC X(16).
               05 AW-COUNTER PIC X(16).
               05 AW-AMOUNT PIC 9(5).
               05 AW-DETAIL PIC X(20).
               05 AW-HIGH-VALUE PIC X.
               05 AW-MANUAL PIC X.
               05 AW-RESULT PIC X(7).
               05 AW-NOTE PIC X(40).
               05 AW-REVIEWED-BY PIC X(16).
               05 AW-REVIEWED-DATE PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-SAMPLES-STATUS PIC XX.
           01 WS-WORKSHEET-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-HISTORY-FILE-NAME PIC X(30).
           01 WS-HIST-MONTH PIC 9(6).
           01 WS-HIST-MM PIC 99.
           01 WS-LAST-MONTH PIC 9(6).

      *    Pass 1 weighs the population; pass 2 walks it again and
      *    takes the item under each sampling point.
           01 WS-PASS PIC 9.
           01 WS-HIGH-VALUE-KEY PIC X(20) VALUE "AUDIT-HIGH-VALUE".
           01 WS-HIGH-VALUE PIC 999 VALUE 0.
           01 WS-ITEM-WEIGHT PIC 99.
           01 WS-POPULATION PIC 9(6) VALUE 0.
           01 WS-POP-WEIGHT PIC 9(7) VALUE 0.
           01 WS-RUNNING-WEIGHT PIC 9(7) VALUE 0.
           01 WS-INTERVAL PIC 9(7)V9(4).
           01 WS-NEXT-POINT PIC 9(7)V9(4).
           01 WS-RANDOM-START PIC V9(8).
           01 WS-TAKEN PIC 9.
           01 WS-DRAWN PIC 999 VALUE 0.
           01 WS-NEXT-SAMPLE-ID PIC 9(4) VALUE 0.
           01 WS-REQUESTED PIC 999.

           01 WS-CAND-SOURCE PIC X(6).
           01 WS-CAND-REF PIC 9(8).
           01 WS-CAND-DATE PIC X(8).
           01 WS-CAND-ACCOUNT PIC X(16).
           01 WS-CAND-COUNTER PIC X(16).
           01 WS-CAND-AMOUNT PIC 9(5).
           01 WS-CAND-DETAIL PIC X(20).
           01 WS-CAND-HIGH PIC X.
           01 WS-CAND-MANUAL PIC X.
           01 WS-PRIOR-DEBIT PIC X(16).

           01 WS-AMOUNT-OUT PIC ZZZZ9.
           01 WS-COUNT-OUT PIC ZZZZZ9.
           01 WS-ITEM-OUT PIC ZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "AUDIT-SAMPLE".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "audit-sample.dat".

           LINKAGE SECTION.
           01 LS-AUDIT-FROM PIC X(8).
           01 LS-AUDIT-TO PIC X(8).
           01 LS-AUDIT-SEED PIC 9(8).
           01 LS-AUDIT-SIZE PIC 999.
           01 LS-AUDIT-ADMIN PIC X(16).
           01 LS-AUDIT-SAMPLE-ID PIC 9(4).
           01 LS-AUDIT-STATUS-MESSAGE PIC X(30).

      *    Draws the internal auditor's sample for a period from the
      *    transactions file (with the closed months' history files)
      *    and the credit ledger.  Items are weighted: one for an
      *    ordinary item, five more at or over the AUDIT-HIGH-VALUE
      *    price (default 100) and five more again for anything an
      *    overseer keyed by hand.  The sample is a weighted
      *    systematic one - a random start inside the interval, then
      *    every interval after it - so the same period, seed and
      *    size always draw the same items.  A seed of zero is taken
      *    from the clock and handed back so it can be quoted.  An
      *    item heavier than the interval is certain to be drawn, so
      *    the sample can come out a little short of the size asked.
       PROCEDURE DIVISION USING LS-AUDIT-FROM, LS-AUDIT-TO,
           LS-AUDIT-SEED, LS-AUDIT-SIZE, LS-AUDIT-ADMIN,
           LS-AUDIT-SAMPLE-ID, LS-AUDIT-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO LS-AUDIT-SAMPLE-ID.
           IF LS-AUDIT-FROM = SPACES OR LS-AUDIT-TO = SPACES
           OR LS-AUDIT-TO < LS-AUDIT-FROM
               MOVE "PERIOD FROM AND TO REQUIRED" TO
                 LS-AUDIT-STATUS-MESSAGE
               GOBACK
           END-IF.

           CALL 'get-price' USING WS-HIGH-VALUE-KEY WS-HIGH-VALUE.
           IF WS-HIGH-VALUE = 0
               MOVE 100 TO WS-HIGH-VALUE
           END-IF.
           MOVE LS-AUDIT-SIZE TO WS-REQUESTED.
           IF WS-REQUESTED = 0
               MOVE 25 TO WS-REQUESTED
           END-IF.
           IF LS-AUDIT-SEED = 0
               ACCEPT LS-AUDIT-SEED FROM TIME
           END-IF.

           MOVE 0 TO WS-POPULATION.
           MOVE 0 TO WS-POP-WEIGHT.
           MOVE 1 TO WS-PASS.
           PERFORM 0100-WALK-POPULATION.
           IF WS-POPULATION = 0
               MOVE "NOTHING IN THAT PERIOD" TO
                 LS-AUDIT-STATUS-MESSAGE
               GOBACK
           END-IF.

           PERFORM 0010-NEXT-SAMPLE-ID.
           IF WS-REQUESTED > WS-POPULATION
               MOVE WS-POPULATION TO WS-REQUESTED
           END-IF.
           COMPUTE WS-INTERVAL = WS-POP-WEIGHT / WS-REQUESTED.
           COMPUTE WS-RANDOM-START = FUNCTION RANDOM(LS-AUDIT-SEED).
           COMPUTE WS-NEXT-POINT = WS-INTERVAL * WS-RANDOM-START.
           MOVE 0 TO WS-RUNNING-WEIGHT.
           MOVE 0 TO WS-DRAWN.

           OPEN EXTEND F-WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "35"
               OPEN OUTPUT F-WORKSHEET-FILE
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0030-WRITE-HEADING.
           MOVE 2 TO WS-PASS.
           PERFORM 0100-WALK-POPULATION.
           CLOSE F-WORKSHEET-FILE.
           PERFORM 0040-WRITE-FOOTING.
           CLOSE F-REPORT-FILE.
           PERFORM 0020-SAVE-SAMPLE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-NEXT-SAMPLE-ID TO LS-AUDIT-SAMPLE-ID.
           MOVE SPACES TO LS-AUDIT-STATUS-MESSAGE.
           MOVE WS-DRAWN TO WS-ITEM-OUT.
           STRING "SAMPLE " DELIMITED BY SIZE
               WS-NEXT-SAMPLE-ID DELIMITED BY SIZE
               " DRAWN," DELIMITED BY SIZE
               WS-ITEM-OUT DELIMITED BY SIZE
               " ITEMS" DELIMITED BY SIZE
               INTO LS-AUDIT-STATUS-MESSAGE.
           GOBACK.

       0010-NEXT-SAMPLE-ID.
           MOVE 0 TO WS-NEXT-SAMPLE-ID.
           OPEN INPUT F-SAMPLES-FILE.
           IF WS-SAMPLES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAMPLES-FILE
                       NOT AT END
                           IF AS-SAMPLE-ID > WS-NEXT-SAMPLE-ID
                               MOVE AS-SAMPLE-ID TO WS-NEXT-SAMPLE-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAMPLES-FILE
           END-IF.
           ADD 1 TO WS-NEXT-SAMPLE-ID.

       0020-SAVE-SAMPLE.
           OPEN EXTEND F-SAMPLES-FILE.
           IF WS-SAMPLES-STATUS = "35"
               OPEN OUTPUT F-SAMPLES-FILE
           END-IF.
           MOVE SPACES TO SAMPLE-RECORD.
           MOVE WS-NEXT-SAMPLE-ID TO AS-SAMPLE-ID.
           MOVE LS-AUDIT-FROM TO AS-FROM.
           MOVE LS-AUDIT-TO TO AS-TO.
           MOVE LS-AUDIT-SEED TO AS-SEED.
           MOVE WS-REQUESTED TO AS-REQUESTED.
           MOVE WS-DRAWN TO AS-DRAWN.
           MOVE WS-POPULATION TO AS-POPULATION.
           MOVE WS-POP-WEIGHT TO AS-POP-WEIGHT.
           MOVE LS-AUDIT-ADMIN TO AS-DRAWN-BY.
           MOVE WS-TODAY TO AS-DRAWN-DATE.
           MOVE "OPEN" TO AS-STATUS.
           WRITE SAMPLE-RECORD.
           CLOSE F-SAMPLES-FILE.

       0030-WRITE-HEADING.
           MOVE WS-NEXT-SAMPLE-ID TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTERNAL AUDIT SAMPLE" DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               "   PERIOD " DELIMITED BY SIZE
               LS-AUDIT-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               LS-AUDIT-TO DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DRAWN BY " DELIMITED BY SIZE
               LS-AUDIT-ADMIN DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "   SEED " DELIMITED BY SIZE
               LS-AUDIT-SEED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEM SOURCE REF      DATE     ACCOUNT          "
               DELIMITED BY SIZE
               "COUNTER          AMNT  DETAIL               H M"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0040-WRITE-FOOTING.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POPULATION TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "POPULATION ITEMS  " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-POP-WEIGHT TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "POPULATION WEIGHT " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DRAWN TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "ITEMS DRAWN       " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HIGH-VALUE TO WS-AMOUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "H = HIGH VALUE (" DELIMITED BY SIZE
               WS-AMOUNT-OUT DELIMITED BY SIZE
               " OR MORE)   M = KEYED BY AN OVERSEER" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The transactions are walked in reference order, then the
      *    history files month by month, then the ledger, so both
      *    passes see the items in the same order.
       0100-WALK-POPULATION.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           IF TRANS-DATE-OF-TRANS(1:8) NOT <
                             LS-AUDIT-FROM
                           AND TRANS-DATE-OF-TRANS(1:8) NOT >
                             LS-AUDIT-TO
                               PERFORM 0110-TRANSACTION-CANDIDATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
           END-IF.

           MOVE LS-AUDIT-FROM(1:6) TO WS-HIST-MONTH.
           MOVE LS-AUDIT-TO(1:6) TO WS-LAST-MONTH.
           PERFORM UNTIL WS-HIST-MONTH > WS-LAST-MONTH
               PERFORM 0120-WALK-HISTORY-MONTH
               MOVE WS-HIST-MONTH(5:2) TO WS-HIST-MM
               IF WS-HIST-MM = 12
                   ADD 89 TO WS-HIST-MONTH
               ELSE
                   ADD 1 TO WS-HIST-MONTH
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-PRIOR-DEBIT.
           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEDGER-FILE
                       NOT AT END
                           IF LE-SIDE = "DR"
                               MOVE LE-ACCOUNT TO WS-PRIOR-DEBIT
                           END-IF
                           IF LE-SIDE = "CR"
                           AND LE-DATE NOT < LS-AUDIT-FROM
                           AND LE-DATE NOT > LS-AUDIT-TO
                               PERFORM 0130-LEDGER-CANDIDATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEDGER-FILE
           END-IF.

      *    A loan advance is the one transaction line an overseer
      *    keys by hand.
       0110-TRANSACTION-CANDIDATE.
           MOVE "TRANS" TO WS-CAND-SOURCE.
           MOVE TRANS-REF TO WS-CAND-REF.
           MOVE TRANS-DATE-OF-TRANS(1:8) TO WS-CAND-DATE.
           MOVE TRANS-USERNAME TO WS-CAND-ACCOUNT.
           MOVE TRANS-BANK-ACCOUNT TO WS-CAND-COUNTER.
           MOVE TRANS-CREDITS-TO-ADD TO WS-CAND-AMOUNT.
           MOVE TRANS-PAYMENT-STATUS TO WS-CAND-DETAIL.
           IF TRANS-PAYMENT-STATUS = "LOAN ADVANCE"
               MOVE "Y" TO WS-CAND-MANUAL
           ELSE
               MOVE SPACE TO WS-CAND-MANUAL
           END-IF.
           PERFORM 0200-WEIGH-CANDIDATE.

       0120-WALK-HISTORY-MONTH.
           MOVE SPACES TO WS-HISTORY-FILE-NAME.
           STRING "transactions-" DELIMITED BY SIZE
               WS-HIST-MONTH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME.
           OPEN INPUT F-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HISTORY-FILE
                       NOT AT END
                           IF HIST-DATE(1:8) NOT < LS-AUDIT-FROM
                           AND HIST-DATE(1:8) NOT > LS-AUDIT-TO
                               PERFORM 0125-HISTORY-CANDIDATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HISTORY-FILE
           END-IF.

       0125-HISTORY-CANDIDATE.
           MOVE "TRANS" TO WS-CAND-SOURCE.
           MOVE HIST-REF TO WS-CAND-REF.
           MOVE HIST-DATE(1:8) TO WS-CAND-DATE.
           MOVE HIST-USERNAME TO WS-CAND-ACCOUNT.
           MOVE HIST-BANK-ACCOUNT TO WS-CAND-COUNTER.
           MOVE HIST-CREDITS TO WS-CAND-AMOUNT.
           MOVE HIST-STATUS TO WS-CAND-DETAIL.
           IF HIST-STATUS = "LOAN ADVANCE"
               MOVE "Y" TO WS-CAND-MANUAL
           ELSE
               MOVE SPACE TO WS-CAND-MANUAL
           END-IF.
           PERFORM 0200-WEIGH-CANDIDATE.

      *    Each posting is one item, taken at its credit leg with the
      *    debit leg written just before it.  Single entries,
      *    dispute corrections and loan write-offs are keyed by an
      *    overseer.
       0130-LEDGER-CANDIDATE.
           MOVE "LEDGER" TO WS-CAND-SOURCE.
           MOVE LE-TRANS-REF TO WS-CAND-REF.
           MOVE LE-DATE TO WS-CAND-DATE.
           MOVE WS-PRIOR-DEBIT TO WS-CAND-ACCOUNT.
           MOVE LE-ACCOUNT TO WS-CAND-COUNTER.
           MOVE LE-AMOUNT TO WS-CAND-AMOUNT.
           MOVE LE-REASON TO WS-CAND-DETAIL.
           EVALUATE LE-REASON
               WHEN "SINGLE-ENTRY"
               WHEN "DISPUTE CORRECTION"
               WHEN "LOAN WRITE-OFF"
                   MOVE "Y" TO WS-CAND-MANUAL
               WHEN OTHER
                   MOVE SPACE TO WS-CAND-MANUAL
           END-EVALUATE.
           PERFORM 0200-WEIGH-CANDIDATE.

       0200-WEIGH-CANDIDATE.
           MOVE 1 TO WS-ITEM-WEIGHT.
           IF WS-CAND-AMOUNT NOT < WS-HIGH-VALUE
               MOVE "Y" TO WS-CAND-HIGH
               ADD 5 TO WS-ITEM-WEIGHT
           ELSE
               MOVE SPACE TO WS-CAND-HIGH
           END-IF.
           IF WS-CAND-MANUAL = "Y"
               ADD 5 TO WS-ITEM-WEIGHT
           END-IF.
           IF WS-PASS = 1
               ADD 1 TO WS-POPULATION
               ADD WS-ITEM-WEIGHT TO WS-POP-WEIGHT
           ELSE
               PERFORM 0210-SELECT-CANDIDATE
           END-IF.

       0210-SELECT-CANDIDATE.
           ADD WS-ITEM-WEIGHT TO WS-RUNNING-WEIGHT.
           MOVE 0 TO WS-TAKEN.
           PERFORM UNTIL WS-RUNNING-WEIGHT NOT > WS-NEXT-POINT
               IF WS-TAKEN = 0 AND WS-DRAWN < 999
                   MOVE 1 TO WS-TAKEN
                   PERFORM 0220-WRITE-ITEM
               END-IF
               ADD WS-INTERVAL TO WS-NEXT-POINT
           END-PERFORM.

       0220-WRITE-ITEM.
           ADD 1 TO WS-DRAWN.
           MOVE SPACES TO WORKSHEET-RECORD.
           MOVE WS-NEXT-SAMPLE-ID TO AW-SAMPLE-ID.
           MOVE WS-DRAWN TO AW-ITEM.
           MOVE WS-CAND-SOURCE TO AW-SOURCE.
           MOVE WS-CAND-REF TO AW-REF.
           MOVE WS-CAND-DATE TO AW-DATE.
           MOVE WS-CAND-ACCOUNT TO AW-ACCOUNT.
           MOVE WS-CAND-COUNTER TO AW-COUNTER.
           MOVE WS-CAND-AMOUNT TO AW-AMOUNT.
           MOVE WS-CAND-DETAIL TO AW-DETAIL.
           MOVE WS-CAND-HIGH TO AW-HIGH-VALUE.
           MOVE WS-CAND-MANUAL TO AW-MANUAL.
           MOVE "OPEN" TO AW-RESULT.
           WRITE WORKSHEET-RECORD.

           MOVE WS-DRAWN TO WS-ITEM-OUT.
           MOVE WS-CAND-AMOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING " " DELIMITED BY SIZE
               WS-ITEM-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-REF DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-COUNTER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-DETAIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-HIGH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CAND-MANUAL DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
