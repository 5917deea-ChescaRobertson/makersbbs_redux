       IDENTIFICATION DIVISION.
           PROGRAM-ID. year-end-income-summary.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEDGER-FILE ASSIGN TO "credit-ledger.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEDGER-STATUS.
           SELECT F-BONDS-FILE ASSIGN TO "bonds.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BONDS-STATUS.
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
           SELECT F-MAIL-FILE ASSIGN TO "member-mail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MAIL-STATUS.
           SELECT F-MAIL-CONTROL-FILE ASSIGN TO
             "member-mail-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             LOCK MODE IS EXCLUSIVE
             FILE STATUS IS WS-CTL-STATUS.
           SELECT F-YEAR-END-CONTROL-FILE ASSIGN TO
             "year-end-income-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-YEC-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "year-end-income.dat"
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

           FD F-BONDS-FILE.
           01 BOND-RECORD.
               05 BOND-USERNAME PIC X(16).
               05 BOND-AMOUNT PIC 999.
               05 BOND-TERM-DAYS PIC 999.
               05 BOND-RATE-PCT PIC 99.
               05 BOND-START PIC X(8).
               05 BOND-MATURITY PIC X(8).
               05 BOND-STATUS PIC X(10).

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

           FD F-MAIL-FILE.
           01 MAIL-RECORD.
               05 MM-ID PIC 9(6).
               05 MM-FROM PIC X(16).
               05 MM-TO PIC X(16).
               05 MM-SUBJECT PIC X(30).
               05 MM-BODY PIC X(240).
               05 MM-DATE PIC X(8).
               05 MM-READ PIC X.
               05 MM-FOLDER PIC X(8).
               05 MM-REPLY-TO PIC 9(6).

           FD F-MAIL-CONTROL-FILE.
           01 MAIL-CONTROL-RECORD.
               05 MMC-LAST-ID PIC 9(6).

           FD F-YEAR-END-CONTROL-FILE.
           01 YEAR-END-CONTROL-RECORD.
               05 YEC-YEAR PIC X(4).
               05 YEC-RUN-DATE PIC X(8).
               05 YEC-MEMBERS PIC 9(5).
               05 YEC-TOTAL PIC 9(9).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS PIC XX.
           01 WS-BONDS-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-HIST-STATUS PIC XX.
           01 WS-MAIL-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-YEC-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TAX-YEAR PIC 9(4).
           01 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR PIC X(4).
           01 WS-ALREADY-ISSUED PIC 9 VALUE 0.
           01 WS-HISTORY-FILE-NAME PIC X(30).
           01 WS-HIST-MONTH PIC 99.

      *    The income lines every summary carries, in the order
      *    they print.
           01 WS-CAT-TABLE.
               05 WS-CAT-ENTRY OCCURS 7 TIMES.
                   10 WS-CAT-LABEL PIC X(22).
                   10 WS-CAT-TOTAL PIC 9(9).
           01 WS-CAT-IDX PIC 9.

           01 WS-MEMBER-COUNT PIC 999 VALUE 0.
           01 WS-MEMBER-IDX PIC 999.
           01 WS-FOUND-IDX PIC 999.
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 500 TIMES.
                   10 WS-INC-USERNAME PIC X(16).
                   10 WS-INC-AMOUNT PIC 9(7) OCCURS 7 TIMES.
                   10 WS-INC-TOTAL PIC 9(8).
           01 WS-NOT-TABLED PIC 9(5) VALUE 0.

           01 WS-INCOME-USERNAME PIC X(16).
           01 WS-INCOME-AMOUNT PIC 9(5).
           01 WS-BOND-PAYOUT PIC 9(5).
           01 WS-GRAND-TOTAL PIC 9(9) VALUE 0.
           01 WS-DELIVERED PIC 9(5) VALUE 0.
           01 WS-NEXT-MAIL-ID PIC 9(6) VALUE 0.

           01 WS-MAIL-BODY.
               05 WS-MAIL-LINE OCCURS 8 TIMES.
                   10 WS-MAIL-LABEL PIC X(22).
                   10 WS-MAIL-AMOUNT PIC Z(7)9.
           01 WS-MAIL-SUBJECT PIC X(30).
           01 WS-MAIL-FROM PIC X(16) VALUE "VAULT-TREASURY".

           01 WS-AMOUNT-OUT PIC Z(8)9.
           01 WS-COUNT-OUT PIC ZZZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "YEAR-END-INCOME".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "year-end-income.dat".

           LINKAGE SECTION.
           01 LS-YEAR-END-STATUS-MESSAGE PIC X(30).

      *    Once a year, on the first run after the year has closed,
      *    every member who earned anything from the vault gets a
      *    one page summary of it: savings interest from the
      *    transactions file and the closed period history files,
      *    bond interest off the bonds that matured in the year, and
      *    winnings, royalties, duty pay, payroll and referral
      *    bonuses off the credit ledger by reason.  Each member's
      *    page goes to the report spool and a copy to their inbox,
      *    and the spool closes with a control total for the whole
      *    vault.  The control file stops a second run in the same
      *    year from sending the copies out twice.
       PROCEDURE DIVISION USING LS-YEAR-END-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:4) TO WS-TAX-YEAR.
           SUBTRACT 1 FROM WS-TAX-YEAR.

           PERFORM 0010-CHECK-CONTROL.
           IF WS-ALREADY-ISSUED = 1
               MOVE "INCOME SUMMARY ALREADY ISSUED" TO
                 LS-YEAR-END-STATUS-MESSAGE
               GOBACK
           END-IF.

           INITIALIZE WS-CAT-TABLE.
           MOVE "SAVINGS INTEREST" TO WS-CAT-LABEL(1).
           MOVE "BOND INTEREST" TO WS-CAT-LABEL(2).
           MOVE "GAME/LOTTERY WINNINGS" TO WS-CAT-LABEL(3).
           MOVE "AUTHOR ROYALTIES" TO WS-CAT-LABEL(4).
           MOVE "DUTY ROSTER PAY" TO WS-CAT-LABEL(5).
           MOVE "STAFF PAYROLL" TO WS-CAT-LABEL(6).
           MOVE "REFERRAL BONUSES" TO WS-CAT-LABEL(7).
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-NOT-TABLED.

           PERFORM 0100-READ-LEDGER.
           PERFORM 0200-READ-BONDS.
           PERFORM 0300-READ-LIVE-INTEREST.
           PERFORM VARYING WS-HIST-MONTH FROM 1 BY 1
               UNTIL WS-HIST-MONTH > 12
               PERFORM 0350-READ-HISTORY-INTEREST
           END-PERFORM.

           PERFORM 0600-DELIVER-COPIES.
           PERFORM 0500-WRITE-SUMMARIES.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE "INCOME SUMMARIES ISSUED" TO
             LS-YEAR-END-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-ALREADY-ISSUED.
           OPEN INPUT F-YEAR-END-CONTROL-FILE.
           IF WS-YEC-STATUS = "00"
               READ F-YEAR-END-CONTROL-FILE
                   NOT AT END
                       IF YEC-YEAR NOT < WS-TAX-YEAR-X
                           MOVE 1 TO WS-ALREADY-ISSUED
                       END-IF
               END-READ
               CLOSE F-YEAR-END-CONTROL-FILE
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-YEAR-END-CONTROL-FILE.
           MOVE SPACES TO YEAR-END-CONTROL-RECORD.
           MOVE WS-TAX-YEAR-X TO YEC-YEAR.
           MOVE WS-TODAY TO YEC-RUN-DATE.
           MOVE WS-MEMBER-COUNT TO YEC-MEMBERS.
           MOVE WS-GRAND-TOTAL TO YEC-TOTAL.
           WRITE YEAR-END-CONTROL-RECORD.
           CLOSE F-YEAR-END-CONTROL-FILE.

      *    Member income reaches the ledger as a credit to the
      *    member's own account; the reason says what it was for.
      *    House accounts are bracketed in asterisks and skipped.
       0100-READ-LEDGER.
           OPEN INPUT F-LEDGER-FILE.
           IF WS-LEDGER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEDGER-FILE
                       NOT AT END
                           IF LE-DATE(1:4) = WS-TAX-YEAR-X
                           AND LE-SIDE = "CR"
                           AND LE-ACCOUNT(1:1) NOT = "*"
                               PERFORM 0110-CLASSIFY-LEDGER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEDGER-FILE
           END-IF.

       0110-CLASSIFY-LEDGER.
           MOVE 0 TO WS-CAT-IDX.
           EVALUATE LE-REASON
               WHEN "GAME WINNINGS"
               WHEN "TRIVIA WINNINGS"
               WHEN "POOL WINNINGS"
               WHEN "CHALLENGE POT"
               WHEN "TOURNEY PRIZE"
               WHEN "LOTTERY WIN"
               WHEN "SCRATCH WIN"
                   MOVE 3 TO WS-CAT-IDX
               WHEN "BOOK ROYALTY"
                   MOVE 4 TO WS-CAT-IDX
               WHEN "DUTY PAY"
                   MOVE 5 TO WS-CAT-IDX
               WHEN "STAFF STIPEND"
                   MOVE 6 TO WS-CAT-IDX
               WHEN "REFERRAL BONUS"
                   MOVE 7 TO WS-CAT-IDX
           END-EVALUATE.
           IF WS-CAT-IDX > 0
               MOVE LE-ACCOUNT TO WS-INCOME-USERNAME
               MOVE LE-AMOUNT TO WS-INCOME-AMOUNT
               PERFORM 0400-ADD-INCOME
           END-IF.

      *    A matured bond pays back the deposit with its interest;
      *    only the interest is income.
       0200-READ-BONDS.
           OPEN INPUT F-BONDS-FILE.
           IF WS-BONDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BONDS-FILE
                       NOT AT END
                           IF BOND-STATUS = "MATURED"
                           AND BOND-MATURITY(1:4) = WS-TAX-YEAR-X
                               PERFORM 0210-BOND-INTEREST
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BONDS-FILE
           END-IF.

       0210-BOND-INTEREST.
           COMPUTE WS-BOND-PAYOUT ROUNDED =
               BOND-AMOUNT + (BOND-AMOUNT * BOND-RATE-PCT / 100).
           IF WS-BOND-PAYOUT > 999
               MOVE 999 TO WS-BOND-PAYOUT
           END-IF.
           IF WS-BOND-PAYOUT > BOND-AMOUNT
               COMPUTE WS-INCOME-AMOUNT = WS-BOND-PAYOUT - BOND-AMOUNT
               MOVE BOND-USERNAME TO WS-INCOME-USERNAME
               MOVE 2 TO WS-CAT-IDX
               PERFORM 0400-ADD-INCOME
           END-IF.

      *    Savings interest is accrued as an INTEREST line on the
      *    transactions file.  Months already closed have been moved
      *    out to their period history file, so both are read.
       0300-READ-LIVE-INTEREST.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           IF TRANS-PAYMENT-STATUS = "INTEREST"
                           AND TRANS-DATE-OF-TRANS(1:4) =
                             WS-TAX-YEAR-X
                               MOVE TRANS-USERNAME TO
                                 WS-INCOME-USERNAME
                               MOVE TRANS-CREDITS-TO-ADD TO
                                 WS-INCOME-AMOUNT
                               MOVE 1 TO WS-CAT-IDX
                               PERFORM 0400-ADD-INCOME
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
           END-IF.

       0350-READ-HISTORY-INTEREST.
           MOVE SPACES TO WS-HISTORY-FILE-NAME.
           STRING "transactions-" DELIMITED BY SIZE
               WS-TAX-YEAR-X DELIMITED BY SIZE
               WS-HIST-MONTH DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-HISTORY-FILE-NAME.
           OPEN INPUT F-HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HISTORY-FILE
                       NOT AT END
                           IF HIST-STATUS = "INTEREST"
                               MOVE HIST-USERNAME TO WS-INCOME-USERNAME
                               MOVE HIST-CREDITS TO WS-INCOME-AMOUNT
                               MOVE 1 TO WS-CAT-IDX
                               PERFORM 0400-ADD-INCOME
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HISTORY-FILE
           END-IF.

      *    The vault total takes every credit found, so a member
      *    the table has no room for still shows in the control
      *    total and in the count of members left out.
       0400-ADD-INCOME.
           ADD WS-INCOME-AMOUNT TO WS-CAT-TOTAL(WS-CAT-IDX).
           ADD WS-INCOME-AMOUNT TO WS-GRAND-TOTAL.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               IF WS-INC-USERNAME(WS-MEMBER-IDX) = WS-INCOME-USERNAME
                   MOVE WS-MEMBER-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0 AND WS-MEMBER-COUNT < 500
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-MEMBER-ENTRY(WS-FOUND-IDX)
               MOVE WS-INCOME-USERNAME TO
                 WS-INC-USERNAME(WS-FOUND-IDX)
           END-IF.
           IF WS-FOUND-IDX = 0
               ADD 1 TO WS-NOT-TABLED
           ELSE
               ADD WS-INCOME-AMOUNT TO
                 WS-INC-AMOUNT(WS-FOUND-IDX, WS-CAT-IDX)
               ADD WS-INCOME-AMOUNT TO WS-INC-TOTAL(WS-FOUND-IDX)
           END-IF.

       0500-WRITE-SUMMARIES.
           OPEN OUTPUT F-REPORT-FILE.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM 0510-WRITE-ONE-MEMBER
           END-PERFORM.
           PERFORM 0550-WRITE-CONTROL-TOTAL.
           CLOSE F-REPORT-FILE.

       0510-WRITE-ONE-MEMBER.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VAULT INCOME SUMMARY FOR THE YEAR " DELIMITED BY SIZE
               WS-TAX-YEAR-X DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBER: " DELIMITED BY SIZE
               WS-INC-USERNAME(WS-MEMBER-IDX) DELIMITED BY SIZE
               "   ISSUED: " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7
               MOVE WS-INC-AMOUNT(WS-MEMBER-IDX, WS-CAT-IDX) TO
                 WS-AMOUNT-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CAT-LABEL(WS-CAT-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
                   " CREDITS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-INC-TOTAL(WS-MEMBER-IDX) TO WS-AMOUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL INCOME FOR THE YEAR " DELIMITED BY SIZE
               WS-AMOUNT-OUT DELIMITED BY SIZE
               " CREDITS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0550-WRITE-CONTROL-TOTAL.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VAULT CONTROL TOTAL - MEMBER INCOME " DELIMITED BY
               SIZE
               WS-TAX-YEAR-X DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7
               MOVE WS-CAT-TOTAL(WS-CAT-IDX) TO WS-AMOUNT-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-CAT-LABEL(WS-CAT-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
                   " CREDITS" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-GRAND-TOTAL TO WS-AMOUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL MEMBER INCOME       " DELIMITED BY SIZE
               WS-AMOUNT-OUT DELIMITED BY SIZE
               " CREDITS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MEMBER-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MEMBERS SUMMARISED             " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-DELIVERED TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  COPIES SENT TO INBOXES         " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-NOT-TABLED > 0
               MOVE WS-NOT-TABLED TO WS-COUNT-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  *** INCOME LINES NOT SUMMARISED - TABLE FULL "
                   DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The inbox copy carries the same lines as the spooled
      *    page, one label and amount to each 30 characters.
       0600-DELIVER-COPIES.
           MOVE SPACES TO WS-MAIL-SUBJECT.
           STRING "INCOME SUMMARY " DELIMITED BY SIZE
               WS-TAX-YEAR-X DELIMITED BY SIZE
               INTO WS-MAIL-SUBJECT.
           PERFORM 0610-FETCH-MAIL-ID.
           OPEN EXTEND F-MAIL-FILE.
           IF WS-MAIL-STATUS = "35"
               OPEN OUTPUT F-MAIL-FILE
           END-IF.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
               UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM 0620-POST-ONE-COPY
           END-PERFORM.
           CLOSE F-MAIL-FILE.
           PERFORM 0630-PUT-BACK-MAIL-ID.

       0610-FETCH-MAIL-ID.
           OPEN I-O F-MAIL-CONTROL-FILE.
           IF WS-CTL-STATUS = "35"
               OPEN OUTPUT F-MAIL-CONTROL-FILE
               MOVE 0 TO MMC-LAST-ID
               WRITE MAIL-CONTROL-RECORD
               CLOSE F-MAIL-CONTROL-FILE
               MOVE 0 TO WS-NEXT-MAIL-ID
           ELSE
               READ F-MAIL-CONTROL-FILE
                   NOT AT END
                       MOVE MMC-LAST-ID TO WS-NEXT-MAIL-ID
               END-READ
               CLOSE F-MAIL-CONTROL-FILE
           END-IF.

       0620-POST-ONE-COPY.
           MOVE SPACES TO WS-MAIL-BODY.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > 7
               MOVE WS-CAT-LABEL(WS-CAT-IDX) TO
                 WS-MAIL-LABEL(WS-CAT-IDX)
               MOVE WS-INC-AMOUNT(WS-MEMBER-IDX, WS-CAT-IDX) TO
                 WS-MAIL-AMOUNT(WS-CAT-IDX)
           END-PERFORM.
           MOVE "TOTAL FOR THE YEAR" TO WS-MAIL-LABEL(8).
           MOVE WS-INC-TOTAL(WS-MEMBER-IDX) TO WS-MAIL-AMOUNT(8).

           ADD 1 TO WS-NEXT-MAIL-ID.
           MOVE SPACES TO MAIL-RECORD.
           MOVE WS-NEXT-MAIL-ID TO MM-ID.
           MOVE WS-MAIL-FROM TO MM-FROM.
           MOVE WS-INC-USERNAME(WS-MEMBER-IDX) TO MM-TO.
           MOVE WS-MAIL-SUBJECT TO MM-SUBJECT.
           MOVE WS-MAIL-BODY TO MM-BODY.
           MOVE WS-TODAY TO MM-DATE.
           MOVE "N" TO MM-READ.
           MOVE "INBOX" TO MM-FOLDER.
           MOVE 0 TO MM-REPLY-TO.
           WRITE MAIL-RECORD.
           ADD 1 TO WS-DELIVERED.

       0630-PUT-BACK-MAIL-ID.
           OPEN I-O F-MAIL-CONTROL-FILE.
           IF WS-CTL-STATUS = "00"
               READ F-MAIL-CONTROL-FILE
                   NOT AT END
                       MOVE WS-NEXT-MAIL-ID TO MMC-LAST-ID
                       REWRITE MAIL-CONTROL-RECORD
               END-READ
               CLOSE F-MAIL-CONTROL-FILE
           END-IF.
