       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-deferral.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DEFERRALS-FILE ASSIGN TO "deferred-revenue.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFERRALS-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *    One line per sale paid for ahead of the service.  The
      *    line stays OPEN while any of it is unearned; the nightly
      *    recognition batch adds to DF-EARNED as the service is
      *    delivered and marks it EARNED, a refund marks it REVERSED.
           FD F-DEFERRALS-FILE.
           01 DEFERRAL-RECORD.
               05 DF-SALE-DATE PIC X(8).
               05 DF-SERVICE PIC X(10).
               05 DF-USERNAME PIC X(16).
               05 DF-ITEM PIC X(20).
               05 DF-START PIC X(8).
               05 DF-DAYS PIC 999.
               05 DF-STATUS PIC X(8).
               05 DF-AMOUNT PIC 999.
               05 DF-EARNED PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-DEFERRALS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-DEFERRED-REVENUE PIC X(16) VALUE "*DEFERRED-REV*".
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-DEF-REASON PIC X(20).
           01 WS-DEF-DEBIT PIC X(16).
           01 WS-DEF-CREDIT PIC X(16).
           01 WS-LEDGER-AMOUNT PIC 9(5).
           01 WS-UNEARNED PIC 999.

           LINKAGE SECTION.
           01 LS-DEF-SERVICE PIC X(10).
           01 LS-USERNAME PIC X(16).
           01 LS-DEF-ITEM PIC X(20).
           01 LS-DEF-AMOUNT PIC 999.
           01 LS-DEF-START PIC X(8).
           01 LS-DEF-DAYS PIC 999.
           01 LS-DIRECTION PIC X.

      *    Moves a sale paid for ahead of its service out of the
      *    house revenue account that received it and into deferred
      *    revenue, and puts it on the schedule the recognition
      *    batch releases from.  A reversal ("R") is for a refund
      *    before the service: whatever of the sale is still
      *    unearned goes back to revenue, where the refund is taken
      *    off, and the schedule line is closed.
       PROCEDURE DIVISION USING LS-DEF-SERVICE, LS-USERNAME,
           LS-DEF-ITEM, LS-DEF-AMOUNT, LS-DEF-START, LS-DEF-DAYS,
           LS-DIRECTION.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LS-DIRECTION = "R"
               PERFORM 0020-REVERSE-DEFERRAL
           ELSE IF LS-DEF-AMOUNT > 0
               PERFORM 0010-DEFER-SALE
           END-IF.

           GOBACK.

       0010-DEFER-SALE.
           MOVE SPACES TO WS-DEF-REASON.
           STRING LS-DEF-SERVICE DELIMITED BY SPACE
               " DEFERRED" DELIMITED BY SIZE
               INTO WS-DEF-REASON.
           MOVE WS-HOUSE-REVENUE TO WS-DEF-DEBIT.
           MOVE WS-DEFERRED-REVENUE TO WS-DEF-CREDIT.
           MOVE LS-DEF-AMOUNT TO WS-LEDGER-AMOUNT.
           PERFORM 0030-POST.

           OPEN EXTEND F-DEFERRALS-FILE.
           IF WS-DEFERRALS-STATUS = "35"
               OPEN OUTPUT F-DEFERRALS-FILE
           END-IF.
           MOVE SPACES TO DEFERRAL-RECORD.
           MOVE WS-TODAY TO DF-SALE-DATE.
           MOVE LS-DEF-SERVICE TO DF-SERVICE.
           MOVE LS-USERNAME TO DF-USERNAME.
           MOVE LS-DEF-ITEM TO DF-ITEM.
           IF LS-DEF-START IS NUMERIC
               MOVE LS-DEF-START TO DF-START
           ELSE
               MOVE WS-TODAY TO DF-START
           END-IF.
           IF LS-DEF-DAYS = 0
               MOVE 1 TO DF-DAYS
           ELSE
               MOVE LS-DEF-DAYS TO DF-DAYS
           END-IF.
           MOVE "OPEN" TO DF-STATUS.
           MOVE LS-DEF-AMOUNT TO DF-AMOUNT.
           MOVE 0 TO DF-EARNED.
           WRITE DEFERRAL-RECORD.
           CLOSE F-DEFERRALS-FILE.

       0020-REVERSE-DEFERRAL.
           MOVE 0 TO WS-UNEARNED.
           OPEN I-O F-DEFERRALS-FILE.
           IF WS-DEFERRALS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DEFERRALS-FILE
                       NOT AT END
                           IF DF-SERVICE = LS-DEF-SERVICE
                           AND DF-USERNAME = LS-USERNAME
                           AND DF-ITEM = LS-DEF-ITEM
                           AND DF-STATUS = "OPEN"
                               COMPUTE WS-UNEARNED =
                                   DF-AMOUNT - DF-EARNED
                               MOVE "REVERSED" TO DF-STATUS
                               REWRITE DEFERRAL-RECORD
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DEFERRALS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-UNEARNED > 0
               MOVE SPACES TO WS-DEF-REASON
               STRING LS-DEF-SERVICE DELIMITED BY SPACE
                   " UNDEFERRED" DELIMITED BY SIZE
                   INTO WS-DEF-REASON
               MOVE WS-DEFERRED-REVENUE TO WS-DEF-DEBIT
               MOVE WS-HOUSE-REVENUE TO WS-DEF-CREDIT
               MOVE WS-UNEARNED TO WS-LEDGER-AMOUNT
               PERFORM 0030-POST
           END-IF.

       0030-POST.
           CALL 'get-posting-rule' USING WS-DEF-REASON
             WS-NO-MEMBER WS-DEF-DEBIT WS-DEF-CREDIT.
           CALL 'post-ledger-entry' USING WS-DEF-DEBIT
             WS-DEF-CREDIT WS-LEDGER-AMOUNT WS-DEF-REASON
             WS-NO-REF.
