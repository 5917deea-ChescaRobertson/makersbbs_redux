       IDENTIFICATION DIVISION.
           PROGRAM-ID. revenue-recognition-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DEFERRALS-FILE ASSIGN TO "deferred-revenue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DEFERRALS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "revenue-recognition.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-DEFERRALS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-START-INT PIC 9(8).
           01 WS-ELAPSED PIC S9(6).
           01 WS-EARNED-TO-DATE PIC 999.
           01 WS-RELEASE PIC 999.
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-DEFERRED-REVENUE PIC X(16) VALUE "*DEFERRED-REV*".
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-EARN-REASON PIC X(20).
           01 WS-EARN-DEBIT PIC X(16).
           01 WS-EARN-CREDIT PIC X(16).
           01 WS-LEDGER-AMOUNT PIC 9(5).

           01 WS-SVC-COUNT PIC 9 VALUE 0.
           01 WS-SVC-IDX PIC 9.
           01 WS-SVC-FOUND PIC 9.
           01 WS-SVC-TABLE.
               05 WS-SVC-ENTRY OCCURS 6 TIMES.
                   10 WS-SVC-NAME PIC X(10).
                   10 WS-SVC-RELEASED PIC 9(7).
                   10 WS-SVC-UNEARNED PIC 9(7).
                   10 WS-SVC-OPEN PIC 9(5).
           01 WS-TOTAL-RELEASED PIC 9(7) VALUE 0.
           01 WS-TOTAL-UNEARNED PIC 9(7) VALUE 0.
           01 WS-TOTAL-OPEN PIC 9(5) VALUE 0.
           01 WS-RELEASED-EDIT PIC Z(6)9.
           01 WS-UNEARNED-EDIT PIC Z(6)9.
           01 WS-OPEN-EDIT PIC Z(4)9.
           01 WS-RELEASED-OUT PIC 9(5).
           01 WS-UNEARNED-OUT PIC 9(5).

           01 WS-SPOOL-NAME PIC X(20) VALUE "REVENUE-RECOGNITION".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "revenue-recognition.dat".

           LINKAGE SECTION.
           01 LS-RECOG-STATUS-MESSAGE PIC X(30).

      *    Releases the earned part of every open deferral into
      *    house revenue.  A line earns evenly over its service days
      *    from its start date, counting the run day as delivered,
      *    so a weekly pass earns a seventh a day and a ticket or a
      *    block-booked slot earns in full on its own day.  What is
      *    already earned is never posted twice, so a second run on
      *    the same day releases nothing.  The report closes with
      *    the unearned balance still outstanding by service.
       PROCEDURE DIVISION USING LS-RECOG-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           MOVE 0 TO WS-SVC-COUNT.
           INITIALIZE WS-SVC-TABLE.

           OPEN I-O F-DEFERRALS-FILE.
           IF WS-DEFERRALS-STATUS NOT = "00"
               MOVE "NO DEFERRED REVENUE ON FILE" TO
                 LS-RECOG-STATUS-MESSAGE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-DEFERRALS-FILE
                   NOT AT END
                       IF DF-STATUS = "OPEN"
                           PERFORM 0010-RECOGNISE-LINE
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-DEFERRALS-FILE.

           PERFORM 0100-WRITE-REPORT.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-TOTAL-RELEASED TO WS-RELEASED-OUT.
           MOVE WS-TOTAL-UNEARNED TO WS-UNEARNED-OUT.
           MOVE SPACES TO LS-RECOG-STATUS-MESSAGE.
           STRING "RELEASED " DELIMITED BY SIZE
               WS-RELEASED-OUT DELIMITED BY SIZE
               " UNEARNED " DELIMITED BY SIZE
               WS-UNEARNED-OUT DELIMITED BY SIZE
               INTO LS-RECOG-STATUS-MESSAGE.
           GOBACK.

       0010-RECOGNISE-LINE.
           PERFORM 0050-FIND-SERVICE.
           MOVE 0 TO WS-RELEASE.
           IF DF-START IS NUMERIC AND DF-START <= WS-TODAY
               COMPUTE WS-START-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(DF-START))
               COMPUTE WS-ELAPSED = WS-TODAY-INT - WS-START-INT + 1
               IF DF-DAYS = 0 OR WS-ELAPSED >= DF-DAYS
                   MOVE DF-AMOUNT TO WS-EARNED-TO-DATE
               ELSE
                   COMPUTE WS-EARNED-TO-DATE =
                       DF-AMOUNT * WS-ELAPSED / DF-DAYS
               END-IF
               IF WS-EARNED-TO-DATE > DF-EARNED
                   COMPUTE WS-RELEASE =
                       WS-EARNED-TO-DATE - DF-EARNED
               END-IF
           END-IF.
           IF WS-RELEASE > 0
               MOVE SPACES TO WS-EARN-REASON
               STRING DF-SERVICE DELIMITED BY SPACE
                   " EARNED" DELIMITED BY SIZE
                   INTO WS-EARN-REASON
               MOVE WS-DEFERRED-REVENUE TO WS-EARN-DEBIT
               MOVE WS-HOUSE-REVENUE TO WS-EARN-CREDIT
               CALL 'get-posting-rule' USING WS-EARN-REASON
                 WS-NO-MEMBER WS-EARN-DEBIT WS-EARN-CREDIT
               MOVE WS-RELEASE TO WS-LEDGER-AMOUNT
               CALL 'post-ledger-entry' USING WS-EARN-DEBIT
                 WS-EARN-CREDIT WS-LEDGER-AMOUNT WS-EARN-REASON
                 WS-NO-REF
               ADD WS-RELEASE TO DF-EARNED
               ADD WS-RELEASE TO WS-SVC-RELEASED(WS-SVC-IDX)
               ADD WS-RELEASE TO WS-TOTAL-RELEASED
           END-IF.
           IF DF-EARNED NOT < DF-AMOUNT
               MOVE "EARNED" TO DF-STATUS
           ELSE
               ADD 1 TO WS-SVC-OPEN(WS-SVC-IDX)
               ADD 1 TO WS-TOTAL-OPEN
               COMPUTE WS-SVC-UNEARNED(WS-SVC-IDX) =
                   WS-SVC-UNEARNED(WS-SVC-IDX) + DF-AMOUNT - DF-EARNED
               COMPUTE WS-TOTAL-UNEARNED =
                   WS-TOTAL-UNEARNED + DF-AMOUNT - DF-EARNED
           END-IF.
           IF WS-RELEASE > 0 OR DF-STATUS = "EARNED"
               REWRITE DEFERRAL-RECORD
           END-IF.

      *    Services share the last slot of the table once it fills,
      *    so no release is ever left off the report.
       0050-FIND-SERVICE.
           MOVE 0 TO WS-SVC-FOUND.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
               IF WS-SVC-NAME(WS-SVC-IDX) = DF-SERVICE
                   MOVE WS-SVC-IDX TO WS-SVC-FOUND
               END-IF
           END-PERFORM.
           IF WS-SVC-FOUND > 0
               MOVE WS-SVC-FOUND TO WS-SVC-IDX
           ELSE IF WS-SVC-COUNT < 6
               ADD 1 TO WS-SVC-COUNT
               MOVE WS-SVC-COUNT TO WS-SVC-IDX
               MOVE DF-SERVICE TO WS-SVC-NAME(WS-SVC-IDX)
           ELSE
               MOVE 6 TO WS-SVC-IDX
               MOVE "OTHER" TO WS-SVC-NAME(WS-SVC-IDX)
           END-IF.

       0100-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REVENUE RECOGNITION FOR " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  SERVICE    RELEASED  UNEARNED  OPEN LINES" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SVC-IDX FROM 1 BY 1
               UNTIL WS-SVC-IDX > WS-SVC-COUNT
               MOVE WS-SVC-RELEASED(WS-SVC-IDX) TO WS-RELEASED-EDIT
               MOVE WS-SVC-UNEARNED(WS-SVC-IDX) TO WS-UNEARNED-EDIT
               MOVE WS-SVC-OPEN(WS-SVC-IDX) TO WS-OPEN-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SVC-NAME(WS-SVC-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-RELEASED-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-UNEARNED-EDIT DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-OPEN-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-RELEASED TO WS-RELEASED-EDIT.
           MOVE WS-TOTAL-UNEARNED TO WS-UNEARNED-EDIT.
           MOVE WS-TOTAL-OPEN TO WS-OPEN-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL       " DELIMITED BY SIZE
               WS-RELEASED-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-UNEARNED-EDIT DELIMITED BY SIZE
               "       " DELIMITED BY SIZE
               WS-OPEN-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.
