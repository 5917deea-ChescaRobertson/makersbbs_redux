       IDENTIFICATION DIVISION.
           PROGRAM-ID. promo-campaign-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-PROMO-CODES-FILE ASSIGN TO "promo-codes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CODES-STATUS.
           SELECT F-REDEMPTIONS-FILE ASSIGN TO "promo-redemptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REDEMPTIONS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "promo-campaign-report.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

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

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CODES-STATUS PIC XX.
           01 WS-REDEMPTIONS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-CODE-COUNT PIC 99 VALUE 0.
           01 WS-IDX PIC 99.

           01 WS-CODE-TABLE.
               05 WS-CODE-ENTRY OCCURS 50 TIMES.
                   10 WS-CT-CODE PIC X(10).
                   10 WS-CT-LABEL PIC X(20).
                   10 WS-CT-SCOPE PIC X(10).
                   10 WS-CT-PERCENT PIC 999.
                   10 WS-CT-START PIC X(8).
                   10 WS-CT-END PIC X(8).
                   10 WS-CT-TOTAL-CAP PIC 9(5).
                   10 WS-CT-STATUS PIC X(9).
                   10 WS-CT-REDEEMED PIC 9(5).
                   10 WS-CT-DISCOUNT PIC 9(7).
                   10 WS-CT-REVENUE PIC 9(7).

           01 WS-TOTAL-REDEEMED PIC 9(5) VALUE 0.
           01 WS-TOTAL-DISCOUNT PIC 9(7) VALUE 0.
           01 WS-TOTAL-REVENUE PIC 9(7) VALUE 0.
           01 WS-CAMPAIGN-STATE PIC X(9).

           01 WS-EDIT-PERCENT PIC ZZ9.
           01 WS-EDIT-COUNT PIC Z(4)9.
           01 WS-EDIT-CAP PIC Z(4)9.
           01 WS-CAP-TEXT PIC X(6).
           01 WS-EDIT-DISCOUNT PIC Z(6)9.
           01 WS-EDIT-REVENUE PIC Z(6)9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "PROMO-CAMPAIGNS".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "promo-campaign-report.dat".

           LINKAGE SECTION.
           01 LS-PROMO-STATUS-MESSAGE PIC X(30).

      *    Every campaign code with its window and caps, how often
      *    it has been redeemed, the discount given away and the
      *    revenue the discounted sales brought in.
       PROCEDURE DIVISION USING LS-PROMO-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           INITIALIZE WS-CODE-TABLE.
           MOVE 0 TO WS-CODE-COUNT.

           OPEN INPUT F-PROMO-CODES-FILE.
           IF WS-CODES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROMO-CODES-FILE
                       NOT AT END
                           IF WS-CODE-COUNT < 50
                               ADD 1 TO WS-CODE-COUNT
                               PERFORM 0010-LOAD-CODE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROMO-CODES-FILE
           END-IF.

           OPEN INPUT F-REDEMPTIONS-FILE.
           IF WS-REDEMPTIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REDEMPTIONS-FILE
                       NOT AT END
                           PERFORM 0020-TALLY-REDEMPTION
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REDEMPTIONS-FILE
           END-IF.

           PERFORM 0030-WRITE-REPORT.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-CODE-COUNT = 0
               MOVE "NO CAMPAIGNS ON FILE" TO LS-PROMO-STATUS-MESSAGE
           ELSE
               MOVE WS-TOTAL-REDEEMED TO WS-EDIT-COUNT
               MOVE SPACES TO LS-PROMO-STATUS-MESSAGE
               STRING "CAMPAIGNS SPOOLED, " DELIMITED BY SIZE
                   WS-EDIT-COUNT DELIMITED BY SIZE
                   " USED" DELIMITED BY SIZE
                   INTO LS-PROMO-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-LOAD-CODE.
           MOVE PC-CODE TO WS-CT-CODE(WS-CODE-COUNT).
           MOVE PC-LABEL TO WS-CT-LABEL(WS-CODE-COUNT).
           MOVE PC-SCOPE TO WS-CT-SCOPE(WS-CODE-COUNT).
           MOVE PC-PERCENT TO WS-CT-PERCENT(WS-CODE-COUNT).
           MOVE PC-START TO WS-CT-START(WS-CODE-COUNT).
           MOVE PC-END TO WS-CT-END(WS-CODE-COUNT).
           MOVE PC-TOTAL-CAP TO WS-CT-TOTAL-CAP(WS-CODE-COUNT).
           MOVE PC-STATUS TO WS-CT-STATUS(WS-CODE-COUNT).

       0020-TALLY-REDEMPTION.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CODE-COUNT
               IF WS-CT-CODE(WS-IDX) = PRD-CODE
                   ADD 1 TO WS-CT-REDEEMED(WS-IDX)
                   ADD PRD-DISCOUNT TO WS-CT-DISCOUNT(WS-IDX)
                   ADD PRD-PAID TO WS-CT-REVENUE(WS-IDX)
               END-IF
           END-PERFORM.
           ADD 1 TO WS-TOTAL-REDEEMED.
           ADD PRD-DISCOUNT TO WS-TOTAL-DISCOUNT.
           ADD PRD-PAID TO WS-TOTAL-REVENUE.

       0030-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROMOTIONAL CAMPAIGNS  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-CODE-COUNT
               PERFORM 0040-WRITE-CAMPAIGN
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOTAL-REDEEMED TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-DISCOUNT TO WS-EDIT-DISCOUNT.
           MOVE WS-TOTAL-REVENUE TO WS-EDIT-REVENUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ALL CAMPAIGNS  REDEEMED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               "  DISCOUNT " DELIMITED BY SIZE
               WS-EDIT-DISCOUNT DELIMITED BY SIZE
               "  REVENUE " DELIMITED BY SIZE
               WS-EDIT-REVENUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.

      *    Two lines a campaign: what it is, then how it did.
       0040-WRITE-CAMPAIGN.
           IF WS-CT-STATUS(WS-IDX) NOT = "ACTIVE"
               MOVE WS-CT-STATUS(WS-IDX) TO WS-CAMPAIGN-STATE
           ELSE IF WS-TODAY < WS-CT-START(WS-IDX)
               MOVE "PLANNED" TO WS-CAMPAIGN-STATE
           ELSE IF WS-TODAY > WS-CT-END(WS-IDX)
               MOVE "ENDED" TO WS-CAMPAIGN-STATE
           ELSE
               MOVE "RUNNING" TO WS-CAMPAIGN-STATE
           END-IF.
           MOVE WS-CT-PERCENT(WS-IDX) TO WS-EDIT-PERCENT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CT-CODE(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CT-LABEL(WS-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CT-SCOPE(WS-IDX) DELIMITED BY SIZE
               WS-EDIT-PERCENT DELIMITED BY SIZE
               "% OFF " DELIMITED BY SIZE
               WS-CT-START(WS-IDX) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-CT-END(WS-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CT-REDEEMED(WS-IDX) TO WS-EDIT-COUNT.
           IF WS-CT-TOTAL-CAP(WS-IDX) = 0
               MOVE "NO CAP" TO WS-CAP-TEXT
           ELSE
               MOVE WS-CT-TOTAL-CAP(WS-IDX) TO WS-EDIT-CAP
               MOVE WS-EDIT-CAP TO WS-CAP-TEXT
           END-IF.
           MOVE WS-CT-DISCOUNT(WS-IDX) TO WS-EDIT-DISCOUNT.
           MOVE WS-CT-REVENUE(WS-IDX) TO WS-EDIT-REVENUE.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
               WS-CAMPAIGN-STATE DELIMITED BY SIZE
               " USED " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " OF " DELIMITED BY SIZE
               WS-CAP-TEXT DELIMITED BY SIZE
               "  DISCOUNT " DELIMITED BY SIZE
               WS-EDIT-DISCOUNT DELIMITED BY SIZE
               "  REVENUE " DELIMITED BY SIZE
               WS-EDIT-REVENUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
