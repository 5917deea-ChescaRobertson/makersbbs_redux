       IDENTIFICATION DIVISION.
           PROGRAM-ID. check-household-cap.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-HOUSEHOLD-MEMBERS-FILE ASSIGN TO
             "household-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MEMBERS-STATUS.
           SELECT F-SPEND-LOG-FILE ASSIGN TO "spend-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SPEND-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOUSEHOLD-MEMBERS-FILE.
           01 HOUSEHOLD-MEMBER-RECORD.
               05 HM-HOUSEHOLD PIC 9(4).
               05 HM-USERNAME PIC X(16).
               05 HM-ROLE PIC X(5).
               05 HM-GAME-CAP PIC 999.
               05 HM-MARKET-CAP PIC 999.
               05 HM-COMMISSARY-CAP PIC 999.
               05 HM-STATUS PIC X(8).
               05 HM-JOINED PIC X(8).

           FD F-SPEND-LOG-FILE.
           01 SPEND-LOG-RECORD.
              05 SL-USERNAME PIC X(16).
              05 SL-REASON PIC X(20).
              05 SL-AMOUNT PIC 999.
              05 SL-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-MEMBERS-STATUS PIC XX.
           01 WS-SPEND-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-MY-CAP PIC 999.
           01 WS-TODAY-SPEND PIC 9(5).
           01 WS-IN-AREA PIC 9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-AMOUNT PIC 999.
           01 LS-AREA PIC X(4).
           01 LS-RESULT PIC X(4).

      *    A child linked to a household may be capped by the head
      *    of household, per day, separately for games (GAME), the
      *    marketplace (MRKT) and the commissary (COMM).  A cap of
      *    zero, or no household link, leaves the member uncapped.
       PROCEDURE DIVISION USING LS-USERNAME, LS-AMOUNT, LS-AREA,
           LS-RESULT.

           MOVE "PASS" TO LS-RESULT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM 0010-READ-MY-CAP.
           IF WS-MY-CAP = 0
               GOBACK
           END-IF.

           PERFORM 0020-TALLY-TODAYS-SPEND.
           IF WS-TODAY-SPEND + LS-AMOUNT > WS-MY-CAP
               MOVE "FAIL" TO LS-RESULT
           END-IF.

           GOBACK.

       0010-READ-MY-CAP.
           MOVE 0 TO WS-MY-CAP.
           OPEN INPUT F-HOUSEHOLD-MEMBERS-FILE.
           IF WS-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOUSEHOLD-MEMBERS-FILE
                       NOT AT END
                           IF HM-USERNAME = LS-USERNAME
                           AND HM-STATUS = "ACTIVE"
                           AND HM-ROLE = "CHILD"
                               EVALUATE LS-AREA
                                   WHEN "GAME"
                                       MOVE HM-GAME-CAP TO WS-MY-CAP
                                   WHEN "MRKT"
                                       MOVE HM-MARKET-CAP TO WS-MY-CAP
                                   WHEN "COMM"
                                       MOVE HM-COMMISSARY-CAP TO
                                         WS-MY-CAP
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOUSEHOLD-MEMBERS-FILE
           END-IF.

       0020-TALLY-TODAYS-SPEND.
           MOVE 0 TO WS-TODAY-SPEND.
           OPEN INPUT F-SPEND-LOG-FILE.
           IF WS-SPEND-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SPEND-LOG-FILE
                       NOT AT END
                           IF SL-USERNAME = LS-USERNAME
                           AND SL-DATE = WS-TODAY
                               PERFORM 0030-CHECK-AREA
                               IF WS-IN-AREA = 1
                                   ADD SL-AMOUNT TO WS-TODAY-SPEND
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SPEND-LOG-FILE
           END-IF.

       0030-CHECK-AREA.
           MOVE 0 TO WS-IN-AREA.
           EVALUATE LS-AREA
               WHEN "GAME"
                   IF SL-REASON = "GAME" OR "TRIVIA GAME"
                     OR "LOTTERY TICKET" OR "CHALLENGE STAKE"
                     OR "SCRATCH CARD" OR "POOL STAKE"
                       MOVE 1 TO WS-IN-AREA
                   END-IF
               WHEN "MRKT"
                   IF SL-REASON = "MARKET ESCROW"
                       MOVE 1 TO WS-IN-AREA
                   END-IF
               WHEN "COMM"
                   IF SL-REASON = "COMMISSARY"
                       MOVE 1 TO WS-IN-AREA
                   END-IF
           END-EVALUATE.
