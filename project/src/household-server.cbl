       IDENTIFICATION DIVISION.
       PROGRAM-ID. household-server.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
            FUNCTION CHECK-BALANCE
            FUNCTION CHECK-LIMIT.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-HOUSEHOLDS-FILE ASSIGN TO 'households.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.

             SELECT F-HH-MEMBERS-FILE ASSIGN TO
                 'household-members.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HH-MEMBERS-STATUS.

             SELECT F-SPEND-LOG-FILE ASSIGN TO 'spend-log.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SPEND-LOG-STATUS.

             SELECT F-USERS-FILE ASSIGN TO 'users.dat'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USERNAME
                 ALTERNATE RECORD KEY IS USER-ACNT-NUM
                 FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-HOUSEHOLDS-FILE.
           01 HOUSEHOLD-RECORD.
               05 HH-ID PIC 9(4).
               05 HH-NAME PIC X(20).
               05 HH-HEAD PIC X(16).
               05 HH-CREATED PIC X(8).
               05 HH-STATUS PIC X(8).

           FD F-HH-MEMBERS-FILE.
           01 HH-MEMBER-RECORD.
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

           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-ACNT-NUM PIC X(8).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-CREDIT PIC 999.
              05 USER-CREDIT-LIMIT PIC 9(4).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-LOCATION PIC X(20).
              05 USER-LAST-ACTIVITY PIC X(8).
              05 USER-ARCHIVED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-HH-MEMBERS-STATUS PIC XX.
           01 WS-SPEND-LOG-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 UPDATED-BALANCE PIC 999.
           01 WS-XFER-OUT-REASON PIC X(20) VALUE
               "HOUSEHOLD XFER OUT".
           01 WS-XFER-IN-REASON PIC X(20) VALUE
               "HOUSEHOLD XFER IN".

           01 WS-MY-HOUSEHOLD PIC 9(4).
           01 WS-MY-ROLE PIC X(5).
           01 WS-HH-NAME PIC X(20).
           01 WS-HH-HEAD PIC X(16).
           01 WS-MEM-COUNT PIC 99.
           01 WS-MEM-IDX PIC 99.
           01 WS-MEM-TABLE.
               05 WS-MEM-ENTRY OCCURS 8 TIMES.
                   10 WS-MEM-NAME PIC X(16).
                   10 WS-MEM-ROLE PIC X(5).
                   10 WS-MEM-GAME-CAP PIC 999.
                   10 WS-MEM-MARKET-CAP PIC 999.
                   10 WS-MEM-COMM-CAP PIC 999.

           01 HHS-FROM-ENTRY PIC X(16).
           01 HHS-TO-ENTRY PIC X(16).
           01 HHS-AMOUNT-ENTRY PIC 999.
           01 HHS-MEMBER-ENTRY PIC X(16).
           01 HHS-GAME-CAP-ENTRY PIC 999.
           01 HHS-MARKET-CAP-ENTRY PIC 999.
           01 HHS-COMM-CAP-ENTRY PIC 999.
           01 HOUSEHOLD-CHOICE PIC X.
           01 HHS-RESULT-MESSAGE PIC X(40).

           01 WS-CHECK-NAME PIC X(16).
           01 WS-CHECK-IN-HOUSEHOLD PIC 9.
           01 WS-CHECK-ROLE PIC X(5).
           01 WS-FROM-OK PIC 9.
           01 WS-TO-OK PIC 9.
           01 WS-FROM-CREDIT PIC 999.
           01 WS-FROM-FROZEN PIC 9.
           01 WS-TO-CREDIT PIC 999.
           01 WS-TO-LIMIT PIC 9(4).
           01 WS-TO-FROZEN PIC 9.
           01 WS-CAPS-DONE PIC 9.
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 WS-AMOUNT-OUT PIC ZZ9.

           01 WS-ACT-NAME PIC X(16).
           01 WS-ACT-COUNT PIC 9.
           01 WS-ACT-IDX PIC 9.
           01 WS-ACT-TABLE.
               05 WS-ACT-ENTRY OCCURS 8 TIMES.
                   10 WS-ACT-DATE PIC X(8).
                   10 WS-ACT-REASON PIC X(20).
                   10 WS-ACT-AMOUNT PIC 999.
           01 ACTIVITY-CHOICE PIC X.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
           01 USER-INFO-CRED-DISPLAY.
               05 USER-INFO-CR-MESSAGE PIC X(9).
               05 USER-INFO-CREDITS PIC 999.

           SCREEN SECTION.
           01 HOUSEHOLD-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Household"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 PIC 9(4) USING WS-MY-HOUSEHOLD
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 26 PIC X(20) USING WS-HH-NAME
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 48 VALUE "Head: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 54 PIC X(16) USING WS-HH-HEAD
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "Member           Role  Game Mrkt Comm"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(16) USING WS-MEM-NAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 37 PIC X(5) USING WS-MEM-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(16) USING WS-MEM-NAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 37 PIC X(5) USING WS-MEM-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(16) USING WS-MEM-NAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 37 PIC X(5) USING WS-MEM-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(16) USING WS-MEM-NAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 37 PIC X(5) USING WS-MEM-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(16) USING WS-MEM-NAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 37 PIC X(5) USING WS-MEM-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(16) USING WS-MEM-NAME(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 37 PIC X(5) USING WS-MEM-ROLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(16) USING WS-MEM-NAME(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 37 PIC X(5) USING WS-MEM-ROLE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(16) USING WS-MEM-NAME(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 37 PIC X(5) USING WS-MEM-ROLE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 43 PIC ZZ9 USING WS-MEM-GAME-CAP(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 48 PIC ZZ9 USING WS-MEM-MARKET-CAP(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 53 PIC ZZ9 USING WS-MEM-COMM-CAP(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "From: "
                   FOREGROUND-COLOR IS 2.
               05 HHS-FROM-FIELD LINE 18 COL 26 PIC X(16)
                   USING HHS-FROM-ENTRY.
               05 LINE 18 COL 44 VALUE "To: "
                   FOREGROUND-COLOR IS 2.
               05 HHS-TO-FIELD LINE 18 COL 48 PIC X(16)
                   USING HHS-TO-ENTRY.
               05 LINE 18 COL 66 VALUE "Amount: "
                   FOREGROUND-COLOR IS 2.
               05 HHS-AMOUNT-FIELD LINE 18 COL 74 PIC 999
                   USING HHS-AMOUNT-ENTRY.
               05 LINE 19 COL 20 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 HHS-MEMBER-FIELD LINE 19 COL 28 PIC X(16)
                   USING HHS-MEMBER-ENTRY.
               05 LINE 19 COL 46 VALUE "Caps game/market/comm: "
                   FOREGROUND-COLOR IS 2.
               05 HHS-GAME-CAP-FIELD LINE 19 COL 69 PIC 999
                   USING HHS-GAME-CAP-ENTRY.
               05 HHS-MARKET-CAP-FIELD LINE 19 COL 73 PIC 999
                   USING HHS-MARKET-CAP-ENTRY.
               05 HHS-COMM-CAP-FIELD LINE 19 COL 77 PIC 999
                   USING HHS-COMM-CAP-ENTRY.
               05 LINE 20 COL 20 VALUE
                   "Daily caps apply to children; 0 means no cap."
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 20 VALUE
                   "(t) Transfer  (c) Set caps  (a) Member activity
      -            "  (g) Back" HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 PIC X(40) USING HHS-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 HOUSEHOLD-CHOICE-FIELD LINE 24 COL 26 PIC X
                   USING HOUSEHOLD-CHOICE.

           01 ACTIVITY-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Recent spending: "
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 37 PIC X(16) USING WS-ACT-NAME
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "Date     Reason               Amt"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC X(8) USING WS-ACT-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 29 PIC X(20) USING WS-ACT-REASON(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(8) USING WS-ACT-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 29 PIC X(20) USING WS-ACT-REASON(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(8) USING WS-ACT-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 29 PIC X(20) USING WS-ACT-REASON(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(8) USING WS-ACT-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 29 PIC X(20) USING WS-ACT-REASON(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(8) USING WS-ACT-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 29 PIC X(20) USING WS-ACT-REASON(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(8) USING WS-ACT-DATE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 29 PIC X(20) USING WS-ACT-REASON(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(8) USING WS-ACT-DATE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 29 PIC X(20) USING WS-ACT-REASON(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(8) USING WS-ACT-DATE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 29 PIC X(20) USING WS-ACT-REASON(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 50 PIC ZZ9 USING WS-ACT-AMOUNT(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 VALUE "(g) Back to household"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ACTIVITY-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING ACTIVITY-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME,
           USER-INFO-CRED-DISPLAY.

      *    Families share credits through a household opened at the
      *    admin desk.  Everyone linked can see who is in it; only
      *    the head moves credits between members, reads their
      *    spending and sets the children's daily caps, which the
      *    games, market and commissary check before taking credits.
       1100-HOUSEHOLD.
           PERFORM 1102-LOAD-HOUSEHOLD.
           MOVE SPACES TO HHS-FROM-ENTRY.
           MOVE SPACES TO HHS-TO-ENTRY.
           MOVE 0 TO HHS-AMOUNT-ENTRY.
           MOVE SPACES TO HHS-MEMBER-ENTRY.
           MOVE 0 TO HHS-GAME-CAP-ENTRY.
           MOVE 0 TO HHS-MARKET-CAP-ENTRY.
           MOVE 0 TO HHS-COMM-CAP-ENTRY.
           IF WS-MY-HOUSEHOLD = 0
               MOVE "YOU ARE NOT IN A HOUSEHOLD" TO HHS-RESULT-MESSAGE
           END-IF.
           INITIALIZE HOUSEHOLD-CHOICE.
           DISPLAY HOUSEHOLD-SCREEN.

           ACCEPT HHS-FROM-FIELD.
           ACCEPT HHS-TO-FIELD.
           ACCEPT HHS-AMOUNT-FIELD.
           ACCEPT HHS-MEMBER-FIELD.
           ACCEPT HHS-GAME-CAP-FIELD.
           ACCEPT HHS-MARKET-CAP-FIELD.
           ACCEPT HHS-COMM-CAP-FIELD.
           ACCEPT HOUSEHOLD-CHOICE-FIELD.

           IF HOUSEHOLD-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF HOUSEHOLD-CHOICE NOT = 't' AND NOT = 'T'
               AND NOT = 'c' AND NOT = 'C'
               AND NOT = 'a' AND NOT = 'A'
               PERFORM 1100-HOUSEHOLD
           ELSE IF WS-MY-HOUSEHOLD = 0
               PERFORM 1100-HOUSEHOLD
           ELSE IF WS-MY-ROLE NOT = "HEAD"
               MOVE "ONLY THE HEAD OF HOUSEHOLD CAN MANAGE" TO
                 HHS-RESULT-MESSAGE
               PERFORM 1100-HOUSEHOLD
           ELSE
               EVALUATE TRUE
                   WHEN HOUSEHOLD-CHOICE = 't' OR 'T'
                       PERFORM 1110-TRANSFER
                   WHEN HOUSEHOLD-CHOICE = 'c' OR 'C'
                       PERFORM 1120-SET-CAPS
                   WHEN OTHER
                       PERFORM 1130-MEMBER-ACTIVITY
               END-EVALUATE
               PERFORM 1100-HOUSEHOLD
           END-IF.

       1102-LOAD-HOUSEHOLD.
           MOVE 0 TO WS-MY-HOUSEHOLD.
           MOVE SPACES TO WS-MY-ROLE.
           MOVE SPACES TO WS-HH-NAME.
           MOVE SPACES TO WS-HH-HEAD.
           MOVE 0 TO WS-MEM-COUNT.
           INITIALIZE WS-MEM-TABLE.
           OPEN INPUT F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HH-MEMBERS-FILE
                       NOT AT END
                           IF HM-USERNAME = USER-INFO-NAME
                           AND HM-STATUS = "ACTIVE"
                               MOVE HM-HOUSEHOLD TO WS-MY-HOUSEHOLD
                               MOVE HM-ROLE TO WS-MY-ROLE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HH-MEMBERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-MY-HOUSEHOLD NOT = 0
               PERFORM 1104-LOAD-MEMBERS
           END-IF.

       1104-LOAD-MEMBERS.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOUSEHOLDS-FILE
                       NOT AT END
                           IF HH-ID = WS-MY-HOUSEHOLD
                               MOVE HH-NAME TO WS-HH-NAME
                               MOVE HH-HEAD TO WS-HH-HEAD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOUSEHOLDS-FILE
           END-IF.
           OPEN INPUT F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HH-MEMBERS-FILE
                       NOT AT END
                           IF HM-HOUSEHOLD = WS-MY-HOUSEHOLD
                           AND HM-STATUS = "ACTIVE"
                           AND WS-MEM-COUNT < 8
                               ADD 1 TO WS-MEM-COUNT
                               MOVE HM-USERNAME TO
                                 WS-MEM-NAME(WS-MEM-COUNT)
                               MOVE HM-ROLE TO
                                 WS-MEM-ROLE(WS-MEM-COUNT)
                               MOVE HM-GAME-CAP TO
                                 WS-MEM-GAME-CAP(WS-MEM-COUNT)
                               MOVE HM-MARKET-CAP TO
                                 WS-MEM-MARKET-CAP(WS-MEM-COUNT)
                               MOVE HM-COMMISSARY-CAP TO
                                 WS-MEM-COMM-CAP(WS-MEM-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HH-MEMBERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Sets WS-CHECK-IN-HOUSEHOLD and WS-CHECK-ROLE for the name
      *    in WS-CHECK-NAME against the head's own household.
       1106-CHECK-MEMBER.
           MOVE 0 TO WS-CHECK-IN-HOUSEHOLD.
           MOVE SPACES TO WS-CHECK-ROLE.
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
             UNTIL WS-MEM-IDX > WS-MEM-COUNT
               IF WS-MEM-NAME(WS-MEM-IDX) = WS-CHECK-NAME
               AND WS-CHECK-NAME NOT = SPACES
                   MOVE 1 TO WS-CHECK-IN-HOUSEHOLD
                   MOVE WS-MEM-ROLE(WS-MEM-IDX) TO WS-CHECK-ROLE
               END-IF
           END-PERFORM.

      *    A transfer is a spend on one side and a credit on the
      *    other, so both legs land in the spend and credit logs
      *    the same way a member-to-member transfer does.
       1110-TRANSFER.
           MOVE HHS-FROM-ENTRY TO WS-CHECK-NAME.
           PERFORM 1106-CHECK-MEMBER.
           MOVE WS-CHECK-IN-HOUSEHOLD TO WS-FROM-OK.
           MOVE HHS-TO-ENTRY TO WS-CHECK-NAME.
           PERFORM 1106-CHECK-MEMBER.
           MOVE WS-CHECK-IN-HOUSEHOLD TO WS-TO-OK.
           IF WS-FROM-OK = 1 AND WS-TO-OK = 1
               PERFORM 1112-LOAD-BALANCES
           END-IF.
           IF WS-FROM-OK = 0 OR WS-TO-OK = 0
               MOVE "BOTH MUST BE IN YOUR HOUSEHOLD" TO
                 HHS-RESULT-MESSAGE
           ELSE IF HHS-FROM-ENTRY = HHS-TO-ENTRY
               MOVE "PICK TWO DIFFERENT MEMBERS" TO HHS-RESULT-MESSAGE
           ELSE IF HHS-AMOUNT-ENTRY = 0
               MOVE "AMOUNT IS REQUIRED" TO HHS-RESULT-MESSAGE
           ELSE IF WS-FROM-FROZEN = 1 OR WS-TO-FROZEN = 1
               MOVE "ACCOUNT IS FROZEN" TO HHS-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(HHS-AMOUNT-ENTRY, WS-FROM-CREDIT)
             = "FALSE"
               MOVE "NOT ENOUGH CREDITS TO MOVE" TO HHS-RESULT-MESSAGE
           ELSE IF CHECK-LIMIT(HHS-AMOUNT-ENTRY, WS-TO-CREDIT,
             WS-TO-LIMIT) = "FAIL"
               MOVE "RECIPIENT WOULD EXCEED CREDIT LIMIT" TO
                 HHS-RESULT-MESSAGE
           ELSE
               CALL 'deduct-credits' USING HHS-FROM-ENTRY,
                 HHS-AMOUNT-ENTRY, UPDATED-BALANCE, WS-XFER-OUT-REASON
               IF HHS-FROM-ENTRY = USER-INFO-NAME
                   MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               END-IF
               CALL 'add-credits' USING HHS-TO-ENTRY,
                 HHS-AMOUNT-ENTRY, WS-XFER-IN-REASON, UPDATED-BALANCE
               IF HHS-TO-ENTRY = USER-INFO-NAME
                   MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               END-IF
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "CREDITS MOVED TO " DELIMITED BY SIZE
                   HHS-TO-ENTRY DELIMITED BY SPACE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING HHS-FROM-ENTRY
                 WS-NOTIFY-MESSAGE HHS-AMOUNT-ENTRY
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "CREDITS FROM " DELIMITED BY SIZE
                   HHS-FROM-ENTRY DELIMITED BY SPACE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING HHS-TO-ENTRY
                 WS-NOTIFY-MESSAGE HHS-AMOUNT-ENTRY
               MOVE HHS-AMOUNT-ENTRY TO WS-AMOUNT-OUT
               MOVE SPACES TO HHS-RESULT-MESSAGE
               STRING "MOVED " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
                   " CREDITS" DELIMITED BY SIZE
                   INTO HHS-RESULT-MESSAGE
           END-IF.

       1112-LOAD-BALANCES.
           MOVE 0 TO WS-FROM-CREDIT.
           MOVE 0 TO WS-FROM-FROZEN.
           MOVE 0 TO WS-TO-CREDIT.
           MOVE 1000 TO WS-TO-LIMIT.
           MOVE 0 TO WS-TO-FROZEN.
           OPEN INPUT F-USERS-FILE.
           MOVE HHS-FROM-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   MOVE 1 TO WS-FROM-FROZEN
               NOT INVALID KEY
                   MOVE USER-CREDIT TO WS-FROM-CREDIT
                   IF USER-ARCHIVED = "D"
                       MOVE 1 TO WS-FROM-FROZEN
                   END-IF
           END-READ.
           MOVE HHS-TO-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   MOVE 1 TO WS-TO-FROZEN
               NOT INVALID KEY
                   MOVE USER-CREDIT TO WS-TO-CREDIT
                   MOVE USER-CREDIT-LIMIT TO WS-TO-LIMIT
                   IF USER-ARCHIVED = "D"
                       MOVE 1 TO WS-TO-FROZEN
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

      *    Caps are per day and per area; only children carry them.
       1120-SET-CAPS.
           MOVE HHS-MEMBER-ENTRY TO WS-CHECK-NAME.
           PERFORM 1106-CHECK-MEMBER.
           IF WS-CHECK-IN-HOUSEHOLD = 0
               MOVE "NOT IN YOUR HOUSEHOLD" TO HHS-RESULT-MESSAGE
           ELSE IF WS-CHECK-ROLE NOT = "CHILD"
               MOVE "CAPS APPLY TO CHILDREN ONLY" TO HHS-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-CAPS-DONE
               OPEN I-O F-HH-MEMBERS-FILE
               IF WS-HH-MEMBERS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-HH-MEMBERS-FILE
                           NOT AT END
                               IF HM-HOUSEHOLD = WS-MY-HOUSEHOLD
                               AND HM-USERNAME = HHS-MEMBER-ENTRY
                               AND HM-STATUS = "ACTIVE"
                                   MOVE HHS-GAME-CAP-ENTRY TO
                                     HM-GAME-CAP
                                   MOVE HHS-MARKET-CAP-ENTRY TO
                                     HM-MARKET-CAP
                                   MOVE HHS-COMM-CAP-ENTRY TO
                                     HM-COMMISSARY-CAP
                                   REWRITE HH-MEMBER-RECORD
                                   MOVE 1 TO WS-CAPS-DONE
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-HH-MEMBERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-CAPS-DONE = 1
                   MOVE "CAPS UPDATED" TO HHS-RESULT-MESSAGE
               ELSE
                   MOVE "CAPS NOT SAVED" TO HHS-RESULT-MESSAGE
               END-IF
           END-IF.

       1130-MEMBER-ACTIVITY.
           MOVE HHS-MEMBER-ENTRY TO WS-CHECK-NAME.
           PERFORM 1106-CHECK-MEMBER.
           IF WS-CHECK-IN-HOUSEHOLD = 0
               MOVE "NOT IN YOUR HOUSEHOLD" TO HHS-RESULT-MESSAGE
           ELSE
               PERFORM 1132-LOAD-ACTIVITY
               INITIALIZE ACTIVITY-CHOICE
               DISPLAY ACTIVITY-SCREEN
               ACCEPT ACTIVITY-CHOICE-FIELD
               MOVE SPACES TO HHS-RESULT-MESSAGE
           END-IF.

      *    The list keeps the eight most recent spends, newest last.
       1132-LOAD-ACTIVITY.
           MOVE HHS-MEMBER-ENTRY TO WS-ACT-NAME.
           MOVE 0 TO WS-ACT-COUNT.
           INITIALIZE WS-ACT-TABLE.
           OPEN INPUT F-SPEND-LOG-FILE.
           IF WS-SPEND-LOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SPEND-LOG-FILE
                       NOT AT END
                           IF SL-USERNAME = WS-ACT-NAME
                               PERFORM 1134-LIST-SPEND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SPEND-LOG-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       1134-LIST-SPEND.
           IF WS-ACT-COUNT = 8
               PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                 UNTIL WS-ACT-IDX > 7
                   MOVE WS-ACT-ENTRY(WS-ACT-IDX + 1) TO
                     WS-ACT-ENTRY(WS-ACT-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-ACT-COUNT
           END-IF.
           MOVE SL-DATE TO WS-ACT-DATE(WS-ACT-COUNT).
           MOVE SL-REASON TO WS-ACT-REASON(WS-ACT-COUNT).
           MOVE SL-AMOUNT TO WS-ACT-AMOUNT(WS-ACT-COUNT).
