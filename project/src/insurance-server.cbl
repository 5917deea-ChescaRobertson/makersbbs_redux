       IDENTIFICATION DIVISION.
       PROGRAM-ID. insurance-server.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
            FUNCTION CHECK-BALANCE.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-POLICIES-FILE ASSIGN TO 'insurance-policies.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-POLICIES-STATUS.

             SELECT F-PREMIUMS-FILE ASSIGN TO 'insurance-premiums.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PREMIUMS-STATUS.

             SELECT F-CLAIMS-FILE ASSIGN TO 'insurance-claims.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLAIMS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-POLICIES-FILE.
           01 POLICY-RECORD.
               05 IP-USERNAME PIC X(16).
               05 IP-STATUS PIC X(8).
               05 IP-JOINED PIC X(8).
               05 IP-PAID-MONTH PIC X(6).
               05 IP-LEFT PIC X(8).

           FD F-PREMIUMS-FILE.
           01 PREMIUM-RECORD.
               05 IPM-USERNAME PIC X(16).
               05 IPM-MONTH PIC X(6).
               05 IPM-AMOUNT PIC 999.
               05 IPM-DATE PIC X(8).

           FD F-CLAIMS-FILE.
           01 CLAIM-RECORD.
               05 IC-ID PIC 9(6).
               05 IC-USERNAME PIC X(16).
               05 IC-AMOUNT PIC 999.
               05 IC-DETAIL PIC X(30).
               05 IC-FILED PIC X(8).
               05 IC-STATUS PIC X(8).
               05 IC-DECIDED-BY PIC X(16).
               05 IC-DECIDED PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-POLICIES-STATUS PIC XX.
           01 WS-PREMIUMS-STATUS PIC XX.
           01 WS-CLAIMS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 UPDATED-BALANCE PIC 999.
           01 WS-PREMIUM-KEY PIC X(20) VALUE "INSURANCE-PREMIUM".
           01 WS-PREMIUM PIC 999 VALUE 0.
           01 WS-MAX-CLAIM-KEY PIC X(20) VALUE "INSURANCE-MAX-CLAIM".
           01 WS-MAX-CLAIM PIC 999 VALUE 0.
           01 WS-PREMIUM-REASON PIC X(20) VALUE "INSURANCE PREMIUM".
           01 WS-FUND-REASON PIC X(20) VALUE "INSURANCE POOL FUND".
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-INSURANCE-POOL PIC X(16) VALUE "*INSURANCE-POOL*".
           01 WS-POOL-AMOUNT PIC 9(5).
           01 WS-POOL-DEBIT PIC X(16).
           01 WS-POOL-CREDIT PIC X(16).
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.

           01 WS-POL-FOUND PIC 9.
           01 WS-POL-STATUS PIC X(8).
           01 WS-POL-PAID-MONTH PIC X(6).
           01 WS-PENDING-CLAIM PIC 9.
           01 WS-NEXT-CLAIM-ID PIC 9(6).

           01 WS-CLM-COUNT PIC 9.
           01 WS-CLM-TABLE.
               05 WS-CLM-ENTRY OCCURS 4 TIMES.
                   10 WS-CLM-ID PIC 9(6).
                   10 WS-CLM-FILED PIC X(8).
                   10 WS-CLM-AMOUNT PIC 999.
                   10 WS-CLM-STATUS PIC X(8).
                   10 WS-CLM-DETAIL PIC X(30).

           01 INS-AMOUNT-ENTRY PIC 999.
           01 INS-DETAIL-ENTRY PIC X(30).
           01 INSURANCE-CHOICE PIC X.
           01 INS-RESULT-MESSAGE PIC X(40).
           01 WS-NOTIFY-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
           01 USER-INFO-CRED-DISPLAY.
               05 USER-INFO-CR-MESSAGE PIC X(9).
               05 USER-INFO-CREDITS PIC 999.

           SCREEN SECTION.
           01 INSURANCE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Vault mutual insurance"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Your cover: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 32 PIC X(8) USING WS-POL-STATUS
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 7 COL 42 VALUE "Paid to month: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 57 PIC X(6) USING WS-POL-PAID-MONTH
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Monthly premium: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 37 PIC ZZ9 USING WS-PREMIUM
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 42 VALUE "Largest claim: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 57 PIC ZZ9 USING WS-MAX-CLAIM
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE
                   "Claim   Filed    Amt Status   Detail"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(6) USING WS-CLM-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(8) USING WS-CLM-FILED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 37 PIC ZZ9 USING WS-CLM-AMOUNT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 41 PIC X(8) USING WS-CLM-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 50 PIC X(30) USING WS-CLM-DETAIL(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(6) USING WS-CLM-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 28 PIC X(8) USING WS-CLM-FILED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 37 PIC ZZ9 USING WS-CLM-AMOUNT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 41 PIC X(8) USING WS-CLM-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 50 PIC X(30) USING WS-CLM-DETAIL(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(6) USING WS-CLM-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 28 PIC X(8) USING WS-CLM-FILED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 37 PIC ZZ9 USING WS-CLM-AMOUNT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 41 PIC X(8) USING WS-CLM-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 50 PIC X(30) USING WS-CLM-DETAIL(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9(6) USING WS-CLM-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 28 PIC X(8) USING WS-CLM-FILED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 37 PIC ZZ9 USING WS-CLM-AMOUNT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 41 PIC X(8) USING WS-CLM-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 50 PIC X(30) USING WS-CLM-DETAIL(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Claim amount: "
                   FOREGROUND-COLOR IS 2.
               05 INS-AMOUNT-FIELD LINE 16 COL 34 PIC 999
                   USING INS-AMOUNT-ENTRY.
               05 LINE 17 COL 20 VALUE "What broke: "
                   FOREGROUND-COLOR IS 2.
               05 INS-DETAIL-FIELD LINE 17 COL 34 PIC X(30)
                   USING INS-DETAIL-ENTRY.
               05 LINE 19 COL 20 PIC X(40) USING INS-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE
                   "(j) Join  (c) Cancel cover  (f) File claim"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 INSURANCE-CHOICE-FIELD LINE 23 COL 26 PIC X
                   USING INSURANCE-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME,
           USER-INFO-CRED-DISPLAY.

      *    Cover is opt-in.  Joining takes the first month's premium
      *    on the spot; after that the premium batch collects once a
      *    month and lapses anyone who cannot pay.  Premiums are
      *    walked into the insurance pool account and claims, once
      *    an admin approves them, are paid back out of it.
       1300-INSURANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL 'get-price' USING WS-PREMIUM-KEY WS-PREMIUM.
           IF WS-PREMIUM = 0
               MOVE 10 TO WS-PREMIUM
           END-IF.
           CALL 'get-price' USING WS-MAX-CLAIM-KEY WS-MAX-CLAIM.
           IF WS-MAX-CLAIM = 0
               MOVE 250 TO WS-MAX-CLAIM
           END-IF.
           PERFORM 1302-FIND-POLICY.
           PERFORM 1304-LOAD-CLAIMS.
           MOVE 0 TO INS-AMOUNT-ENTRY.
           MOVE SPACES TO INS-DETAIL-ENTRY.
           INITIALIZE INSURANCE-CHOICE.
           DISPLAY INSURANCE-SCREEN.

           ACCEPT INS-AMOUNT-FIELD.
           ACCEPT INS-DETAIL-FIELD.
           ACCEPT INSURANCE-CHOICE-FIELD.

           IF INSURANCE-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF INSURANCE-CHOICE = 'j' OR 'J'
               PERFORM 1310-JOIN
               PERFORM 1300-INSURANCE
           ELSE IF INSURANCE-CHOICE = 'c' OR 'C'
               PERFORM 1320-CANCEL-COVER
               PERFORM 1300-INSURANCE
           ELSE IF INSURANCE-CHOICE = 'f' OR 'F'
               PERFORM 1330-FILE-CLAIM
               PERFORM 1300-INSURANCE
           ELSE
               MOVE SPACES TO INS-RESULT-MESSAGE
               PERFORM 1300-INSURANCE
           END-IF.

       1302-FIND-POLICY.
           MOVE 0 TO WS-POL-FOUND.
           MOVE "NONE" TO WS-POL-STATUS.
           MOVE SPACES TO WS-POL-PAID-MONTH.
           OPEN INPUT F-POLICIES-FILE.
           IF WS-POLICIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POLICIES-FILE
                       NOT AT END
                           IF IP-USERNAME = USER-INFO-NAME
                               MOVE 1 TO WS-POL-FOUND
                               MOVE IP-STATUS TO WS-POL-STATUS
                               MOVE IP-PAID-MONTH TO WS-POL-PAID-MONTH
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POLICIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Keeps the member's four most recent claims and notes
      *    whether one is still waiting on the admin queue.
       1304-LOAD-CLAIMS.
           MOVE 0 TO WS-CLM-COUNT.
           MOVE 0 TO WS-PENDING-CLAIM.
           MOVE 0 TO WS-NEXT-CLAIM-ID.
           INITIALIZE WS-CLM-TABLE.
           OPEN INPUT F-CLAIMS-FILE.
           IF WS-CLAIMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CLAIMS-FILE
                       NOT AT END
                           IF IC-ID > WS-NEXT-CLAIM-ID
                               MOVE IC-ID TO WS-NEXT-CLAIM-ID
                           END-IF
                           IF IC-USERNAME = USER-INFO-NAME
                               PERFORM 1306-LIST-CLAIM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CLAIMS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-NEXT-CLAIM-ID.

       1306-LIST-CLAIM.
           IF IC-STATUS = "PENDING"
               MOVE 1 TO WS-PENDING-CLAIM
           END-IF.
           IF WS-CLM-COUNT = 4
               MOVE WS-CLM-ENTRY(2) TO WS-CLM-ENTRY(1)
               MOVE WS-CLM-ENTRY(3) TO WS-CLM-ENTRY(2)
               MOVE WS-CLM-ENTRY(4) TO WS-CLM-ENTRY(3)
           ELSE
               ADD 1 TO WS-CLM-COUNT
           END-IF.
           MOVE IC-ID TO WS-CLM-ID(WS-CLM-COUNT).
           MOVE IC-FILED TO WS-CLM-FILED(WS-CLM-COUNT).
           MOVE IC-AMOUNT TO WS-CLM-AMOUNT(WS-CLM-COUNT).
           MOVE IC-STATUS TO WS-CLM-STATUS(WS-CLM-COUNT).
           MOVE IC-DETAIL TO WS-CLM-DETAIL(WS-CLM-COUNT).

       1310-JOIN.
           IF WS-POL-STATUS = "ACTIVE"
               MOVE "YOU ARE ALREADY COVERED" TO INS-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(WS-PREMIUM, USER-INFO-CREDITS)
             = "FALSE"
               MOVE "NOT ENOUGH CREDITS FOR THE PREMIUM" TO
                 INS-RESULT-MESSAGE
           ELSE
               PERFORM 1312-TAKE-PREMIUM
               IF WS-POL-FOUND = 1
                   PERFORM 1314-REOPEN-POLICY
               ELSE
                   OPEN EXTEND F-POLICIES-FILE
                   IF WS-POLICIES-STATUS = "35"
                       OPEN OUTPUT F-POLICIES-FILE
                   END-IF
                   MOVE SPACES TO POLICY-RECORD
                   MOVE USER-INFO-NAME TO IP-USERNAME
                   MOVE "ACTIVE" TO IP-STATUS
                   MOVE WS-TODAY TO IP-JOINED
                   MOVE WS-TODAY(1:6) TO IP-PAID-MONTH
                   WRITE POLICY-RECORD
                   CLOSE F-POLICIES-FILE
               END-IF
               MOVE "COVERED - FIRST PREMIUM TAKEN" TO
                 INS-RESULT-MESSAGE
           END-IF.

      *    Same two legs as the premium batch: the member spend
      *    posts to revenue and is mirrored on into the pool.
       1312-TAKE-PREMIUM.
           CALL 'deduct-credits' USING USER-INFO-NAME, WS-PREMIUM,
             UPDATED-BALANCE, WS-PREMIUM-REASON.
           MOVE UPDATED-BALANCE TO USER-INFO-CREDITS.
           MOVE WS-PREMIUM TO WS-POOL-AMOUNT.
           MOVE WS-HOUSE-REVENUE TO WS-POOL-DEBIT.
           MOVE WS-INSURANCE-POOL TO WS-POOL-CREDIT.
           CALL 'get-posting-rule' USING WS-FUND-REASON
             WS-NO-MEMBER WS-POOL-DEBIT WS-POOL-CREDIT.
           CALL 'post-ledger-entry' USING WS-POOL-DEBIT
             WS-POOL-CREDIT WS-POOL-AMOUNT WS-FUND-REASON
             WS-NO-REF.
           OPEN EXTEND F-PREMIUMS-FILE.
           IF WS-PREMIUMS-STATUS = "35"
               OPEN OUTPUT F-PREMIUMS-FILE
           END-IF.
           MOVE SPACES TO PREMIUM-RECORD.
           MOVE USER-INFO-NAME TO IPM-USERNAME.
           MOVE WS-TODAY(1:6) TO IPM-MONTH.
           MOVE WS-PREMIUM TO IPM-AMOUNT.
           MOVE WS-TODAY TO IPM-DATE.
           WRITE PREMIUM-RECORD.
           CLOSE F-PREMIUMS-FILE.

       1314-REOPEN-POLICY.
           OPEN I-O F-POLICIES-FILE.
           IF WS-POLICIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POLICIES-FILE
                       NOT AT END
                           IF IP-USERNAME = USER-INFO-NAME
                               MOVE "ACTIVE" TO IP-STATUS
                               MOVE WS-TODAY TO IP-JOINED
                               MOVE WS-TODAY(1:6) TO IP-PAID-MONTH
                               MOVE SPACES TO IP-LEFT
                               REWRITE POLICY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POLICIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Premiums already paid stay in the pool; cover simply
      *    stops being renewed.
       1320-CANCEL-COVER.
           IF WS-POL-STATUS NOT = "ACTIVE"
               MOVE "YOU HAVE NO ACTIVE COVER" TO INS-RESULT-MESSAGE
           ELSE
               OPEN I-O F-POLICIES-FILE
               IF WS-POLICIES-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-POLICIES-FILE
                           NOT AT END
                               IF IP-USERNAME = USER-INFO-NAME
                                   MOVE "CANCELLD" TO IP-STATUS
                                   MOVE WS-TODAY TO IP-LEFT
                                   REWRITE POLICY-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-POLICIES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE "COVER CANCELLED" TO INS-RESULT-MESSAGE
           END-IF.

       1330-FILE-CLAIM.
           IF WS-POL-STATUS NOT = "ACTIVE"
               MOVE "ONLY ACTIVE COVER CAN CLAIM" TO
                 INS-RESULT-MESSAGE
           ELSE IF WS-PENDING-CLAIM = 1
               MOVE "A CLAIM IS ALREADY WAITING" TO INS-RESULT-MESSAGE
           ELSE IF INS-AMOUNT-ENTRY = 0
           OR INS-DETAIL-ENTRY = SPACES
               MOVE "AMOUNT AND DETAIL REQUIRED" TO INS-RESULT-MESSAGE
           ELSE IF INS-AMOUNT-ENTRY > WS-MAX-CLAIM
               MOVE "CLAIM IS OVER THE COVER LIMIT" TO
                 INS-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-CLAIMS-FILE
               IF WS-CLAIMS-STATUS = "35"
                   OPEN OUTPUT F-CLAIMS-FILE
               END-IF
               MOVE SPACES TO CLAIM-RECORD
               MOVE WS-NEXT-CLAIM-ID TO IC-ID
               MOVE USER-INFO-NAME TO IC-USERNAME
               MOVE INS-AMOUNT-ENTRY TO IC-AMOUNT
               MOVE INS-DETAIL-ENTRY TO IC-DETAIL
               MOVE WS-TODAY TO IC-FILED
               MOVE "PENDING" TO IC-STATUS
               WRITE CLAIM-RECORD
               CLOSE F-CLAIMS-FILE
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "INSURANCE CLAIM " DELIMITED BY SIZE
                   WS-NEXT-CLAIM-ID DELIMITED BY SIZE
                   " FILED" DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING USER-INFO-NAME
                 WS-NOTIFY-MESSAGE INS-AMOUNT-ENTRY
               MOVE "CLAIM FILED FOR ADMIN REVIEW" TO
                 INS-RESULT-MESSAGE
           END-IF.
