       IDENTIFICATION DIVISION.
           PROGRAM-ID. insurance-premium-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-POLICIES-FILE ASSIGN TO "insurance-policies.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICIES-STATUS.
           SELECT F-PREMIUMS-FILE ASSIGN TO "insurance-premiums.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREMIUMS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.

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
           01 WS-POLICIES-STATUS PIC XX.
           01 WS-PREMIUMS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC X(6).
           01 WS-PREMIUM-KEY PIC X(20) VALUE "INSURANCE-PREMIUM".
           01 WS-PREMIUM PIC 999 VALUE 0.
           01 WS-PREMIUM-REASON PIC X(20) VALUE "INSURANCE PREMIUM".
           01 WS-FUND-REASON PIC X(20) VALUE "INSURANCE POOL FUND".
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-INSURANCE-POOL PIC X(16) VALUE "*INSURANCE-POOL*".
           01 WS-POOL-AMOUNT PIC 9(5).
           01 WS-POOL-DEBIT PIC X(16).
           01 WS-POOL-CREDIT PIC X(16).
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 UPDATED-BALANCE PIC 999.
           01 WS-CAN-PAY PIC 9.
           01 WS-COLLECTED PIC 999 VALUE 0.
           01 WS-LAPSED PIC 999 VALUE 0.
           01 WS-COLLECTED-OUT PIC ZZ9.
           01 WS-LAPSED-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 LS-INSURANCE-STATUS-MESSAGE PIC X(30).

      *    Collects the month's premium from every active policy not
      *    yet paid for this month, the way standing orders are
      *    swept.  A member who cannot cover the premium, or whose
      *    account is frozen, has the cover lapsed and is told so;
      *    they can rejoin from the insurance screen.
       PROCEDURE DIVISION USING LS-INSURANCE-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
           CALL 'get-price' USING WS-PREMIUM-KEY WS-PREMIUM.
           IF WS-PREMIUM = 0
               MOVE 10 TO WS-PREMIUM
           END-IF.

           OPEN I-O F-POLICIES-FILE.
           IF WS-POLICIES-STATUS NOT = "00"
               MOVE "NO INSURANCE POLICIES ON FILE" TO
                 LS-INSURANCE-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-POLICIES-FILE
                   NOT AT END
                       IF IP-STATUS = "ACTIVE"
                       AND IP-PAID-MONTH < WS-THIS-MONTH
                           PERFORM 0010-COLLECT-PREMIUM
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-POLICIES-FILE.

           MOVE WS-COLLECTED TO WS-COLLECTED-OUT.
           MOVE WS-LAPSED TO WS-LAPSED-OUT.
           MOVE SPACES TO LS-INSURANCE-STATUS-MESSAGE.
           STRING "PREMIUMS " DELIMITED BY SIZE
               WS-COLLECTED-OUT DELIMITED BY SIZE
               " LAPSED " DELIMITED BY SIZE
               WS-LAPSED-OUT DELIMITED BY SIZE
               INTO LS-INSURANCE-STATUS-MESSAGE.
           GOBACK.

       0010-COLLECT-PREMIUM.
           MOVE 0 TO WS-CAN-PAY.
           OPEN INPUT F-USERS-FILE.
           MOVE IP-USERNAME TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-CREDIT NOT < WS-PREMIUM
                   AND USER-ARCHIVED NOT = "D"
                       MOVE 1 TO WS-CAN-PAY
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           IF WS-CAN-PAY = 1
               PERFORM 0020-TAKE-PREMIUM
               MOVE WS-THIS-MONTH TO IP-PAID-MONTH
               ADD 1 TO WS-COLLECTED
               STRING "INSURANCE PREMIUM PAID FOR " DELIMITED BY SIZE
                   WS-THIS-MONTH DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
           ELSE
               MOVE "LAPSED" TO IP-STATUS
               MOVE WS-TODAY TO IP-LEFT
               ADD 1 TO WS-LAPSED
               MOVE "INSURANCE LAPSED - PREMIUM UNPAID" TO
                 WS-NOTIFY-MESSAGE
           END-IF.
           REWRITE POLICY-RECORD.
           CALL 'add-notification' USING IP-USERNAME
             WS-NOTIFY-MESSAGE WS-PREMIUM.

       0020-TAKE-PREMIUM.
           CALL 'deduct-credits' USING IP-USERNAME, WS-PREMIUM,
             UPDATED-BALANCE, WS-PREMIUM-REASON.
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
           MOVE IP-USERNAME TO IPM-USERNAME.
           MOVE WS-THIS-MONTH TO IPM-MONTH.
           MOVE WS-PREMIUM TO IPM-AMOUNT.
           MOVE WS-TODAY TO IPM-DATE.
           WRITE PREMIUM-RECORD.
           CLOSE F-PREMIUMS-FILE.
