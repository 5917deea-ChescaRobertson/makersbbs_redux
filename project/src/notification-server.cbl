                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INBOX-STATUS.

             SELECT F-PAY-REQUESTS-FILE ASSIGN TO
                 'payment-requests.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAY-REQUESTS-STATUS.

             SELECT F-DIGEST-FILE ASSIGN TO
                 'notification-digest.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DIGEST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-MEMBER-INBOX-FILE.
               05 INB-DATE PIC X(8).
               05 INB-READ PIC X.

           FD F-PAY-REQUESTS-FILE.
           01 PAY-REQUEST-RECORD.
               05 PR-ID PIC 9(6).
               05 PR-REQUESTER PIC X(16).
               05 PR-PAYER PIC X(16).
               05 PR-AMOUNT PIC 999.
               05 PR-REASON PIC X(30).
               05 PR-RAISED PIC X(8).
               05 PR-EXPIRES PIC X(8).
               05 PR-STATUS PIC X(8).
               05 PR-DECIDED PIC X(8).

           FD F-DIGEST-FILE.
           01 DIGEST-RECORD.
               05 DG-USERNAME PIC X(16).
               05 DG-CATEGORY PIC X(8).
               05 DG-MESSAGE PIC X(40).
               05 DG-AMOUNT PIC 999.
               05 DG-DATE PIC X(8).
               05 DG-STATUS PIC X(8).
               05 DG-SENT-ON PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-INBOX-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
                   10 WS-INB-FLAG PIC XX.
           01 INBOX-CHOICE PIC X.
           01 INBOX-RESULT-MESSAGE PIC X(40).
           01 WS-PAY-REQUESTS-STATUS PIC XX.
           01 PAY-REQUEST-ENTRY PIC 9(6).
           01 WS-TODAY PIC X(8).
           01 WS-PR-FOUND PIC 9.
           01 WS-PR-REQUESTER PIC X(16).
           01 WS-PR-AMOUNT PIC 999.
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 WS-DIGEST-STATUS PIC XX.
           01 WS-DG-TOTAL PIC 9(5).
           01 WS-DG-SEEN PIC 9(5).
           01 WS-DG-COUNT PIC 99 VALUE 0.
           01 WS-DG-TABLE.
               05 WS-DG-ENTRY OCCURS 10 TIMES.
                   10 WS-DG-DATE PIC X(8).
                   10 WS-DG-CATEGORY PIC X(8).
                   10 WS-DG-MESSAGE PIC X(40).
           01 DIGEST-CHOICE PIC X.
           01 DIGEST-RESULT-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
           01 LS-PAY-REQUEST-ID PIC 9(6).
           01 LS-SESSION-MODE PIC X.

           SCREEN SECTION.
           01 INBOX-SCREEN.
               05 LINE 18 COL 25 PIC X(40)
                   USING INBOX-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 25 VALUE "Payment request id: "
                   FOREGROUND-COLOR IS 2.
               05 PAY-REQUEST-FIELD LINE 19 COL 45 PIC 9(6)
                   USING PAY-REQUEST-ENTRY.
               05 LINE 20 COL 25 VALUE
                   "(r) Mark all read  (v) View digest  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 25 VALUE
                   "(a) Accept and pay request  (d) Decline request"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 INBOX-CHOICE-FIELD LINE 22 COL 31 PIC X
                   USING INBOX-CHOICE.

           01 DIGEST-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 25 VALUE "Notification Digest" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 25 VALUE
                   "Date      Category  Message"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 25 PIC X(8) USING WS-DG-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 35 PIC X(8) USING WS-DG-CATEGORY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(40) USING WS-DG-MESSAGE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 25 PIC X(8) USING WS-DG-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 35 PIC X(8) USING WS-DG-CATEGORY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC X(40) USING WS-DG-MESSAGE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC X(8) USING WS-DG-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 35 PIC X(8) USING WS-DG-CATEGORY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(40) USING WS-DG-MESSAGE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC X(8) USING WS-DG-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 35 PIC X(8) USING WS-DG-CATEGORY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 45 PIC X(40) USING WS-DG-MESSAGE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 PIC X(8) USING WS-DG-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 35 PIC X(8) USING WS-DG-CATEGORY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 45 PIC X(40) USING WS-DG-MESSAGE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 25 PIC X(8) USING WS-DG-DATE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 35 PIC X(8) USING WS-DG-CATEGORY(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 45 PIC X(40) USING WS-DG-MESSAGE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 25 PIC X(8) USING WS-DG-DATE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 35 PIC X(8) USING WS-DG-CATEGORY(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 45 PIC X(40) USING WS-DG-MESSAGE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 25 PIC X(8) USING WS-DG-DATE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 35 PIC X(8) USING WS-DG-CATEGORY(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 45 PIC X(40) USING WS-DG-MESSAGE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 25 PIC X(8) USING WS-DG-DATE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 35 PIC X(8) USING WS-DG-CATEGORY(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 45 PIC X(40) USING WS-DG-MESSAGE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 25 PIC X(8) USING WS-DG-DATE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 35 PIC X(8) USING WS-DG-CATEGORY(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 45 PIC X(40) USING WS-DG-MESSAGE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 25 PIC X(40)
                   USING DIGEST-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 25 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 DIGEST-CHOICE-FIELD LINE 22 COL 31 PIC X
                   USING DIGEST-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME, LS-PAY-REQUEST-ID,
           LS-SESSION-MODE.

       0130-INBOX-VIEW.
           MOVE 0 TO WS-INB-COUNT.
               MOVE "NO NOTIFICATIONS" TO INBOX-RESULT-MESSAGE
           END-IF.
           INITIALIZE INBOX-CHOICE.
           MOVE 0 TO PAY-REQUEST-ENTRY.
           DISPLAY INBOX-SCREEN.

           ACCEPT PAY-REQUEST-FIELD.
           ACCEPT INBOX-CHOICE-FIELD.
           MOVE SPACES TO INBOX-RESULT-MESSAGE.
           IF INBOX-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF INBOX-CHOICE = 'v' OR 'V'
               PERFORM 0139-DIGEST-VIEW
               PERFORM 0130-INBOX-VIEW
      *    An overseer's support view may read the inbox but must
      *    not mark it read or answer a payment request.
           ELSE IF LS-SESSION-MODE = "R"
               MOVE "READ-ONLY SUPPORT VIEW" TO INBOX-RESULT-MESSAGE
               PERFORM 0130-INBOX-VIEW
           ELSE IF INBOX-CHOICE = 'r' OR 'R'
               PERFORM 0135-MARK-ALL-READ
               PERFORM 0130-INBOX-VIEW
      *    Paying goes back out through the transfer desk so the
      *    password check and transaction records are the usual ones.
           ELSE IF INBOX-CHOICE = 'a' OR 'A'
               PERFORM 0137-FIND-PAY-REQUEST
               IF INBOX-RESULT-MESSAGE = SPACES
                   MOVE PAY-REQUEST-ENTRY TO LS-PAY-REQUEST-ID
                   GOBACK
               END-IF
               PERFORM 0130-INBOX-VIEW
           ELSE IF INBOX-CHOICE = 'd' OR 'D'
               PERFORM 0137-FIND-PAY-REQUEST
               IF INBOX-RESULT-MESSAGE = SPACES
                   PERFORM 0138-DECLINE-PAY-REQUEST
               END-IF
               PERFORM 0130-INBOX-VIEW
           ELSE
               PERFORM 0130-INBOX-VIEW
           END-IF.
           END-IF.
           MOVE "ALL NOTIFICATIONS MARKED READ" TO
             INBOX-RESULT-MESSAGE.

      *    Only an open request addressed to this member, and still
      *    inside its expiry date, can be paid or declined.
       0137-FIND-PAY-REQUEST.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-PR-FOUND.
           OPEN INPUT F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-ID = PAY-REQUEST-ENTRY
                           AND PR-PAYER = USER-INFO-NAME
                               MOVE 1 TO WS-PR-FOUND
                               EVALUATE TRUE
                                   WHEN PR-STATUS NOT = "OPEN"
                                       MOVE "REQUEST IS NO LONGER OPEN"
                                         TO INBOX-RESULT-MESSAGE
                                   WHEN PR-EXPIRES < WS-TODAY
                                       MOVE "REQUEST HAS EXPIRED" TO
                                         INBOX-RESULT-MESSAGE
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.
           IF WS-PR-FOUND = 0
               MOVE "NO SUCH PAYMENT REQUEST FOR YOU" TO
                 INBOX-RESULT-MESSAGE
           END-IF.

       0138-DECLINE-PAY-REQUEST.
           OPEN I-O F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-ID = PAY-REQUEST-ENTRY
                           AND PR-PAYER = USER-INFO-NAME
                           AND PR-STATUS = "OPEN"
                               MOVE "DECLINED" TO PR-STATUS
                               MOVE WS-TODAY TO PR-DECIDED
                               REWRITE PAY-REQUEST-RECORD
                               MOVE PR-REQUESTER TO WS-PR-REQUESTER
                               MOVE PR-AMOUNT TO WS-PR-AMOUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.
           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           STRING "PAY REQUEST " DELIMITED BY SIZE
               PAY-REQUEST-ENTRY DELIMITED BY SIZE
               " DECLINED" DELIMITED BY SIZE
               INTO WS-NOTIFY-MESSAGE.
           CALL 'add-notification' USING WS-PR-REQUESTER
             WS-NOTIFY-MESSAGE WS-PR-AMOUNT.
           MOVE "REQUEST DECLINED" TO INBOX-RESULT-MESSAGE.

      *    Lists the ten most recent notices the member chose to
      *    receive by digest, whether or not the nightly run has
      *    gathered them yet.
       0139-DIGEST-VIEW.
           MOVE 0 TO WS-DG-TOTAL.
           OPEN INPUT F-DIGEST-FILE.
           IF WS-DIGEST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-FILE
                       NOT AT END
                           IF DG-USERNAME = USER-INFO-NAME
                               ADD 1 TO WS-DG-TOTAL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-FILE
           END-IF.

           MOVE 0 TO WS-DG-COUNT.
           MOVE 0 TO WS-DG-SEEN.
           INITIALIZE WS-DG-TABLE.
           OPEN INPUT F-DIGEST-FILE.
           IF WS-DIGEST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-FILE
                       NOT AT END
                           IF DG-USERNAME = USER-INFO-NAME
                               ADD 1 TO WS-DG-SEEN
                               IF WS-DG-SEEN + 10 > WS-DG-TOTAL
                                   ADD 1 TO WS-DG-COUNT
                                   MOVE DG-DATE TO
                                     WS-DG-DATE(WS-DG-COUNT)
                                   MOVE DG-CATEGORY TO
                                     WS-DG-CATEGORY(WS-DG-COUNT)
                                   MOVE DG-MESSAGE TO
                                     WS-DG-MESSAGE(WS-DG-COUNT)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-FILE
           END-IF.

           IF WS-DG-COUNT = 0
               MOVE "NO DIGEST NOTICES" TO DIGEST-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO DIGEST-RESULT-MESSAGE
           END-IF.
           INITIALIZE DIGEST-CHOICE.
           DISPLAY DIGEST-SCREEN.
           ACCEPT DIGEST-CHOICE-FIELD.
