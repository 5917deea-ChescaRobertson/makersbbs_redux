       PROGRAM-ID. events-server.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
            FUNCTION CHECK-BALANCE.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-EVENTS-FILE ASSIGN TO 'events.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SIGNUPS-STATUS.

             SELECT F-USERS-FILE ASSIGN TO 'users.dat'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USERNAME
                 ALTERNATE RECORD KEY IS USER-ACNT-NUM
                 FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-EVENTS-FILE.
               05 EV-DESC PIC X(40).
               05 EV-CAPACITY PIC 999.
               05 EV-CREATED-BY PIC X(16).
               05 EV-PRICE PIC 999.
               05 EV-STATUS PIC X(9).

      *    A blank status is a confirmed place from before tickets
      *    and waitlists; it counts the same as BOOKED.  The file
      *    order is the waitlist order.
           FD F-SIGNUPS-FILE.
           01 EVENT-SIGNUP.
               05 ES-EVENT-ID PIC 9(4).
               05 ES-USERNAME PIC X(16).
               05 ES-STATUS PIC X(8).
               05 ES-PAID PIC 999.
               05 ES-DATE PIC X(8).

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
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-SIGNUPS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-SIGNUP-COUNT PIC 999.
           01 WS-ALREADY-SIGNED PIC 9.
           01 WS-EVENT-FOUND PIC 9.
           01 WS-EVENT-CAPACITY PIC 999.
           01 WS-EVENT-PRICE PIC 999.
           01 WS-EVENT-DATE PIC X(8).
           01 WS-EVENT-DESC PIC X(40).
           01 WS-EVENT-CANCELLED PIC 9.
           01 WS-WAITLIST-COUNT PIC 999.
           01 WS-WAIT-OUT PIC ZZ9.
           01 WS-PRICE-OUT PIC ZZ9.
           01 WS-OLD-STATUS PIC X(8).
           01 WS-REFUND-AMOUNT PIC 999.
           01 WS-PROMOTED PIC 9.
           01 WS-PROMOTED-NAME PIC X(16).
           01 WS-CAN-PAY PIC 9.
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 UPDATED-BALANCE PIC 999.
           01 WS-TICKET-REASON PIC X(20) VALUE "EVENT TICKET".
           01 WS-REFUND-REASON PIC X(20) VALUE "EVENT REFUND".
           01 WS-TICKET-DEFER-SERVICE PIC X(10) VALUE "TICKET".
           01 WS-TICKET-DEFER-NAME PIC X(16).
           01 WS-TICKET-DEFER-ITEM PIC X(20).
           01 WS-TICKET-DEFER-AMOUNT PIC 999.
           01 WS-TICKET-DEFER-DAYS PIC 999 VALUE 1.
           01 WS-TICKET-DEFER-DIRECTION PIC X.

           01 EVENTS-CHOICE PIC X.
           01 EVENT-ID-ENTRY PIC 9(4).
                   10 WS-EV-TIME PIC X(5).
                   10 WS-EV-DESC PIC X(40).
                   10 WS-EV-FLAG PIC XX.
                   10 WS-EV-PRICE PIC X(4).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
           01 USER-INFO-CRED-DISPLAY.
               05 USER-INFO-CR-MESSAGE PIC X(9).
               05 USER-INFO-CREDITS PIC 999.

           SCREEN SECTION.
           01 EVENTS-SCREEN.
               05 LINE 8 COL 20 VALUE
                   "Id    Date      Time   Event"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 88 VALUE "Price"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-EV-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 26 PIC X(8) USING WS-EV-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 85 PIC XX USING WS-EV-FLAG(1)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 9 COL 88 PIC X(4) USING WS-EV-PRICE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-EV-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(8) USING WS-EV-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 85 PIC XX USING WS-EV-FLAG(2)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 10 COL 88 PIC X(4) USING WS-EV-PRICE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-EV-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 26 PIC X(8) USING WS-EV-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 85 PIC XX USING WS-EV-FLAG(3)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 11 COL 88 PIC X(4) USING WS-EV-PRICE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-EV-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 26 PIC X(8) USING WS-EV-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 85 PIC XX USING WS-EV-FLAG(4)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 12 COL 88 PIC X(4) USING WS-EV-PRICE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-EV-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 26 PIC X(8) USING WS-EV-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 85 PIC XX USING WS-EV-FLAG(5)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 13 COL 88 PIC X(4) USING WS-EV-PRICE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Event id:             "
                   FOREGROUND-COLOR IS 2.
               05 EVENT-ID-FIELD LINE 15 COL 42 PIC 9(4)
                   USING EVENT-ID-ENTRY.
               05 LINE 17 COL 20 PIC X(40)
                   USING EVENTS-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE
                   "* = booked   W = on the waitlist"
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 VALUE
                   "(s) Sign up  (w) Withdraw  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 EVENTS-CHOICE-FIELD LINE 20 COL 26 PIC X
                   USING EVENTS-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME,
           USER-INFO-CRED-DISPLAY.

       0390-EVENTS-CALENDAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           AND EVENT-ID-ENTRY > 0
               PERFORM 0394-SIGN-UP
               PERFORM 0390-EVENTS-CALENDAR
           ELSE IF EVENTS-CHOICE = 'w' OR 'W'
           AND EVENT-ID-ENTRY > 0
               PERFORM 0396-WITHDRAW
               PERFORM 0390-EVENTS-CALENDAR
           ELSE
               PERFORM 0390-EVENTS-CALENDAR
           END-IF.
                                 WS-EV-TIME(WS-EV-COUNT)
                               MOVE EV-DESC TO
                                 WS-EV-DESC(WS-EV-COUNT)
                               EVALUATE TRUE
                                   WHEN EV-STATUS = "CANCELLED"
                                       MOVE "OFF" TO
                                         WS-EV-PRICE(WS-EV-COUNT)
                                   WHEN EV-PRICE IS NUMERIC
                                   AND EV-PRICE > 0
                                       MOVE EV-PRICE TO WS-PRICE-OUT
                                       MOVE WS-PRICE-OUT TO
                                         WS-EV-PRICE(WS-EV-COUNT)
                                   WHEN OTHER
                                       MOVE "FREE" TO
                                         WS-EV-PRICE(WS-EV-COUNT)
                               END-EVALUATE
                               PERFORM 0393-FLAG-IF-SIGNED
                           END-IF
                       AT END
                       NOT AT END
                           IF ES-EVENT-ID = EV-ID
                           AND ES-USERNAME = USER-INFO-NAME
                               EVALUATE ES-STATUS
                                   WHEN "BOOKED"
                                   WHEN SPACES
                                       MOVE "* " TO
                                         WS-EV-FLAG(WS-EV-COUNT)
                                   WHEN "WAITLIST"
                                       MOVE "W " TO
                                         WS-EV-FLAG(WS-EV-COUNT)
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-ALREADY-SIGNED
               MOVE 0 TO WS-ALREADY-SIGNED
           END-IF.

      *    Capacity zero means an open event.  Once the booked places
      *    reach capacity further sign-ups join the waitlist instead
      *    of being turned away; nothing is charged for a waitlist
      *    place until it is promoted.
       0394-SIGN-UP.
           PERFORM 0395-FIND-EVENT.
           IF WS-EVENT-FOUND = 0
               MOVE "NO SUCH EVENT" TO EVENTS-RESULT-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-SIGNUP-COUNT.
           MOVE 0 TO WS-WAITLIST-COUNT.
           MOVE SPACES TO WS-OLD-STATUS.
           OPEN INPUT F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = EVENT-ID-ENTRY
                               EVALUATE TRUE
                                   WHEN ES-STATUS = "BOOKED"
                                   OR ES-STATUS = SPACES
                                       ADD 1 TO WS-SIGNUP-COUNT
                                   WHEN ES-STATUS = "WAITLIST"
                                       ADD 1 TO WS-WAITLIST-COUNT
                               END-EVALUATE
                               IF ES-USERNAME = USER-INFO-NAME
                               AND ES-STATUS NOT = "WITHDRWN"
                               AND ES-STATUS NOT = "CANCELLD"
                                   MOVE ES-STATUS TO WS-OLD-STATUS
                                   IF WS-OLD-STATUS = SPACES
                                       MOVE "BOOKED" TO WS-OLD-STATUS
                                   END-IF
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
           END-IF.

           IF WS-EVENT-CANCELLED = 1
               MOVE "THAT EVENT HAS BEEN CANCELLED" TO
                 EVENTS-RESULT-MESSAGE
           ELSE IF WS-OLD-STATUS = "BOOKED"
               MOVE "YOU ARE ALREADY ON THE LIST" TO
                 EVENTS-RESULT-MESSAGE
           ELSE IF WS-OLD-STATUS = "WAITLIST"
               MOVE "YOU ARE ALREADY ON THE WAITLIST" TO
                 EVENTS-RESULT-MESSAGE
           ELSE IF WS-EVENT-CAPACITY > 0
           AND WS-SIGNUP-COUNT >= WS-EVENT-CAPACITY
               ADD 1 TO WS-WAITLIST-COUNT
               MOVE "WAITLIST" TO ES-STATUS
               MOVE 0 TO ES-PAID
               PERFORM 0397-WRITE-SIGNUP
               MOVE WS-WAITLIST-COUNT TO WS-WAIT-OUT
               MOVE SPACES TO EVENTS-RESULT-MESSAGE
               STRING "EVENT FULL - WAITLIST PLACE "
                   DELIMITED BY SIZE
                   WS-WAIT-OUT DELIMITED BY SIZE
                   INTO EVENTS-RESULT-MESSAGE
           ELSE IF WS-EVENT-PRICE > 0
           AND CHECK-BALANCE(WS-EVENT-PRICE, USER-INFO-CREDITS)
             = "FALSE"
               MOVE "INSUFFICIENT CREDITS FOR A TICKET" TO
                 EVENTS-RESULT-MESSAGE
           ELSE
               IF WS-EVENT-PRICE > 0
                   CALL 'deduct-credits' USING USER-INFO-NAME,
                     WS-EVENT-PRICE, UPDATED-BALANCE,
                     WS-TICKET-REASON
                   MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
                   MOVE USER-INFO-NAME TO WS-TICKET-DEFER-NAME
                   MOVE WS-EVENT-PRICE TO WS-TICKET-DEFER-AMOUNT
                   MOVE "D" TO WS-TICKET-DEFER-DIRECTION
                   PERFORM 0397A-DEFER-TICKET
               END-IF
               MOVE "BOOKED" TO ES-STATUS
               MOVE WS-EVENT-PRICE TO ES-PAID
               PERFORM 0397-WRITE-SIGNUP
               MOVE "SIGNED UP - SEE YOU THERE" TO
                 EVENTS-RESULT-MESSAGE
           END-IF.

       0395-FIND-EVENT.
           MOVE 0 TO WS-EVENT-FOUND.
           MOVE 0 TO WS-EVENT-CAPACITY.
           MOVE 0 TO WS-EVENT-PRICE.
           MOVE 0 TO WS-EVENT-CANCELLED.
           MOVE SPACES TO WS-EVENT-DATE.
           MOVE SPACES TO WS-EVENT-DESC.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                               MOVE 1 TO WS-EVENT-FOUND
                               MOVE EV-CAPACITY TO
                                 WS-EVENT-CAPACITY
                               MOVE EV-DATE TO WS-EVENT-DATE
                               MOVE EV-DESC TO WS-EVENT-DESC
                               IF EV-PRICE IS NUMERIC
                                   MOVE EV-PRICE TO WS-EVENT-PRICE
                               END-IF
                               IF EV-STATUS = "CANCELLED"
                                   MOVE 1 TO WS-EVENT-CANCELLED
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.

      *    Withdrawing before the day refunds what was paid for the
      *    ticket, as facility bookings do, and the freed place goes
      *    straight to the head of the waitlist.
       0396-WITHDRAW.
           PERFORM 0395-FIND-EVENT.
           MOVE SPACES TO WS-OLD-STATUS.
           MOVE 0 TO WS-REFUND-AMOUNT.
           OPEN I-O F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = EVENT-ID-ENTRY
                           AND ES-USERNAME = USER-INFO-NAME
                           AND (ES-STATUS = "BOOKED" OR "WAITLIST"
                             OR SPACES)
                               MOVE ES-STATUS TO WS-OLD-STATUS
                               IF ES-PAID IS NUMERIC
                                   MOVE ES-PAID TO WS-REFUND-AMOUNT
                               END-IF
                               MOVE "WITHDRWN" TO ES-STATUS
                               REWRITE EVENT-SIGNUP
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               CLOSE F-SIGNUPS-FILE
           END-IF.

           IF WS-OLD-STATUS = SPACES
               MOVE "YOU ARE NOT SIGNED UP FOR THAT" TO
                 EVENTS-RESULT-MESSAGE
           ELSE IF WS-OLD-STATUS = "WAITLIST"
               MOVE "TAKEN OFF THE WAITLIST" TO EVENTS-RESULT-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN WS-REFUND-AMOUNT = 0
                       MOVE "WITHDRAWN FROM THE EVENT" TO
                         EVENTS-RESULT-MESSAGE
                   WHEN WS-EVENT-DATE > WS-TODAY
                       CALL 'add-credits' USING USER-INFO-NAME,
                         WS-REFUND-AMOUNT, WS-REFUND-REASON,
                         UPDATED-BALANCE
                       MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
                       MOVE USER-INFO-NAME TO WS-TICKET-DEFER-NAME
                       MOVE 0 TO WS-TICKET-DEFER-AMOUNT
                       MOVE "R" TO WS-TICKET-DEFER-DIRECTION
                       PERFORM 0397A-DEFER-TICKET
                       MOVE "WITHDRAWN AND REFUNDED" TO
                         EVENTS-RESULT-MESSAGE
                   WHEN OTHER
                       MOVE "WITHDRAWN - NO SAME-DAY REFUND" TO
                         EVENTS-RESULT-MESSAGE
               END-EVALUATE
               IF WS-EVENT-CANCELLED = 0
               AND WS-EVENT-DATE NOT < WS-TODAY
                   PERFORM 0398-PROMOTE-WAITLIST
               END-IF
           END-IF.

       0397-WRITE-SIGNUP.
           MOVE EVENT-ID-ENTRY TO ES-EVENT-ID.
           MOVE USER-INFO-NAME TO ES-USERNAME.
           MOVE WS-TODAY TO ES-DATE.
           OPEN EXTEND F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "35"
               OPEN OUTPUT F-SIGNUPS-FILE
           END-IF.
           WRITE EVENT-SIGNUP.
           CLOSE F-SIGNUPS-FILE.

      *    Ticket price sits in deferred revenue until the event day.
       0397A-DEFER-TICKET.
           MOVE EVENT-ID-ENTRY TO WS-TICKET-DEFER-ITEM.
           CALL 'post-deferral' USING WS-TICKET-DEFER-SERVICE
             WS-TICKET-DEFER-NAME WS-TICKET-DEFER-ITEM
             WS-TICKET-DEFER-AMOUNT WS-EVENT-DATE
             WS-TICKET-DEFER-DAYS WS-TICKET-DEFER-DIRECTION.

      *    The first waitlisted member who can cover the ticket takes
      *    the place and is charged now; anyone short of credits keeps
      *    their waitlist place for the next opening.
       0398-PROMOTE-WAITLIST.
           MOVE 0 TO WS-PROMOTED.
           MOVE SPACES TO WS-PROMOTED-NAME.
           OPEN I-O F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = EVENT-ID-ENTRY
                           AND ES-STATUS = "WAITLIST"
                               PERFORM 0399-CHECK-CAN-PAY
                               IF WS-CAN-PAY = 1
                                   MOVE "BOOKED" TO ES-STATUS
                                   MOVE WS-EVENT-PRICE TO ES-PAID
                                   REWRITE EVENT-SIGNUP
                                   MOVE ES-USERNAME TO
                                     WS-PROMOTED-NAME
                                   MOVE 1 TO WS-PROMOTED
                                   MOVE 1 TO WS-FILE-IS-ENDED
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
           END-IF.

           IF WS-PROMOTED = 1
               IF WS-EVENT-PRICE > 0
                   CALL 'deduct-credits' USING WS-PROMOTED-NAME,
                     WS-EVENT-PRICE, UPDATED-BALANCE,
                     WS-TICKET-REASON
                   MOVE WS-PROMOTED-NAME TO WS-TICKET-DEFER-NAME
                   MOVE WS-EVENT-PRICE TO WS-TICKET-DEFER-AMOUNT
                   MOVE "D" TO WS-TICKET-DEFER-DIRECTION
                   PERFORM 0397A-DEFER-TICKET
               END-IF
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "OFF WAITLIST: " DELIMITED BY SIZE
                   WS-EVENT-DESC DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING WS-PROMOTED-NAME
                 WS-NOTIFY-MESSAGE WS-EVENT-PRICE
           END-IF.

      *    Archived members and members whose estate is open are
      *    passed over, even for a free place.
       0399-CHECK-CAN-PAY.
           MOVE 0 TO WS-CAN-PAY.
           OPEN INPUT F-USERS-FILE.
           MOVE ES-USERNAME TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-CREDIT NOT < WS-EVENT-PRICE
                   AND USER-ARCHIVED NOT = "Y"
                   AND USER-ARCHIVED NOT = "D"
                       MOVE 1 TO WS-CAN-PAY
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.
