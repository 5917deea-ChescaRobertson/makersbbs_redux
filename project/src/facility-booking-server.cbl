               05 FS-USERNAME PIC X(16).
               05 FS-STATUS PIC X(8).
               05 FS-FEE-PAID PIC 999.
               05 FS-BLOCK-ID PIC 9(6).
               05 FS-CHECKED-IN PIC X.

           WORKING-STORAGE SECTION.
           01 WS-FAC-STATUS PIC XX.
           01 BOOK-FACILITY-ENTRY PIC X(4).
           01 BOOK-DATE-ENTRY PIC X(8).
           01 BOOK-HOUR-ENTRY PIC 99.
           01 BOOK-UNTIL-ENTRY PIC X(8).
           01 BOOKING-CHOICE PIC X.
           01 BOOKING-RESULT-MESSAGE PIC X(40).

           01 UPDATED-BALANCE PIC 999.
           01 WS-FEE-REASON PIC X(20) VALUE "FACILITY FEE".
           01 WS-REFUND-REASON PIC X(20) VALUE "FACILITY REFUND".
           01 WS-NOW-HOUR PIC 99.
           01 WS-CHECKED-IN PIC 9.
           01 WS-BLOCK-DEFER-SERVICE PIC X(10) VALUE "BLOCK".
           01 WS-BLOCK-DEFER-ITEM PIC X(20).
           01 WS-BLOCK-DEFER-AMOUNT PIC 999.
           01 WS-BLOCK-DEFER-START PIC X(8).
           01 WS-BLOCK-DEFER-DAYS PIC 999 VALUE 1.
           01 WS-BLOCK-DEFER-DIRECTION PIC X.

      *    A weekly block is booked in one go for every free week up
      *    to the end date; weeks already taken are skipped.
           01 WS-BLOCK-MAX-WEEKS PIC 99 VALUE 26.
           01 WS-BLOCK-ID PIC 9(6).
           01 WS-BLOCK-START PIC 9(8).
           01 WS-BLOCK-END PIC 9(8).
           01 WS-BLOCK-DAY PIC 9(8).
           01 WS-BLOCK-DAY-INT PIC 9(8).
           01 WS-BLOCK-END-INT PIC 9(8).
           01 WS-BLOCK-SAVE-DATE PIC X(8).
           01 WS-BLOCK-CLASHES PIC 99.
           01 WS-BLOCK-TOTAL PIC 9(5).
           01 WS-BLOCK-COST PIC 999.
           01 WS-BLOCK-OUT PIC Z9.
           01 WS-CLASH-OUT PIC Z9.
           01 WS-WEEK-COUNT PIC 99.
           01 WS-WEEK-IDX PIC 99.
           01 WS-WEEK-TABLE.
               05 WS-WEEK-DATE OCCURS 26 TIMES PIC X(8).

           01 WS-GRID-COUNT PIC 99.
           01 WS-GRID-TABLE.
                   FOREGROUND-COLOR IS 2.
               05 BOOK-HOUR-FIELD LINE 8 COL 40 PIC 99
                   USING BOOK-HOUR-ENTRY.
               05 LINE 8 COL 47 VALUE "Weekly until:   "
                   FOREGROUND-COLOR IS 2.
               05 BOOK-UNTIL-FIELD LINE 8 COL 63 PIC X(8)
                   USING BOOK-UNTIL-ENTRY.
               05 LINE 10 COL 25 VALUE "Facility: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 35 PIC X(20) USING WS-FAC-NAME
               05 LINE 22 COL 25 PIC X(40)
                   USING BOOKING-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 25 VALUE
                   "(w) Book weekly to end date  (k) Check in"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 25 VALUE
                   "(v) View day  (b) Book  (c) Cancel  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
           ACCEPT BOOK-FACILITY-FIELD.
           ACCEPT BOOK-DATE-FIELD.
           ACCEPT BOOK-HOUR-FIELD.
           ACCEPT BOOK-UNTIL-FIELD.
           ACCEPT BOOKING-CHOICE-FIELD.

           IF BOOKING-CHOICE = 'g' OR 'G'
                   PERFORM 0968-CANCEL-SLOT
               END-IF
               PERFORM 0960-FACILITY-BOOKING
           ELSE IF BOOKING-CHOICE = 'w' OR 'W'
               PERFORM 0962-LOAD-FACILITY
               IF WS-FAC-FOUND = 1
                   PERFORM 0970-BOOK-WEEKLY
               END-IF
               PERFORM 0960-FACILITY-BOOKING
           ELSE IF BOOKING-CHOICE = 'k' OR 'K'
               PERFORM 0962-LOAD-FACILITY
               IF WS-FAC-FOUND = 1
                   PERFORM 0974-CHECK-IN
               END-IF
               PERFORM 0960-FACILITY-BOOKING
           ELSE
               PERFORM 0960-FACILITY-BOOKING
           END-IF.
                   MOVE USER-INFO-NAME TO FS-USERNAME
                   MOVE "BOOKED" TO FS-STATUS
                   MOVE WS-FAC-FEE TO FS-FEE-PAID
                   MOVE 0 TO FS-BLOCK-ID
                   MOVE "N" TO FS-CHECKED-IN
                   WRITE SLOT-RECORD
                   CLOSE F-SLOTS-FILE
                   MOVE "SLOT BOOKED - FEE TAKEN" TO
                     WS-REFUND-FEE, WS-REFUND-REASON,
                     UPDATED-BALANCE
                   MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
                   MOVE BOOK-DATE-ENTRY TO WS-BLOCK-DEFER-START
                   MOVE 0 TO WS-BLOCK-DEFER-AMOUNT
                   MOVE "R" TO WS-BLOCK-DEFER-DIRECTION
                   PERFORM 0973-DEFER-BLOCK-WEEK
                   MOVE "CANCELLED AND REFUNDED" TO
                     BOOKING-RESULT-MESSAGE
               ELSE
                     BOOKING-RESULT-MESSAGE
               END-IF
           END-IF.

      *    The whole block is paid for up front at the facility's
      *    fee per week; each week is its own slot row carrying the
      *    block id, so a single week can still be cancelled and
      *    refunded on its own.
       0970-BOOK-WEEKLY.
           MOVE 0 TO WS-WEEK-COUNT.
           MOVE 0 TO WS-BLOCK-CLASHES.
           INITIALIZE WS-WEEK-TABLE.
           IF BOOK-DATE-ENTRY IS NOT NUMERIC
           OR BOOK-UNTIL-ENTRY IS NOT NUMERIC
               MOVE "GIVE A START DAY AND AN END DATE" TO
                 BOOKING-RESULT-MESSAGE
           ELSE IF BOOK-DATE-ENTRY < WS-TODAY
               MOVE "THAT DAY IS GONE" TO BOOKING-RESULT-MESSAGE
           ELSE IF BOOK-UNTIL-ENTRY < BOOK-DATE-ENTRY
               MOVE "END DATE IS BEFORE THE START" TO
                 BOOKING-RESULT-MESSAGE
           ELSE IF BOOK-HOUR-ENTRY < WS-FAC-OPEN
           OR BOOK-HOUR-ENTRY >= WS-FAC-CLOSE
               MOVE "OUTSIDE THE OPEN HOURS" TO
                 BOOKING-RESULT-MESSAGE
           ELSE
               PERFORM 0971-FIND-FREE-WEEKS
               COMPUTE WS-BLOCK-TOTAL = WS-FAC-FEE * WS-WEEK-COUNT
               EVALUATE TRUE
                   WHEN WS-WEEK-COUNT = 0
                       MOVE "NO FREE WEEKS IN THAT RANGE" TO
                         BOOKING-RESULT-MESSAGE
                   WHEN WS-BLOCK-TOTAL > USER-INFO-CREDITS
                       MOVE "INSUFFICIENT CREDITS FOR THE BLOCK" TO
                         BOOKING-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0972-WRITE-BLOCK
               END-EVALUATE
           END-IF.

       0971-FIND-FREE-WEEKS.
           MOVE BOOK-DATE-ENTRY TO WS-BLOCK-SAVE-DATE.
           MOVE BOOK-DATE-ENTRY TO WS-BLOCK-START.
           MOVE BOOK-UNTIL-ENTRY TO WS-BLOCK-END.
           COMPUTE WS-BLOCK-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-BLOCK-START).
           COMPUTE WS-BLOCK-END-INT =
               FUNCTION INTEGER-OF-DATE(WS-BLOCK-END).
           PERFORM UNTIL WS-BLOCK-DAY-INT > WS-BLOCK-END-INT
             OR WS-WEEK-COUNT + WS-BLOCK-CLASHES >=
               WS-BLOCK-MAX-WEEKS
               COMPUTE WS-BLOCK-DAY =
                   FUNCTION DATE-OF-INTEGER(WS-BLOCK-DAY-INT)
               MOVE WS-BLOCK-DAY TO BOOK-DATE-ENTRY
               PERFORM 0967-CHECK-SLOT-FREE
               IF WS-SLOT-TAKEN = 1
                   ADD 1 TO WS-BLOCK-CLASHES
               ELSE
                   ADD 1 TO WS-WEEK-COUNT
                   MOVE BOOK-DATE-ENTRY TO WS-WEEK-DATE(WS-WEEK-COUNT)
               END-IF
               ADD 7 TO WS-BLOCK-DAY-INT
           END-PERFORM.
           MOVE WS-BLOCK-SAVE-DATE TO BOOK-DATE-ENTRY.

       0972-WRITE-BLOCK.
           MOVE 0 TO WS-BLOCK-ID.
           OPEN INPUT F-SLOTS-FILE.
           IF WS-SLOTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SLOTS-FILE
                       NOT AT END
                           IF FS-BLOCK-ID IS NUMERIC
                           AND FS-BLOCK-ID > WS-BLOCK-ID
                               MOVE FS-BLOCK-ID TO WS-BLOCK-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SLOTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-BLOCK-ID.

           IF WS-BLOCK-TOTAL > 0
               MOVE WS-BLOCK-TOTAL TO WS-BLOCK-COST
               CALL 'deduct-credits' USING USER-INFO-NAME,
                 WS-BLOCK-COST, UPDATED-BALANCE, WS-FEE-REASON
               MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
           END-IF.

           OPEN EXTEND F-SLOTS-FILE.
           IF WS-SLOTS-STATUS = "35"
               OPEN OUTPUT F-SLOTS-FILE
           END-IF.
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
             UNTIL WS-WEEK-IDX > WS-WEEK-COUNT
               MOVE SPACES TO SLOT-RECORD
               MOVE BOOK-FACILITY-ENTRY TO FS-FACILITY
               MOVE WS-WEEK-DATE(WS-WEEK-IDX) TO FS-DATE
               MOVE BOOK-HOUR-ENTRY TO FS-HOUR
               MOVE USER-INFO-NAME TO FS-USERNAME
               MOVE "BOOKED" TO FS-STATUS
               MOVE WS-FAC-FEE TO FS-FEE-PAID
               MOVE WS-BLOCK-ID TO FS-BLOCK-ID
               MOVE "N" TO FS-CHECKED-IN
               WRITE SLOT-RECORD
               MOVE WS-WEEK-DATE(WS-WEEK-IDX) TO WS-BLOCK-DEFER-START
               MOVE WS-FAC-FEE TO WS-BLOCK-DEFER-AMOUNT
               MOVE "D" TO WS-BLOCK-DEFER-DIRECTION
               PERFORM 0973-DEFER-BLOCK-WEEK
           END-PERFORM.
           CLOSE F-SLOTS-FILE.

           MOVE WS-WEEK-COUNT TO WS-BLOCK-OUT.
           MOVE WS-BLOCK-CLASHES TO WS-CLASH-OUT.
           MOVE SPACES TO BOOKING-RESULT-MESSAGE.
           STRING "BLOCK BOOKED -" DELIMITED BY SIZE
               WS-BLOCK-OUT DELIMITED BY SIZE
               " WEEKS," DELIMITED BY SIZE
               WS-CLASH-OUT DELIMITED BY SIZE
               " ALREADY TAKEN" DELIMITED BY SIZE
               INTO BOOKING-RESULT-MESSAGE.

      *    Each week of a block is paid for up front but earned on
      *    its own day, so its fee is deferred until then; a week
      *    cancelled for a refund takes its fee back out.  Single
      *    bookings are paid close to the day and are not deferred.
       0973-DEFER-BLOCK-WEEK.
           MOVE SPACES TO WS-BLOCK-DEFER-ITEM.
           STRING BOOK-FACILITY-ENTRY DELIMITED BY SIZE
               WS-BLOCK-DEFER-START DELIMITED BY SIZE
               BOOK-HOUR-ENTRY DELIMITED BY SIZE
               INTO WS-BLOCK-DEFER-ITEM.
           CALL 'post-deferral' USING WS-BLOCK-DEFER-SERVICE
             USER-INFO-NAME WS-BLOCK-DEFER-ITEM WS-BLOCK-DEFER-AMOUNT
             WS-BLOCK-DEFER-START WS-BLOCK-DEFER-DAYS
             WS-BLOCK-DEFER-DIRECTION.

      *    Members check in at the facility from the hour before
      *    their slot until the slot's own hour is over.  A slot
      *    never checked in is released as a no-show overnight.
       0974-CHECK-IN.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
           MOVE 0 TO WS-CHECKED-IN.
           IF BOOK-DATE-ENTRY NOT = WS-TODAY
               MOVE "CHECK-IN IS FOR TODAY ONLY" TO
                 BOOKING-RESULT-MESSAGE
           ELSE IF BOOK-HOUR-ENTRY > WS-NOW-HOUR + 1
           OR BOOK-HOUR-ENTRY < WS-NOW-HOUR
               MOVE "TOO EARLY OR TOO LATE TO CHECK IN" TO
                 BOOKING-RESULT-MESSAGE
           ELSE
               OPEN I-O F-SLOTS-FILE
               IF WS-SLOTS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-SLOTS-FILE
                           NOT AT END
                               IF FS-FACILITY = BOOK-FACILITY-ENTRY
                               AND FS-DATE = BOOK-DATE-ENTRY
                               AND FS-HOUR = BOOK-HOUR-ENTRY
                               AND FS-USERNAME = USER-INFO-NAME
                               AND FS-STATUS = "BOOKED"
                                   MOVE "Y" TO FS-CHECKED-IN
                                   REWRITE SLOT-RECORD
                                   MOVE 1 TO WS-CHECKED-IN
                                   MOVE 1 TO WS-FILE-IS-ENDED
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-SLOTS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-CHECKED-IN = 1
                   MOVE "CHECKED IN - ENJOY YOUR SESSION" TO
                     BOOKING-RESULT-MESSAGE
               ELSE
                   MOVE "NO SUCH BOOKING OF YOURS" TO
                     BOOKING-RESULT-MESSAGE
               END-IF
           END-IF.
