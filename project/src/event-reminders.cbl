               05 EV-DESC PIC X(40).
               05 EV-CAPACITY PIC 999.
               05 EV-CREATED-BY PIC X(16).
               05 EV-PRICE PIC 999.
               05 EV-STATUS PIC X(9).

           FD F-SIGNUPS-FILE.
           01 EVENT-SIGNUP.
               05 ES-EVENT-ID PIC 9(4).
               05 ES-USERNAME PIC X(16).
               05 ES-STATUS PIC X(8).
               05 ES-PAID PIC 999.
               05 ES-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-REMINDED PIC 999 VALUE 0.
           01 WS-REMIND-MESSAGE PIC X(40).
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "EVENTS".
           01 WS-TOMORROW-COUNT PIC 99 VALUE 0.
           01 WS-TOMORROW-IDX PIC 99.
           01 WS-TOMORROW-EVENTS.
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-DATE = WS-TOMORROW-X
                           AND EV-STATUS NOT = "CANCELLED"
                           AND WS-TOMORROW-COUNT < 20
                               ADD 1 TO WS-TOMORROW-COUNT
                               MOVE EV-ID TO
                                 WS-TOMORROW-COUNT
                               IF WS-TMR-ID(WS-TOMORROW-IDX) =
                                 ES-EVENT-ID
                               AND (ES-STATUS = "BOOKED"
                                 OR ES-STATUS = SPACES)
                                   MOVE SPACES TO
                                     WS-REMIND-MESSAGE
                                   STRING "TOMORROW: "
                                     WS-TMR-DESC(WS-TOMORROW-IDX)
                                     DELIMITED BY SIZE
                                     INTO WS-REMIND-MESSAGE
                                   CALL 'send-notification' USING
                                     ES-USERNAME
                                     WS-REMIND-MESSAGE
                                     WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
                                   ADD 1 TO WS-REMINDED
                               END-IF
                           END-PERFORM
