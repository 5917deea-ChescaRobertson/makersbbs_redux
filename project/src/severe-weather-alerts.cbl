           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ALERT-MESSAGE PIC X(40).
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "WEATHER".
           01 WS-ALERT-COUNT PIC 999 VALUE 0.

           01 WS-SEVERE-COUNT PIC 99 VALUE 0.
                                     WSUB-LOCATION
                                     DELIMITED BY SIZE
                                     INTO WS-ALERT-MESSAGE
                                   CALL 'send-notification' USING
                                     WSUB-USERNAME WS-ALERT-MESSAGE
                                     WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
                                   ADD 1 TO WS-ALERT-COUNT
                               END-IF
                           END-PERFORM
