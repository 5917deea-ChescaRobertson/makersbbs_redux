           01 WS-REMINDED PIC 999 VALUE 0.
           01 WS-REMIND-MESSAGE PIC X(40).
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "PASSES".

           LINKAGE SECTION.
           01 LS-REMINDER-STATUS-MESSAGE PIC X(30).
                               " PASS LAPSES TOMORROW"
                               DELIMITED BY SIZE
                               INTO WS-REMIND-MESSAGE
                           CALL 'send-notification' USING
                             PS-USERNAME WS-REMIND-MESSAGE
                             WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
                           ADD 1 TO WS-REMINDED
                       END-IF
                   AT END
