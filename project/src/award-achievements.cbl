           01 WS-BADGE-MESSAGE PIC X(40) VALUE
               "NEW BADGE EARNED - SEE YOUR PROFILE".
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "AWARDS".

           01 WS-TALLY-COUNT PIC 999 VALUE 0.
           01 WS-TALLY-IDX PIC 999.
               MOVE WS-TODAY TO ACH-DATE
               WRITE ACHIEVEMENT-RECORD
               CLOSE F-ACHIEVEMENTS-FILE
               CALL 'send-notification' USING
                 WS-TLY-USERNAME(WS-TALLY-IDX) WS-BADGE-MESSAGE
                 WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
               ADD 1 TO WS-AWARDED-COUNT
           END-IF.
