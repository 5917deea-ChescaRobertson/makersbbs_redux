           01 WS-PROMO-MESSAGE PIC X(40) VALUE
               "LOYALTY TIER PROMOTION - CONGRATULATIONS".
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "AWARDS".

           01 WS-MEMBER-COUNT PIC 999 VALUE 0.
           01 WS-MEMBER-IDX PIC 999.
                 WS-LY-OLD-TIER(WS-MEMBER-IDX)
               AND WS-LY-OLD-TIER(WS-MEMBER-IDX) NOT = "VAULT-GOLD"
               AND WS-LY-NEW-TIER(WS-MEMBER-IDX) NOT = "BRASS"
                   CALL 'send-notification' USING
                     WS-LY-USERNAME(WS-MEMBER-IDX)
                     WS-PROMO-MESSAGE WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
               END-IF
           END-PERFORM.
