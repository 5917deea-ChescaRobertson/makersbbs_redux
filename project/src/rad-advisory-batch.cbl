                   10 WS-LOC-COUNT-TODAY PIC 9(4).
           01 WS-ADVISORY-TEXT PIC X(40).
           01 WS-NO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "WEATHER".

           LINKAGE SECTION.
           01 LS-ADVISORY-STATUS-MESSAGE PIC X(30).
                       NOT AT END
                           IF WSUB-LOCATION =
                             WS-LOC-NAME(WS-LOC-IDX)
                               CALL 'send-notification' USING
                                 WSUB-USERNAME WS-ADVISORY-TEXT
                                 WS-NO-AMOUNT WS-NOTIFY-CATEGORY
                               ADD 1 TO WS-PUSHED-COUNT
                           END-IF
                       AT END
