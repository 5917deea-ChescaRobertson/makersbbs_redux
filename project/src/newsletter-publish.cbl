               05 EV-DESC PIC X(40).
               05 EV-CAPACITY PIC 999.
               05 EV-CREATED-BY PIC X(16).
               05 EV-PRICE PIC 999.
               05 EV-STATUS PIC X(9).

           FD F-WEATHER-HISTORY-FILE.
           01 WEATHER-HISTORY-RECORD.
                       NOT AT END
                           IF EV-DATE >= WS-TODAY
                           AND EV-DATE <= WS-WEEK-AHEAD
                           AND EV-STATUS NOT = "CANCELLED"
                           AND WS-EVENT-COUNT < 10
                               ADD 1 TO WS-EVENT-COUNT
                               MOVE EV-DATE TO
