               05 FS-USERNAME PIC X(16).
               05 FS-STATUS PIC X(8).
               05 FS-FEE-PAID PIC 999.
               05 FS-BLOCK-ID PIC 9(6).
               05 FS-CHECKED-IN PIC X.

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-BOOKED-COUNT PIC 999 VALUE 0.
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-DATE-NUM PIC 9(8).
           01 WS-AGE-DAYS PIC S9(8).
           01 WS-WINDOW-KEY PIC X(20) VALUE "NO-SHOW-DAYS".
           01 WS-WINDOW-DAYS PIC 999 VALUE 0.
           01 WS-LIMIT-KEY PIC X(20) VALUE "NO-SHOW-LIMIT".
           01 WS-NOSHOW-LIMIT PIC 999 VALUE 0.
           01 WS-REPEAT-COUNT PIC 999 VALUE 0.
           01 WS-NS-COUNT PIC 999 VALUE 0.
           01 WS-NS-IDX PIC 999.
           01 WS-NS-TABLE.
               05 WS-NS-ENTRY OCCURS 200 TIMES.
                   10 WS-NS-NAME PIC X(16).
                   10 WS-NS-TIMES PIC 999.
                   10 WS-NS-LAST-DATE PIC X(8).
           01 WS-SPOOL-NAME PIC X(20) VALUE "FACILITIES".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "facility-occupancy.dat".
       PROCEDURE DIVISION USING LS-OCCUPANCY-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           CALL 'get-price' USING WS-WINDOW-KEY WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           CALL 'get-price' USING WS-LIMIT-KEY WS-NOSHOW-LIMIT.
           IF WS-NOSHOW-LIMIT = 0
               MOVE 2 TO WS-NOSHOW-LIMIT
           END-IF.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FACILITY OCCUPANCY FOR " DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FS-USERNAME DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               IF FS-CHECKED-IN = "Y"
                                   MOVE "CHECKED IN" TO
                                     REPORT-LINE(35:10)
                               END-IF
                               WRITE REPORT-LINE
                           END-IF
                           IF FS-STATUS = "NO-SHOW"
                               PERFORM 0010-TALLY-NO-SHOW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               CLOSE F-SLOTS-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPEAT NO-SHOWS - LAST " DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-NS-IDX FROM 1 BY 1
             UNTIL WS-NS-IDX > WS-NS-COUNT
               IF WS-NS-TIMES(WS-NS-IDX) NOT < WS-NOSHOW-LIMIT
                   ADD 1 TO WS-REPEAT-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                       WS-NS-NAME(WS-NS-IDX) DELIMITED BY SIZE
                       " NO-SHOWS " DELIMITED BY SIZE
                       WS-NS-TIMES(WS-NS-IDX) DELIMITED BY SIZE
                       "  LAST " DELIMITED BY SIZE
                       WS-NS-LAST-DATE(WS-NS-IDX) DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           IF WS-REPEAT-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

                 LS-OCCUPANCY-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-TALLY-NO-SHOW.
           MOVE FS-DATE TO WS-DATE-NUM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
               PERFORM VARYING WS-NS-IDX FROM 1 BY 1
                 UNTIL WS-NS-IDX > WS-NS-COUNT
                 OR WS-NS-NAME(WS-NS-IDX) = FS-USERNAME
                   CONTINUE
               END-PERFORM
               IF WS-NS-IDX > WS-NS-COUNT
               AND WS-NS-COUNT < 200
                   ADD 1 TO WS-NS-COUNT
                   MOVE WS-NS-COUNT TO WS-NS-IDX
                   MOVE FS-USERNAME TO WS-NS-NAME(WS-NS-IDX)
                   MOVE 0 TO WS-NS-TIMES(WS-NS-IDX)
                   MOVE SPACES TO WS-NS-LAST-DATE(WS-NS-IDX)
               END-IF
               IF WS-NS-IDX NOT > WS-NS-COUNT
                   ADD 1 TO WS-NS-TIMES(WS-NS-IDX)
                   IF FS-DATE > WS-NS-LAST-DATE(WS-NS-IDX)
                       MOVE FS-DATE TO WS-NS-LAST-DATE(WS-NS-IDX)
                   END-IF
               END-IF
           END-IF.
