       IDENTIFICATION DIVISION.
           PROGRAM-ID. market-feedback-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-FEEDBACK-FILE ASSIGN TO "market-feedback.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FEEDBACK-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "market-feedback-report.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-FEEDBACK-FILE.
           01 FEEDBACK-RECORD.
               05 FB-LISTING PIC 9(4).
               05 FB-FROM PIC X(16).
               05 FB-TO PIC X(16).
               05 FB-ROLE PIC X(6).
               05 FB-RATING PIC 9.
               05 FB-COMMENT PIC X(30).
               05 FB-DATE PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-FEEDBACK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-DATE-NUM PIC 9(8).
           01 WS-AGE-DAYS PIC S9(8).
           01 WS-WINDOW-KEY PIC X(20) VALUE "POOR-RATING-DAYS".
           01 WS-WINDOW-DAYS PIC 999 VALUE 0.
           01 WS-LIMIT-KEY PIC X(20) VALUE "POOR-RATING-LIMIT".
           01 WS-POOR-LIMIT PIC 999 VALUE 0.
           01 WS-FLAGGED-COUNT PIC 999 VALUE 0.

           01 WS-MEMBER-COUNT PIC 999 VALUE 0.
           01 WS-MEMBER-IDX PIC 999.
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 200 TIMES.
                   10 WS-MEMBER-NAME PIC X(16).
                   10 WS-MEMBER-RATINGS PIC 999.
                   10 WS-MEMBER-POOR PIC 999.
                   10 WS-MEMBER-LAST-COMMENT PIC X(30).

           01 WS-SPOOL-NAME PIC X(20) VALUE "MARKET-FEEDBACK".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "market-feedback-report.dat".

           LINKAGE SECTION.
           01 LS-FEEDBACK-STATUS-MESSAGE PIC X(30).

      *    Members rated 1 or 2 by trade partners more than once in
      *    the recent window are listed for the market desk, with
      *    the latest poor comment, before disputes start arriving.
      *    Window and repeat count come from pricing.dat.
       PROCEDURE DIVISION USING LS-FEEDBACK-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           CALL 'get-price' USING WS-WINDOW-KEY WS-WINDOW-DAYS.
           IF WS-WINDOW-DAYS = 0
               MOVE 90 TO WS-WINDOW-DAYS
           END-IF.
           CALL 'get-price' USING WS-LIMIT-KEY WS-POOR-LIMIT.
           IF WS-POOR-LIMIT = 0
               MOVE 2 TO WS-POOR-LIMIT
           END-IF.

           OPEN INPUT F-FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FEEDBACK-FILE
                       NOT AT END
                           PERFORM 0010-TALLY-RATING
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FEEDBACK-FILE
           END-IF.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MARKET POOR FEEDBACK " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               "  LAST " DELIMITED BY SIZE
               WS-WINDOW-DAYS DELIMITED BY SIZE
               " DAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "MEMBER           RATED POOR  LATEST POOR COMMENT" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               IF WS-MEMBER-POOR(WS-MEMBER-IDX) NOT < WS-POOR-LIMIT
                   ADD 1 TO WS-FLAGGED-COUNT
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MEMBER-NAME(WS-MEMBER-IDX)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MEMBER-RATINGS(WS-MEMBER-IDX)
                       DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-MEMBER-POOR(WS-MEMBER-IDX)
                       DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-MEMBER-LAST-COMMENT(WS-MEMBER-IDX)
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBERS FLAGGED " DELIMITED BY SIZE
               WS-FLAGGED-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-FLAGGED-COUNT = 0
               MOVE "NO REPEATED POOR RATINGS" TO
                 LS-FEEDBACK-STATUS-MESSAGE
           ELSE
               MOVE "POOR RATINGS - SEE REPORT" TO
                 LS-FEEDBACK-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-TALLY-RATING.
           MOVE FB-DATE TO WS-DATE-NUM.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) -
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-AGE-DAYS NOT > WS-WINDOW-DAYS
               PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
                 UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
                 OR WS-MEMBER-NAME(WS-MEMBER-IDX) = FB-TO
                   CONTINUE
               END-PERFORM
               IF WS-MEMBER-IDX > WS-MEMBER-COUNT
               AND WS-MEMBER-COUNT < 200
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE WS-MEMBER-COUNT TO WS-MEMBER-IDX
                   MOVE FB-TO TO WS-MEMBER-NAME(WS-MEMBER-IDX)
                   MOVE 0 TO WS-MEMBER-RATINGS(WS-MEMBER-IDX)
                   MOVE 0 TO WS-MEMBER-POOR(WS-MEMBER-IDX)
                   MOVE SPACES TO
                     WS-MEMBER-LAST-COMMENT(WS-MEMBER-IDX)
               END-IF
               IF WS-MEMBER-IDX NOT > WS-MEMBER-COUNT
                   ADD 1 TO WS-MEMBER-RATINGS(WS-MEMBER-IDX)
                   IF FB-RATING < 3
                       ADD 1 TO WS-MEMBER-POOR(WS-MEMBER-IDX)
                       MOVE FB-COMMENT TO
                         WS-MEMBER-LAST-COMMENT(WS-MEMBER-IDX)
                   END-IF
               END-IF
           END-IF.
