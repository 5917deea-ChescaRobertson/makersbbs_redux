       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-trading-score.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-FEEDBACK-FILE ASSIGN TO "market-feedback.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDBACK-STATUS.

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

           WORKING-STORAGE SECTION.
           01 WS-FEEDBACK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-RATING-COUNT PIC 9(4).
           01 WS-RATING-TOTAL PIC 9(6).
           01 WS-RATING-AVG PIC 9V9.
           01 WS-AVG-OUT PIC 9.9.
           01 WS-COUNT-OUT PIC Z(3)9.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-SCORE-TEXT PIC X(10).

      *    The member's trading score is the average of every rating
      *    left for them by trade partners, shown with the number of
      *    ratings behind it, e.g. "4.5 (12)".  Members with no
      *    ratings yet show as NEW.
       PROCEDURE DIVISION USING LS-USERNAME, LS-SCORE-TEXT.

           MOVE 0 TO WS-RATING-COUNT.
           MOVE 0 TO WS-RATING-TOTAL.
           OPEN INPUT F-FEEDBACK-FILE.
           IF WS-FEEDBACK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FEEDBACK-FILE
                       NOT AT END
                           IF FB-TO = LS-USERNAME
                               ADD 1 TO WS-RATING-COUNT
                               ADD FB-RATING TO WS-RATING-TOTAL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FEEDBACK-FILE
           END-IF.

           MOVE SPACES TO LS-SCORE-TEXT.
           IF WS-RATING-COUNT = 0
               MOVE "NEW" TO LS-SCORE-TEXT
           ELSE
               COMPUTE WS-RATING-AVG ROUNDED =
                   WS-RATING-TOTAL / WS-RATING-COUNT
               MOVE WS-RATING-AVG TO WS-AVG-OUT
               MOVE WS-RATING-COUNT TO WS-COUNT-OUT
               STRING WS-AVG-OUT DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO LS-SCORE-TEXT
           END-IF.

           GOBACK.
