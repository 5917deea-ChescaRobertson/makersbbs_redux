           SELECT F-MESSAGE-BOARD-FILE ASSIGN TO "message-board.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BOARD-STATUS.
           SELECT F-BOARD-ARCHIVE-FILE ASSIGN TO "board-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BOARD-ARCHIVE-STATUS.
           SELECT F-BET-HISTORY-FILE ASSIGN TO "bet-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BETS-STATUS.
               05 MB-DELETED PIC X.
               05 MB-BOARD PIC X(8).

           FD F-BOARD-ARCHIVE-FILE.
           01 BOARD-ARCHIVE-RECORD.
               05 AR-ID PIC 999.
               05 AR-PARENT-ID PIC 999.
               05 AR-TITLE PIC X(50).
               05 AR-CONTENT PIC X(300).
               05 AR-USERNAME PIC X(16).
               05 AR-DELETED PIC X.
               05 AR-BOARD PIC X(8).
               05 AR-ARCHIVED-ON PIC X(8).
               05 AR-LAST-ACTIVE PIC X(8).
               05 AR-STATUS PIC X(8).
               05 AR-POLL-OPTION OCCURS 4 TIMES.
                   10 AR-POLL-TEXT PIC X(20).
                   10 AR-POLL-VOTES PIC 9(4).
               05 AR-POLL-CLOSE PIC X(8).
               05 AR-POLL-OFFICIAL PIC X.
               05 AR-RESTORED-BY PIC X(16).
               05 AR-RESTORED-ON PIC X(8).

           FD F-BET-HISTORY-FILE.
           01 BET-HISTORY-RECORD.
               05 BH-USERNAME PIC X(16).
           01 WS-CTL-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-BOARD-STATUS PIC XX.
           01 WS-BOARD-ARCHIVE-STATUS PIC XX.
           01 WS-BETS-STATUS PIC XX.
           01 WS-SESSION-STATUS PIC XX.
           01 WS-SPEND-STATUS PIC XX.
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.
      *    Archived threads keep their own copy of the author.
           OPEN I-O F-BOARD-ARCHIVE-FILE.
           IF WS-BOARD-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-INNER-ENDED
               PERFORM UNTIL WS-INNER-ENDED = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF AR-USERNAME = WS-OLD-NAME
                               MOVE WS-TOKEN TO AR-USERNAME
                               REWRITE BOARD-ARCHIVE-RECORD
                               IF WS-BOARD-ARCHIVE-STATUS NOT = "00"
                                   ADD 1 TO WS-SCRUB-FAILS
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
           END-IF.

       0040-SCRUB-BET-HISTORY.
           OPEN I-O F-BET-HISTORY-FILE.
