           FILE-CONTROL.
           SELECT F-MESSAGE-BOARD-FILE ASSIGN TO "message-board.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-MODERATION-LOG-FILE ASSIGN TO "moderation-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.
           SELECT F-THREAD-ACTIVITY-FILE ASSIGN TO
               "thread-activity.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT F-SUBSCRIPTIONS-FILE ASSIGN TO
               "board-subscriptions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 MB-DELETED PIC X.
               05 MB-BOARD PIC X(8).

           FD F-MODERATION-LOG-FILE.
           01 MODERATION-LOG-RECORD.
               05 ML-MSG-ID PIC 999.
               05 FILLER PIC X VALUE SPACE.
               05 ML-DECISION PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 ML-MODERATOR PIC X(16).
               05 FILLER PIC X VALUE SPACE.
               05 ML-DATE PIC X(8).

           FD F-THREAD-ACTIVITY-FILE.
           01 THREAD-ACTIVITY-RECORD.
               05 TA-THREAD-ID PIC 999.
               05 TA-MSG-ID PIC 999.
               05 TA-DATE PIC X(8).

           FD F-SUBSCRIPTIONS-FILE.
           01 SUBSCRIPTION-RECORD.
               05 SUB-USERNAME PIC X(16).
               05 SUB-MSG-ID PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-MODLOG-STATUS PIC XX.
           01 WS-ACTIVITY-STATUS PIC XX.
           01 WS-SUBS-STATUS PIC XX.
           01 WS-SUBS-ENDED PIC 9 VALUE 0.
           01 WS-REPLY-MESSAGE PIC X(40).
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "BOARD".
           01 WS-NUM-FILE-LINES PIC 999.
           01 WS-SCREEN-TEXT PIC X(300).
           01 WS-SCREEN-RESULT PIC X(4).
               END-IF.
               WRITE MESSAGE-BOARD-RECORD
               END-WRITE.
               IF MB-DELETED = "H"
                   OPEN EXTEND F-MODERATION-LOG-FILE
                   IF WS-MODLOG-STATUS = "35"
                       OPEN OUTPUT F-MODERATION-LOG-FILE
                   END-IF
                   MOVE SPACES TO MODERATION-LOG-RECORD
                   MOVE MB-ID TO ML-MSG-ID
                   MOVE "HELD" TO ML-DECISION
                   MOVE "AUTO-SCREEN" TO ML-MODERATOR
                   MOVE FUNCTION CURRENT-DATE(1:8) TO ML-DATE
                   WRITE MODERATION-LOG-RECORD
                   CLOSE F-MODERATION-LOG-FILE
               END-IF.

      *    Every post dates its thread so the monthly archive can
      *    tell which threads have gone quiet.
               OPEN EXTEND F-THREAD-ACTIVITY-FILE.
               IF WS-ACTIVITY-STATUS = "35"
                   OPEN OUTPUT F-THREAD-ACTIVITY-FILE
               END-IF.
               MOVE SPACES TO THREAD-ACTIVITY-RECORD.
               IF MB-PARENT-ID > 0
                   MOVE MB-PARENT-ID TO TA-THREAD-ID
               ELSE
                   MOVE MB-ID TO TA-THREAD-ID
               END-IF.
               MOVE MB-ID TO TA-MSG-ID.
               MOVE FUNCTION CURRENT-DATE(1:8) TO TA-DATE.
               WRITE THREAD-ACTIVITY-RECORD.
               CLOSE F-THREAD-ACTIVITY-FILE.

      *    Members subscribed to the thread hear about a reply that
      *    is on show; one held by the screen waits for a moderator.
               IF MB-PARENT-ID > 0 AND MB-DELETED = "N"
                   MOVE SPACES TO WS-REPLY-MESSAGE
                   STRING "NEW REPLY IN THREAD #" DELIMITED BY SIZE
                       TA-THREAD-ID DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       MB-USERNAME DELIMITED BY SPACE
                       INTO WS-REPLY-MESSAGE
                   OPEN INPUT F-SUBSCRIPTIONS-FILE
                   IF WS-SUBS-STATUS = "00"
                       MOVE 0 TO WS-SUBS-ENDED
                       PERFORM UNTIL WS-SUBS-ENDED = 1
                           READ F-SUBSCRIPTIONS-FILE
                               NOT AT END
                                   IF SUB-MSG-ID = TA-THREAD-ID
                                   AND SUB-USERNAME NOT = MB-USERNAME
                                       CALL 'send-notification' USING
                                         SUB-USERNAME WS-REPLY-MESSAGE
                                         WS-ZERO-AMOUNT
                                         WS-NOTIFY-CATEGORY
                                   END-IF
                               AT END
                                   MOVE 1 TO WS-SUBS-ENDED
                           END-READ
                       END-PERFORM
                       CLOSE F-SUBSCRIPTIONS-FILE
                   END-IF
               END-IF.

           CLOSE F-MESSAGE-BOARD-FILE.

