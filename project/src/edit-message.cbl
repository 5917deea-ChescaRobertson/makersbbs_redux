           FILE-CONTROL.
           SELECT F-MESSAGE-BOARD-FILE ASSIGN TO "message-board.dat"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-MODERATION-LOG-FILE ASSIGN TO "moderation-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MODLOG-STATUS.

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

           WORKING-STORAGE SECTION.
           01 WS-MODLOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-SCREEN-TEXT PIC X(300).
           01 WS-SCREEN-RESULT PIC X(4).
                               MOVE "H" TO MB-DELETED
                           END-IF
                           REWRITE MESSAGE-BOARD-RECORD
                           IF WS-SCREEN-RESULT = "HIT "
                               OPEN EXTEND F-MODERATION-LOG-FILE
                               IF WS-MODLOG-STATUS = "35"
                                   OPEN OUTPUT F-MODERATION-LOG-FILE
                               END-IF
                               MOVE SPACES TO MODERATION-LOG-RECORD
                               MOVE MB-ID TO ML-MSG-ID
                               MOVE "HELD" TO ML-DECISION
                               MOVE "AUTO-SCREEN" TO ML-MODERATOR
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 ML-DATE
                               WRITE MODERATION-LOG-RECORD
                               CLOSE F-MODERATION-LOG-FILE
                           END-IF
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
