
           01 MAIL-MENU-CHOICE PIC X.
           01 MAIL-RESULT-MESSAGE PIC X(40).
           01 WS-BLOCK-RESULT PIC X(5).
           01 WS-FOLDER-VIEW PIC X(8) VALUE "INBOX".

           01 WS-LIST-COUNT PIC 9.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "LETTER MOVED" TO MAIL-RESULT-MESSAGE.

      *    A letter to a member who has blocked the sender is
      *    dropped, but reported as sent like any other.
       0920-COMPOSE-MAIL.
           MOVE SPACES TO COMPOSE-BODY-ENTRY.
           INITIALIZE COMPOSE-CHOICE.
                   MOVE "NO SUCH MEMBER" TO MAIL-RESULT-MESSAGE
                   PERFORM 0920-COMPOSE-MAIL
               ELSE
                   CALL 'check-member-block' USING COMPOSE-TO-ENTRY
                     USER-INFO-NAME WS-BLOCK-RESULT
                   IF WS-BLOCK-RESULT = "FALSE"
                       PERFORM 0925-SEND-MAIL
                   ELSE
                       MOVE 0 TO WS-REPLY-TO-ID
                   END-IF
                   MOVE "LETTER SENT" TO MAIL-RESULT-MESSAGE
               END-IF
           ELSE
