                           MOVE "[deleted]" TO LS-LIST-TITLE(COUNTER)
                           MOVE "This message was deleted." TO
                               LS-LIST-CONTENT(COUNTER)
                       ELSE IF MB-DELETED = "A"
                           MOVE "[archived]" TO LS-LIST-TITLE(COUNTER)
                           MOVE "This thread is in the board archive."
                               TO LS-LIST-CONTENT(COUNTER)
                       ELSE IF MB-PARENT-ID > 0
                           STRING "> " DELIMITED BY SIZE
                               FUNCTION TRIM(MB-TITLE) DELIMITED BY SIZE
