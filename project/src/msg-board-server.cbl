                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MARKERS-STATUS.

             SELECT F-BOARD-ARCHIVE-FILE ASSIGN TO 'board-archive.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-POLLS-FILE.
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-SUBSCRIPTIONS-FILE.
           01 SUBSCRIPTION-RECORD.
               05 RM-USERNAME PIC X(16).
               05 RM-MSG-ID PIC 999.

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

           WORKING-STORAGE SECTION.
           01 WS-FG-MAIN PIC 9 VALUE 2.
           01 WS-FG-ACCENT PIC 9 VALUE 3.
           01 WS-PARENT-DISPLAY PIC X(20).
           01 VIEW-RESULT-MSG PIC X(40).

           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-ARC-SEARCH-TEXT PIC X(20).
           01 WS-ARC-LAST-SEARCH PIC X(20).
           01 WS-ARC-SKIP PIC 999 VALUE 0.
           01 WS-ARC-MATCHED PIC 9(4).
           01 WS-ARC-FILL PIC 99.
           01 WS-ARC-IDX PIC 99.
           01 WS-ARC-PAGE-TABLE.
               05 WS-ARC-PAGE-ENTRY OCCURS 10 TIMES.
                   10 WS-ARC-PAGE-ID PIC 999.
                   10 WS-ARC-PAGE-BOARD PIC X(8).
                   10 WS-ARC-PAGE-TITLE PIC X(50).
           01 ARC-OPEN-ENTRY PIC 999.
           01 ARC-CHOICE PIC X.
           01 ARC-RESULT-MESSAGE PIC X(40).
           01 WS-ARC-FOUND PIC 9.
           01 WS-ARC-VIEW-ID PIC 999.
           01 WS-ARC-THREAD-ROOT PIC 999.
           01 WS-ARC-VIEW-TITLE PIC X(50).
           01 WS-ARC-VIEW-BOARD PIC X(8).
           01 WS-ARC-VIEW-AUTHOR PIC X(16).
           01 WS-ARC-VIEW-ARCHIVED PIC X(8).
           01 WS-ARC-VIEW-LAST PIC X(8).
           01 WS-ARC-VOTES-DISPLAY PIC ZZZ9.
           01 WS-ARC-POLL-TABLE.
               05 WS-ARC-POLL-LINE PIC X(40) OCCURS 4 TIMES.
           01 WS-ARC-THREAD-COUNT PIC 99.
           01 WS-ARC-THREAD-TABLE.
               05 WS-ARC-THREAD-ENTRY OCCURS 5 TIMES.
                   10 WS-ARC-THREAD-ID PIC 999.
                   10 WS-ARC-THREAD-TITLE PIC X(50).

           01 WS-POLLS-STATUS PIC XX.
           01 WS-ADMIN-STATUS PIC XX.
           01 POLL-QUESTION-ENTRY PIC X(46).
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 39 COL 66 VALUE "(q) Quit          "
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 40 COL 66 VALUE "(a) Archive       "
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 41 COL 66 VALUE "Pick:"
                   FOREGROUND-COLOR IS 2.
               05 MSG-MENU-CHOICE-FIELD LINE 41 COL 71 PIC XXX
               05 SEARCH-CHOICE-FIELD LINE 33 COL 40 PIC X
                   USING SEARCH-CHOICE.

           01 ARCHIVE-BROWSE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 16 COL 34 VALUE "Board Archive (read only)"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 34 VALUE "Search for: "
                   FOREGROUND-COLOR IS 2.
               05 ARC-SEARCH-FIELD LINE 18 COL 46 PIC X(20)
                   USING WS-ARC-SEARCH-TEXT.
               05 LINE 20 COL 34 PIC XXX USING WS-ARC-PAGE-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 34 PIC XXX USING WS-ARC-PAGE-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 34 PIC XXX USING WS-ARC-PAGE-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 34 PIC XXX USING WS-ARC-PAGE-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 34 PIC XXX USING WS-ARC-PAGE-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 34 PIC XXX USING WS-ARC-PAGE-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 34 PIC XXX USING WS-ARC-PAGE-ID(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 27 COL 34 PIC XXX USING WS-ARC-PAGE-ID(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 27 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 27 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 34 PIC XXX USING WS-ARC-PAGE-ID(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 29 COL 34 PIC XXX USING WS-ARC-PAGE-ID(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 29 COL 39 PIC X(8) USING WS-ARC-PAGE-BOARD(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 29 COL 49 PIC X(50) USING WS-ARC-PAGE-TITLE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 31 COL 34 VALUE "Open id (0 = none): "
                   FOREGROUND-COLOR IS 2.
               05 ARC-OPEN-FIELD LINE 31 COL 54 PIC 999
                   USING ARC-OPEN-ENTRY.
               05 LINE 32 COL 34 PIC X(40)
                   USING ARC-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 34 COL 34 VALUE
                   "(s) Search  (n) Next  (p) Previous  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 35 COL 34 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ARC-CHOICE-FIELD LINE 35 COL 40 PIC X
                   USING ARC-CHOICE.

           01 ARCHIVE-VIEW-SCREEN.
               05 BLANK SCREEN.
               05 LINE 16 COL 34 VALUE "Archived Message" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 34 VALUE "Title: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 42 PIC X(50) USING WS-ARC-VIEW-TITLE
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 34 VALUE "Board: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 42 PIC X(8) USING WS-ARC-VIEW-BOARD
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 52 VALUE "Author: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 60 PIC X(16) USING WS-ARC-VIEW-AUTHOR
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 34 VALUE "Last post: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 45 PIC X(8) USING WS-ARC-VIEW-LAST
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 55 VALUE "Archived: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 65 PIC X(8) USING WS-ARC-VIEW-ARCHIVED
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 34 PIC X(20) USING WS-PARENT-DISPLAY
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 34 PIC X(60) USING LS-PART-1
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 34 PIC X(60) USING LS-PART-2
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 34 PIC X(60) USING LS-PART-3
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 34 PIC X(60) USING LS-PART-4
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 34 PIC X(60) USING LS-PART-5
                   FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 34 VALUE "Poll result:"
                   FOREGROUND-COLOR IS 2.
               05 LINE 29 COL 36 PIC X(40) USING WS-ARC-POLL-LINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 30 COL 36 PIC X(40) USING WS-ARC-POLL-LINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 31 COL 36 PIC X(40) USING WS-ARC-POLL-LINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 32 COL 36 PIC X(40) USING WS-ARC-POLL-LINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 34 COL 34 VALUE "In this thread:"
                   FOREGROUND-COLOR IS 2.
               05 LINE 35 COL 36 PIC XXX USING WS-ARC-THREAD-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 35 COL 41 PIC X(50)
                   USING WS-ARC-THREAD-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 36 COL 36 PIC XXX USING WS-ARC-THREAD-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 36 COL 41 PIC X(50)
                   USING WS-ARC-THREAD-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 37 COL 36 PIC XXX USING WS-ARC-THREAD-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 37 COL 41 PIC X(50)
                   USING WS-ARC-THREAD-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 38 COL 36 PIC XXX USING WS-ARC-THREAD-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 38 COL 41 PIC X(50)
                   USING WS-ARC-THREAD-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 39 COL 36 PIC XXX USING WS-ARC-THREAD-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 39 COL 41 PIC X(50)
                   USING WS-ARC-THREAD-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 41 COL 34 VALUE "Open id (0 = none): "
                   FOREGROUND-COLOR IS 2.
               05 ARC-VIEW-OPEN-FIELD LINE 41 COL 54 PIC 999
                   USING ARC-OPEN-ENTRY.
               05 LINE 42 COL 34 PIC X(40)
                   USING ARC-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 43 COL 34 VALUE "(g) Go back  Pick: "
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 ARC-VIEW-CHOICE-FIELD LINE 43 COL 53 PIC X
                   USING ARC-CHOICE.

           01 POLL-CREATE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 18 COL 34 VALUE "New Poll" UNDERLINE
           ELSE IF MSG-MENU-CHOICE = 'f' OR 'F'
               MOVE SPACES TO INSUFFICIENT-FUNDS
               PERFORM 0135-BOARD-SEARCH
           ELSE IF MSG-MENU-CHOICE = 'a' OR 'A'
               MOVE SPACES TO INSUFFICIENT-FUNDS
               MOVE SPACES TO WS-ARC-SEARCH-TEXT
               MOVE SPACES TO WS-ARC-LAST-SEARCH
               MOVE SPACES TO ARC-RESULT-MESSAGE
               MOVE 0 TO WS-ARC-SKIP
               PERFORM 0190-ARCHIVE-BROWSE
           ELSE IF (MSG-MENU-CHOICE = 'o' OR 'O')
            AND (CHECK-BALANCE (COST, USER-INFO-CREDITS) = "TRUE") THEN
               CALL 'deduct-credits' USING USER-INFO-NAME, COST,
               OR WS-PAGE-FILL = 10
               IF LIST-BOARD(WS-PAGE-SCAN) = WS-CURRENT-BOARD
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "Y"
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "A"
               AND (LIST-DELETED(WS-PAGE-SCAN) NOT = "H" OR
                    LIST-USERNAME(WS-PAGE-SCAN) = USER-INFO-NAME)
                   ADD 1 TO WS-PAGE-FILL
               OR WS-PAGE-FILL = 10
               IF LIST-BOARD(WS-PAGE-SCAN) = WS-CURRENT-BOARD
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "Y"
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "A"
                   ADD 1 TO WS-PAGE-FILL
               END-IF
               ADD 1 TO WS-PAGE-SCAN
           PERFORM UNTIL WS-PAGE-SCAN < 1 OR WS-PAGE-BACK = 10
               IF LIST-BOARD(WS-PAGE-SCAN) = WS-CURRENT-BOARD
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "Y"
               AND LIST-DELETED(WS-PAGE-SCAN) NOT = "A"
                   ADD 1 TO WS-PAGE-BACK
               END-IF
               IF WS-PAGE-BACK < 10
               UNTIL WS-SEARCH-IDX > NUM-FILE-LINES
               OR WS-RESULT-COUNT = 8
               IF LIST-DELETED(WS-SEARCH-IDX) NOT = "Y"
               AND LIST-DELETED(WS-SEARCH-IDX) NOT = "A"
               AND (LIST-DELETED(WS-SEARCH-IDX) NOT = "H" OR
                    LIST-USERNAME(WS-SEARCH-IDX) = USER-INFO-NAME)
                   PERFORM 0138-MATCH-ONE-MESSAGE
               PERFORM 0130-MSG-MENU
           ELSE IF MSG-VIEW-CHOICE = 'q' OR 'Q' THEN
              STOP RUN
           ELSE IF LIST-DELETED(MSG-SELECT) = "A"
           AND (MSG-VIEW-CHOICE = 'r' OR 'R' OR 'e' OR 'E'
             OR 'd' OR 'D' OR 'v' OR 'V' OR 'b' OR 'B')
               MOVE "THREAD IS IN THE BOARD ARCHIVE" TO
                 VIEW-RESULT-MSG
               PERFORM 0140-MESSAGE-VIEW
           ELSE IF MSG-VIEW-CHOICE = 'r' OR 'R' THEN
               MOVE SPACES TO VIEW-RESULT-MSG
               PERFORM 0160-MESSAGE-REPLY
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > NUM-FILE-LINES
               IF LIST-DELETED(WS-SCAN-IDX) NOT = "Y"
               AND LIST-DELETED(WS-SCAN-IDX) NOT = "A"
                   PERFORM 0129A-ROOT-OF-ENTRY
                   PERFORM 0129B-CHECK-SUBSCRIBED
                   IF WS-IS-SUBSCRIBED = 1
               PERFORM 0130-MSG-MENU
           END-IF.

      *    The archive is read only: members can list and search
      *    archived threads and open any message in them, but
      *    replies, edits, votes and subscriptions wait until a
      *    moderator brings the thread back to the live board.
      *    With no search text only the opening post of each
      *    archived thread is listed.
       0190-ARCHIVE-BROWSE.
           PERFORM 0500-TIME-AND-DATE.
           IF WS-ARC-SEARCH-TEXT NOT = WS-ARC-LAST-SEARCH
               MOVE 0 TO WS-ARC-SKIP
               MOVE WS-ARC-SEARCH-TEXT TO WS-ARC-LAST-SEARCH
           END-IF.
           PERFORM 0191-LOAD-ARCHIVE-PAGE.
           MOVE 0 TO ARC-OPEN-ENTRY.
           INITIALIZE ARC-CHOICE.
           DISPLAY ARCHIVE-BROWSE-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT ARC-SEARCH-FIELD.
           ACCEPT ARC-OPEN-FIELD.
           ACCEPT ARC-CHOICE-FIELD.
           MOVE SPACES TO ARC-RESULT-MESSAGE.

           IF ARC-CHOICE = 'g' OR 'G'
               PERFORM 0130-MSG-MENU
           END-IF.
           IF ARC-OPEN-ENTRY > 0
               PERFORM 0195-ARCHIVE-VIEW
           END-IF.
           IF ARC-CHOICE = 'n' OR 'N'
               IF WS-ARC-MATCHED > WS-ARC-SKIP + 10
                   ADD 10 TO WS-ARC-SKIP
               ELSE
                   MOVE "NO MORE ARCHIVED THREADS" TO
                     ARC-RESULT-MESSAGE
               END-IF
           ELSE IF ARC-CHOICE = 'p' OR 'P'
               IF WS-ARC-SKIP > 10
                   SUBTRACT 10 FROM WS-ARC-SKIP
               ELSE
                   MOVE 0 TO WS-ARC-SKIP
               END-IF
           END-IF.
           PERFORM 0190-ARCHIVE-BROWSE.

       0191-LOAD-ARCHIVE-PAGE.
           INITIALIZE WS-ARC-PAGE-TABLE.
           MOVE 0 TO WS-ARC-FILL.
           MOVE 0 TO WS-ARC-MATCHED.
           MOVE 0 TO WS-SEARCH-LEN.
           PERFORM VARYING WS-SEARCH-POS FROM 20 BY -1
               UNTIL WS-SEARCH-POS < 1 OR WS-SEARCH-LEN > 0
               IF WS-ARC-SEARCH-TEXT(WS-SEARCH-POS:1) NOT = SPACE
                   MOVE WS-SEARCH-POS TO WS-SEARCH-LEN
               END-IF
           END-PERFORM.
           OPEN INPUT F-BOARD-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-ALREADY-ON-FILE
               PERFORM UNTIL WS-ALREADY-ON-FILE = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF AR-STATUS = "ARCHIVED"
                           AND AR-DELETED NOT = "Y"
                           AND AR-DELETED NOT = "H"
                               PERFORM 0192-TAKE-ARCHIVE-ROW
                           END-IF
                       AT END
                           MOVE 1 TO WS-ALREADY-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
               MOVE 0 TO WS-ALREADY-ON-FILE
           END-IF.
           IF WS-ARC-MATCHED = 0
           AND ARC-RESULT-MESSAGE = SPACES
               MOVE "NOTHING IN THE ARCHIVE MATCHES" TO
                 ARC-RESULT-MESSAGE
           END-IF.

       0192-TAKE-ARCHIVE-ROW.
           IF WS-SEARCH-LEN = 0
               IF AR-PARENT-ID = 0
                   MOVE 1 TO WS-SEARCH-HIT
               ELSE
                   MOVE 0 TO WS-SEARCH-HIT
               END-IF
           ELSE
               PERFORM 0193-MATCH-ARCHIVE-ROW
           END-IF.
           IF WS-SEARCH-HIT = 1
               ADD 1 TO WS-ARC-MATCHED
               IF WS-ARC-MATCHED > WS-ARC-SKIP
               AND WS-ARC-FILL < 10
                   ADD 1 TO WS-ARC-FILL
                   MOVE AR-ID TO WS-ARC-PAGE-ID(WS-ARC-FILL)
                   MOVE AR-BOARD TO WS-ARC-PAGE-BOARD(WS-ARC-FILL)
                   IF AR-PARENT-ID > 0
                       STRING "> " DELIMITED BY SIZE
                           AR-TITLE(1:48) DELIMITED BY SIZE
                           INTO WS-ARC-PAGE-TITLE(WS-ARC-FILL)
                   ELSE
                       MOVE AR-TITLE TO WS-ARC-PAGE-TITLE(WS-ARC-FILL)
                   END-IF
               END-IF
           END-IF.

       0193-MATCH-ARCHIVE-ROW.
           MOVE 0 TO WS-SEARCH-HIT.
           PERFORM VARYING WS-SEARCH-POS FROM 1 BY 1
               UNTIL WS-SEARCH-POS > 51 - WS-SEARCH-LEN
               OR WS-SEARCH-HIT = 1
               IF AR-TITLE(WS-SEARCH-POS:WS-SEARCH-LEN) =
                 WS-ARC-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   MOVE 1 TO WS-SEARCH-HIT
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SEARCH-POS FROM 1 BY 1
               UNTIL WS-SEARCH-POS > 301 - WS-SEARCH-LEN
               OR WS-SEARCH-HIT = 1
               IF AR-CONTENT(WS-SEARCH-POS:WS-SEARCH-LEN) =
                 WS-ARC-SEARCH-TEXT(1:WS-SEARCH-LEN)
                   MOVE 1 TO WS-SEARCH-HIT
               END-IF
           END-PERFORM.

       0195-ARCHIVE-VIEW.
           MOVE ARC-OPEN-ENTRY TO WS-ARC-VIEW-ID.
           PERFORM 0196-LOAD-ARCHIVED-MESSAGE.
           IF WS-ARC-FOUND = 0
               MOVE "NO SUCH ARCHIVED MESSAGE" TO ARC-RESULT-MESSAGE
               PERFORM 0190-ARCHIVE-BROWSE
           END-IF.
           PERFORM 0197-LOAD-ARCHIVED-THREAD.
           MOVE 0 TO ARC-OPEN-ENTRY.
           INITIALIZE ARC-CHOICE.
           DISPLAY ARCHIVE-VIEW-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT ARC-VIEW-OPEN-FIELD.
           ACCEPT ARC-VIEW-CHOICE-FIELD.
           MOVE SPACES TO ARC-RESULT-MESSAGE.

           IF ARC-OPEN-ENTRY > 0
               PERFORM 0195-ARCHIVE-VIEW
           ELSE IF ARC-CHOICE = 'g' OR 'G'
               PERFORM 0190-ARCHIVE-BROWSE
           ELSE
               MOVE WS-ARC-VIEW-ID TO ARC-OPEN-ENTRY
               PERFORM 0195-ARCHIVE-VIEW
           END-IF.

       0196-LOAD-ARCHIVED-MESSAGE.
           MOVE 0 TO WS-ARC-FOUND.
           INITIALIZE WS-ARC-POLL-TABLE.
           OPEN INPUT F-BOARD-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-ALREADY-ON-FILE
               PERFORM UNTIL WS-ALREADY-ON-FILE = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF AR-ID = WS-ARC-VIEW-ID
                           AND AR-STATUS = "ARCHIVED"
                           AND AR-DELETED NOT = "Y"
                           AND AR-DELETED NOT = "H"
                               MOVE 1 TO WS-ARC-FOUND
                               PERFORM 0196A-COPY-ARCHIVED-MESSAGE
                           END-IF
                       AT END
                           MOVE 1 TO WS-ALREADY-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
               MOVE 0 TO WS-ALREADY-ON-FILE
           END-IF.

       0196A-COPY-ARCHIVED-MESSAGE.
           MOVE AR-TITLE TO WS-ARC-VIEW-TITLE.
           MOVE AR-BOARD TO WS-ARC-VIEW-BOARD.
           MOVE AR-USERNAME TO WS-ARC-VIEW-AUTHOR.
           MOVE AR-ARCHIVED-ON TO WS-ARC-VIEW-ARCHIVED.
           MOVE AR-LAST-ACTIVE TO WS-ARC-VIEW-LAST.
           MOVE AR-CONTENT TO WS-CONTENT-DISPLAY.
           IF AR-PARENT-ID > 0
               MOVE AR-PARENT-ID TO WS-ARC-THREAD-ROOT
               MOVE SPACES TO WS-PARENT-DISPLAY
               STRING "Replying to: #" DELIMITED BY SIZE
                   AR-PARENT-ID DELIMITED BY SIZE
                   INTO WS-PARENT-DISPLAY
           ELSE
               MOVE AR-ID TO WS-ARC-THREAD-ROOT
               MOVE SPACES TO WS-PARENT-DISPLAY
           END-IF.
           PERFORM VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > 4
               IF AR-POLL-TEXT(WS-ARC-IDX) NOT = SPACES
                   MOVE AR-POLL-VOTES(WS-ARC-IDX) TO
                     WS-ARC-VOTES-DISPLAY
                   STRING AR-POLL-TEXT(WS-ARC-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ARC-VOTES-DISPLAY DELIMITED BY SIZE
                       " votes" DELIMITED BY SIZE
                       INTO WS-ARC-POLL-LINE(WS-ARC-IDX)
               END-IF
           END-PERFORM.

      *    The opening post and up to five replies of the thread,
      *    less the message on screen.
       0197-LOAD-ARCHIVED-THREAD.
           MOVE 0 TO WS-ARC-THREAD-COUNT.
           INITIALIZE WS-ARC-THREAD-TABLE.
           OPEN INPUT F-BOARD-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-ALREADY-ON-FILE
               PERFORM UNTIL WS-ALREADY-ON-FILE = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF (AR-ID = WS-ARC-THREAD-ROOT
                            OR AR-PARENT-ID = WS-ARC-THREAD-ROOT)
                           AND AR-ID NOT = WS-ARC-VIEW-ID
                           AND AR-STATUS = "ARCHIVED"
                           AND AR-DELETED NOT = "Y"
                           AND AR-DELETED NOT = "H"
                           AND WS-ARC-THREAD-COUNT < 5
                               ADD 1 TO WS-ARC-THREAD-COUNT
                               MOVE AR-ID TO
                                 WS-ARC-THREAD-ID(WS-ARC-THREAD-COUNT)
                               MOVE AR-TITLE TO
                                 WS-ARC-THREAD-TITLE
                                 (WS-ARC-THREAD-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-ALREADY-ON-FILE
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
               MOVE 0 TO WS-ALREADY-ON-FILE
           END-IF.

       0500-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           
