             SELECT F-BOTM-FILE ASSIGN TO 'botm.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BOTM-STATUS.

             SELECT F-ACQUISITIONS-FILE ASSIGN TO
                 'library-acquisitions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AQ-STATUS.

             SELECT F-ACQ-VOTES-FILE ASSIGN TO
                 'library-acq-votes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-AV-STATUS.
       DATA DIVISION.
           FILE SECTION.
            *>------Library Section------
               05 BOTM-TITLE PIC X(31).
               05 BOTM-THREAD-ID PIC 999.

           FD F-ACQUISITIONS-FILE.
           01 ACQUISITION-RECORD.
               05 AQ-ID PIC 9(4).
               05 AQ-TITLE PIC X(31).
               05 AQ-AUTHOR PIC X(12).
               05 AQ-PROPOSER PIC X(16).
               05 AQ-DATE PIC X(8).
               05 AQ-VOTES PIC 9(4).
               05 AQ-EST-COST PIC 9(5).
               05 AQ-STATUS PIC X(8).
               05 AQ-DECIDED PIC X(8).

           FD F-ACQ-VOTES-FILE.
           01 ACQ-VOTE-RECORD.
               05 AV-ID PIC 9(4).
               05 AV-USERNAME PIC X(16).
               05 AV-DATE PIC X(8).

           FD F-READING-HISTORY-FILE.
           01 READING-HISTORY-RECORD.
               05 RH-USERNAME PIC X(16).
           01 WS-LOAN-DAYS PIC 999 VALUE 14.
           01 WS-DUE-INT PIC 9(8).
           01 WS-DUE-DATE PIC 9(8).
           01 WS-DUE-DATE-X REDEFINES WS-DUE-DATE PIC X(8).
           01 WS-DUE-ROLL PIC X VALUE "F".
           01 WS-TODAY-8 PIC X(8).
           01 WS-LEND-DONE PIC 9.
           01 WS-LEND-OLD-STATUS PIC X(8).
           01 WS-HOLD-READY-MESSAGE PIC X(40) VALUE
               "YOUR LIBRARY HOLD IS READY".
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE "LIBRARY".
           01 WS-REVIEWS-STATUS PIC XX.
           01 WS-HISTORY-STATUS PIC XX.
           01 WS-HIST-COUNT PIC 9 VALUE 0.
           01 WS-SEARCH-LEN PIC 99 VALUE 0.
           01 WS-SEARCH-TALLY PIC 99 VALUE 0.
           01 WS-SEARCH-FOUND PIC 9 VALUE 0.

           01 WS-AQ-STATUS PIC XX.
           01 WS-AV-STATUS PIC XX.
           01 ACQ-TITLE-ENTRY PIC X(31).
           01 ACQ-AUTHOR-ENTRY PIC X(12).
           01 ACQ-VOTE-ENTRY PIC 9(4).
           01 ACQ-CHOICE PIC X.
           01 ACQ-RESULT-MESSAGE PIC X(40).
           01 WS-AQ-LAST-ID PIC 9(4).
           01 WS-AQ-FOUND PIC 9.
           01 WS-AQ-VOTED PIC 9.
           01 WS-AQ-IDX PIC 999.
           01 WS-AQ-COUNT PIC 99 VALUE 0.
           01 WS-AQ-TABLE.
               05 WS-AQ-ENTRY OCCURS 50 TIMES.
                   10 WS-AQ-LIST-VOTES PIC 9(4).
                   10 WS-AQ-LIST-ID PIC 9(4).
                   10 WS-AQ-LIST-TITLE PIC X(31).
                   10 WS-AQ-LIST-AUTHOR PIC X(12).
      
           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 39 COL 77 VALUE "(w) Submit a book"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 41 COL 43 VALUE "(a) Suggest a purchase"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 40 COL 78 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 LIBRARY-FIELD LINE 40 COLUMN 86 PIC X 
               05 REVIEW-CHOICE-FIELD LINE 30 COL 40 PIC X
                   USING REVIEW-CHOICE.

           01 ACQUISITIONS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 12 COL 34 VALUE "Suggest a Purchase" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 34 VALUE
                   "Id    Votes  Title                           Author"
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 34 PIC 9(4) USING WS-AQ-LIST-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 40 PIC ZZZ9 USING WS-AQ-LIST-VOTES(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 47 PIC X(31) USING WS-AQ-LIST-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 79 PIC X(12) USING WS-AQ-LIST-AUTHOR(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 34 VALUE "Title: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-TITLE-FIELD LINE 22 COL 41 PIC X(31)
                   USING ACQ-TITLE-ENTRY.
               05 LINE 23 COL 34 VALUE "Author: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-AUTHOR-FIELD LINE 23 COL 42 PIC X(12)
                   USING ACQ-AUTHOR-ENTRY.
               05 LINE 24 COL 34 VALUE "Vote for id: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-VOTE-FIELD LINE 24 COL 47 PIC 9(4)
                   USING ACQ-VOTE-ENTRY.
               05 LINE 26 COL 34 PIC X(40)
                   USING ACQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 28 COL 34 VALUE
                   "(s) Suggest this title  (v) Vote  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 29 COL 34 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-CHOICE-FIELD LINE 29 COL 40 PIC X
                   USING ACQ-CHOICE.

           01 LENDING-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 16 COL 34 VALUE "Lending Desk" UNDERLINE
               PERFORM 0260-BOOK-REVIEWS
           ELSE IF LIBRARY-CHOICE = 'h' THEN
               PERFORM 0270-READING-HISTORY
           ELSE IF LIBRARY-CHOICE = 'a' THEN
               MOVE SPACES TO ACQ-RESULT-MESSAGE
               PERFORM 0300-SUGGEST-PURCHASE
           ELSE
               MOVE SPACES TO INSUFFICIENT-FUNDS
               PERFORM 0230-LIBRARY-MENU
                       NOT AT END
                           IF LN-TITLE = LEND-TITLE-ENTRY
                           AND LN-STATUS NOT = "RETURNED"
                           AND LN-STATUS NOT = "LOST"
                               ADD 1 TO WS-TITLE-OUT
                           END-IF
                       AT END
               MOVE LEND-TITLE-ENTRY TO LN-TITLE
               MOVE USER-INFO-NAME TO LN-USERNAME
               MOVE WS-TODAY-8 TO LN-DATE
               CALL 'business-day' USING WS-DUE-DATE-X WS-DUE-ROLL
                 LN-DUE
               MOVE "OUT" TO LN-STATUS
               WRITE LIBRARY-LOAN
               CLOSE F-LIBRARY-LOANS-FILE
                           AND LN-USERNAME = USER-INFO-NAME
                           AND LN-STATUS NOT = "RETURNED"
                           AND WS-LEND-DONE = 0
                               MOVE LN-STATUS TO WS-LEND-OLD-STATUS
                               MOVE "RETURNED" TO LN-STATUS
                               MOVE WS-TODAY-8 TO LN-RETURNED
                               REWRITE LIBRARY-LOAN
               END-PERFORM
               CLOSE F-LIBRARY-LOANS-FILE
           END-IF.
           IF WS-LEND-DONE = 1 AND WS-LEND-OLD-STATUS = "LOST"
               PERFORM 0254A-RESTORE-LOST-COPY
               PERFORM 0255-READY-NEXT-HOLD
               MOVE "LOST COPY RETURNED - BACK ON THE SHELF" TO
                 LEND-RESULT-MESSAGE
           ELSE IF WS-LEND-DONE = 1
               PERFORM 0255-READY-NEXT-HOLD
               MOVE "RETURNED - THANK YOU" TO LEND-RESULT-MESSAGE
           ELSE
                 LEND-RESULT-MESSAGE
           END-IF.

      *    A copy written off as lost has come back; the count the
      *    overdue run took off the title is put back.
       0254A-RESTORE-LOST-COPY.
           MOVE 0 TO WS-LEND-DONE.
           OPEN I-O F-LIBRARY-COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO WS-LEND-FILE-ENDED
               PERFORM UNTIL WS-LEND-FILE-ENDED = 1
                   READ F-LIBRARY-COPIES-FILE
                       NOT AT END
                           IF LC-TITLE = LEND-TITLE-ENTRY
                           AND WS-LEND-DONE = 0
                           AND LC-COPIES < 99
                               ADD 1 TO LC-COPIES
                               REWRITE LIBRARY-COPY-RECORD
                               MOVE 1 TO WS-LEND-DONE
                           END-IF
                       AT END
                           MOVE 1 TO WS-LEND-FILE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.

      *    The oldest waiting hold gets the freed copy and a note
      *    through the notification inbox.
       0255-READY-NEXT-HOLD.
                               MOVE "READY" TO HLD-STATUS
                               REWRITE LIBRARY-HOLD
                               MOVE 1 TO WS-LEND-DONE
                               CALL 'send-notification' USING
                                 HLD-USERNAME
                                 WS-HOLD-READY-MESSAGE
                                 WS-ZERO-AMOUNT WS-NOTIFY-CATEGORY
                           END-IF
                       AT END
                           MOVE 1 TO WS-LEND-FILE-ENDED
           WRITE MANUSCRIPT-RECORD.
           CLOSE F-MANUSCRIPTS-FILE.

      *    Members put forward books for the library to buy and
      *    vote for each other's suggestions; the librarian works
      *    down the list by votes at the library desk.  A member
      *    votes once per suggestion, and suggesting a title counts
      *    as the first vote for it.
       0300-SUGGEST-PURCHASE.
           PERFORM 0302-LOAD-SUGGESTIONS.
           MOVE SPACES TO ACQ-TITLE-ENTRY.
           MOVE SPACES TO ACQ-AUTHOR-ENTRY.
           MOVE 0 TO ACQ-VOTE-ENTRY.
           INITIALIZE ACQ-CHOICE.
           DISPLAY ACQUISITIONS-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.

           ACCEPT ACQ-TITLE-FIELD.
           ACCEPT ACQ-AUTHOR-FIELD.
           ACCEPT ACQ-VOTE-FIELD.
           ACCEPT ACQ-CHOICE-FIELD.
           MOVE SPACES TO ACQ-RESULT-MESSAGE.

           IF ACQ-CHOICE = 'g' OR 'G'
               PERFORM 0230-LIBRARY-MENU
           ELSE IF ACQ-CHOICE = 's' OR 'S'
               IF ACQ-TITLE-ENTRY = SPACES
                   MOVE "ENTER A TITLE FIRST" TO ACQ-RESULT-MESSAGE
               ELSE
                   PERFORM 0304-ADD-SUGGESTION
               END-IF
               PERFORM 0300-SUGGEST-PURCHASE
           ELSE IF ACQ-CHOICE = 'v' OR 'V'
               PERFORM 0306-CAST-VOTE
               PERFORM 0300-SUGGEST-PURCHASE
           ELSE
               PERFORM 0300-SUGGEST-PURCHASE
           END-IF.

       0302-LOAD-SUGGESTIONS.
           MOVE 0 TO WS-AQ-COUNT.
           MOVE 0 TO WS-AQ-LAST-ID.
           INITIALIZE WS-AQ-TABLE.
           OPEN INPUT F-ACQUISITIONS-FILE.
           IF WS-AQ-STATUS = "00"
               MOVE 0 TO WS-LEND-FILE-ENDED
               PERFORM UNTIL WS-LEND-FILE-ENDED = 1
                   READ F-ACQUISITIONS-FILE
                       NOT AT END
                           IF AQ-ID > WS-AQ-LAST-ID
                               MOVE AQ-ID TO WS-AQ-LAST-ID
                           END-IF
                           IF AQ-STATUS = "OPEN"
                           AND WS-AQ-COUNT < 50
                               ADD 1 TO WS-AQ-COUNT
                               MOVE AQ-VOTES TO
                                 WS-AQ-LIST-VOTES(WS-AQ-COUNT)
                               MOVE AQ-ID TO WS-AQ-LIST-ID(WS-AQ-COUNT)
                               MOVE AQ-TITLE TO
                                 WS-AQ-LIST-TITLE(WS-AQ-COUNT)
                               MOVE AQ-AUTHOR TO
                                 WS-AQ-LIST-AUTHOR(WS-AQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-LEND-FILE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACQUISITIONS-FILE
           END-IF.
           SORT WS-AQ-ENTRY ON DESCENDING WS-AQ-LIST-VOTES
               ASCENDING WS-AQ-LIST-ID.
           IF WS-AQ-COUNT = 0 AND ACQ-RESULT-MESSAGE = SPACES
               MOVE "NO SUGGESTIONS YET - MAKE THE FIRST"
                 TO ACQ-RESULT-MESSAGE
           END-IF.

      *    Titles already in the catalog or already suggested are
      *    turned away; the member is pointed at the vote instead.
       0304-ADD-SUGGESTION.
           MOVE 0 TO WS-AQ-FOUND.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-NUM-LIBRARY-LINES
               IF WS-BOOK-TITLE(WS-AQ-IDX) = ACQ-TITLE-ENTRY
                   MOVE 1 TO WS-AQ-FOUND
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-LIST-TITLE(WS-AQ-IDX) = ACQ-TITLE-ENTRY
                   MOVE 2 TO WS-AQ-FOUND
               END-IF
           END-PERFORM.

           IF WS-AQ-FOUND = 1
               MOVE "ALREADY IN THE CATALOG" TO ACQ-RESULT-MESSAGE
           ELSE IF WS-AQ-FOUND = 2
               MOVE "ALREADY SUGGESTED - VOTE FOR IT" TO
                 ACQ-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-AQ-LAST-ID
               OPEN EXTEND F-ACQUISITIONS-FILE
               IF WS-AQ-STATUS = "35"
                   OPEN OUTPUT F-ACQUISITIONS-FILE
               END-IF
               MOVE SPACES TO ACQUISITION-RECORD
               MOVE WS-AQ-LAST-ID TO AQ-ID
               MOVE ACQ-TITLE-ENTRY TO AQ-TITLE
               MOVE ACQ-AUTHOR-ENTRY TO AQ-AUTHOR
               MOVE USER-INFO-NAME TO AQ-PROPOSER
               MOVE FUNCTION CURRENT-DATE(1:8) TO AQ-DATE
               MOVE 1 TO AQ-VOTES
               MOVE 0 TO AQ-EST-COST
               MOVE "OPEN" TO AQ-STATUS
               WRITE ACQUISITION-RECORD
               CLOSE F-ACQUISITIONS-FILE
               MOVE WS-AQ-LAST-ID TO ACQ-VOTE-ENTRY
               PERFORM 0308-WRITE-VOTE
               MOVE "SUGGESTION ADDED WITH YOUR VOTE" TO
                 ACQ-RESULT-MESSAGE
           END-IF.

       0306-CAST-VOTE.
           MOVE 0 TO WS-AQ-FOUND.
           PERFORM VARYING WS-AQ-IDX FROM 1 BY 1
               UNTIL WS-AQ-IDX > WS-AQ-COUNT
               IF WS-AQ-LIST-ID(WS-AQ-IDX) = ACQ-VOTE-ENTRY
                   MOVE 1 TO WS-AQ-FOUND
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-AQ-VOTED.
           OPEN INPUT F-ACQ-VOTES-FILE.
           IF WS-AV-STATUS = "00"
               MOVE 0 TO WS-LEND-FILE-ENDED
               PERFORM UNTIL WS-LEND-FILE-ENDED = 1
                   READ F-ACQ-VOTES-FILE
                       NOT AT END
                           IF AV-ID = ACQ-VOTE-ENTRY
                           AND AV-USERNAME = USER-INFO-NAME
                               MOVE 1 TO WS-AQ-VOTED
                           END-IF
                       AT END
                           MOVE 1 TO WS-LEND-FILE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACQ-VOTES-FILE
           END-IF.

           IF WS-AQ-FOUND = 0 OR ACQ-VOTE-ENTRY = 0
               MOVE "NO OPEN SUGGESTION WITH THAT ID" TO
                 ACQ-RESULT-MESSAGE
           ELSE IF WS-AQ-VOTED = 1
               MOVE "YOU HAVE ALREADY VOTED FOR THAT" TO
                 ACQ-RESULT-MESSAGE
           ELSE
               PERFORM 0308-WRITE-VOTE
               PERFORM 0309-COUNT-VOTE
               MOVE "VOTE RECORDED" TO ACQ-RESULT-MESSAGE
           END-IF.

       0308-WRITE-VOTE.
           OPEN EXTEND F-ACQ-VOTES-FILE.
           IF WS-AV-STATUS = "35"
               OPEN OUTPUT F-ACQ-VOTES-FILE
           END-IF.
           MOVE SPACES TO ACQ-VOTE-RECORD.
           MOVE ACQ-VOTE-ENTRY TO AV-ID.
           MOVE USER-INFO-NAME TO AV-USERNAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AV-DATE.
           WRITE ACQ-VOTE-RECORD.
           CLOSE F-ACQ-VOTES-FILE.

       0309-COUNT-VOTE.
           OPEN I-O F-ACQUISITIONS-FILE.
           IF WS-AQ-STATUS = "00"
               MOVE 0 TO WS-LEND-FILE-ENDED
               PERFORM UNTIL WS-LEND-FILE-ENDED = 1
                   READ F-ACQUISITIONS-FILE
                       NOT AT END
                           IF AQ-ID = ACQ-VOTE-ENTRY
                           AND AQ-STATUS = "OPEN"
                               ADD 1 TO AQ-VOTES
                               REWRITE ACQUISITION-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-LEND-FILE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACQUISITIONS-FILE
           END-IF.

       0500-TIME-AND-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           
