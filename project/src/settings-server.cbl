                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-EXCL-STATUS.

             SELECT F-BLOCK-LIST-FILE ASSIGN TO 'block-list.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BLOCK-STATUS.

             SELECT F-NOTIFY-PREFS-FILE ASSIGN TO
                 'notification-prefs.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NOTIFY-STATUS.

             SELECT F-USERS-FILE ASSIGN TO 'users.dat'
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
               05 SE-END PIC X(8).
               05 SE-LIFT-REQ PIC X(8).

           FD F-BLOCK-LIST-FILE.
           01 BLOCK-LIST-RECORD.
               05 BL-OWNER PIC X(16).
               05 BL-BLOCKED PIC X(16).
               05 BL-DATE PIC X(8).
               05 BL-REFUSED PIC 9(5).
               05 BL-STATUS PIC X(8).

           FD F-NOTIFY-PREFS-FILE.
           01 NOTIFY-PREF-RECORD.
               05 NP-USERNAME PIC X(16).
               05 NP-CATEGORY PIC X(8).
               05 NP-MODE PIC X.

           WORKING-STORAGE SECTION.
           01 WS-PREFS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-EXCL-END-INT PIC 9(8).
           01 WS-EXCL-MY-END PIC X(8).
           01 WS-TODAY PIC X(8).
           01 WS-BLOCK-STATUS PIC XX.
           01 WS-BLOCK-FOUND PIC 9.
           01 WS-BLOCK-COUNT PIC 99.
           01 WS-BLOCK-TABLE.
               05 WS-BLOCK-ENTRY OCCURS 8 TIMES.
                   10 WS-BLOCK-NAME PIC X(16).
                   10 WS-BLOCK-SINCE PIC X(8).
           01 BLOCK-NAME-ENTRY PIC X(16).
           01 BLOCK-CHOICE PIC X.
           01 BLOCK-RESULT-MESSAGE PIC X(40).
           01 WS-NOTIFY-STATUS PIC XX.
           01 WS-NP-IDX PIC 9.
           01 WS-NP-BAD PIC 9.
           01 WS-NP-CATEGORY-LIST.
               05 FILLER PIC X(8) VALUE "WEATHER".
               05 FILLER PIC X(8) VALUE "EVENTS".
               05 FILLER PIC X(8) VALUE "PASSES".
               05 FILLER PIC X(8) VALUE "AWARDS".
               05 FILLER PIC X(8) VALUE "LIBRARY".
               05 FILLER PIC X(8) VALUE "BOARD".
           01 WS-NP-CATEGORY-TABLE REDEFINES WS-NP-CATEGORY-LIST.
               05 WS-NP-CATEGORY PIC X(8) OCCURS 6 TIMES.
           01 WS-NP-MODE-TABLE.
               05 WS-NP-MODE PIC X OCCURS 6 TIMES.
               05 WS-NP-ON-FILE PIC 9 OCCURS 6 TIMES.
           01 NOTIFY-CHOICE PIC X.
           01 NOTIFY-RESULT-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 52 VALUE "(x) Self-exclusion"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 52 VALUE "(b) Blocked members"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 52 VALUE "(n) Notifications"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 SETTINGS-CHOICE-FIELD LINE 20 COL 36 PIC X
               05 EXCL-CHOICE-FIELD LINE 21 COL 36 PIC X
                   USING EXCL-CHOICE.

           01 BLOCK-LIST-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 30 VALUE "Blocked Members"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 30 VALUE
                   "Their mail, chat, challenges, payments and"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 30 VALUE
                   "market offers never reach you. They are not told."
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE "Member           Since"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 PIC X(16) USING WS-BLOCK-NAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 48 PIC X(8) USING WS-BLOCK-SINCE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 30 PIC X(16) USING WS-BLOCK-NAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 48 PIC X(8) USING WS-BLOCK-SINCE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 PIC X(16) USING WS-BLOCK-NAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 48 PIC X(8) USING WS-BLOCK-SINCE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 30 PIC X(16) USING WS-BLOCK-NAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 48 PIC X(8) USING WS-BLOCK-SINCE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 30 PIC X(16) USING WS-BLOCK-NAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 48 PIC X(8) USING WS-BLOCK-SINCE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 30 PIC X(16) USING WS-BLOCK-NAME(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 48 PIC X(8) USING WS-BLOCK-SINCE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 30 PIC X(16) USING WS-BLOCK-NAME(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 48 PIC X(8) USING WS-BLOCK-SINCE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 30 PIC X(16) USING WS-BLOCK-NAME(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 48 PIC X(8) USING WS-BLOCK-SINCE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 30 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 BLOCK-NAME-FIELD LINE 20 COL 38 PIC X(16)
                   USING BLOCK-NAME-ENTRY.
               05 LINE 22 COL 30 PIC X(40)
                   USING BLOCK-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 30 VALUE
                   "(b) Block  (u) Unblock  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BLOCK-CHOICE-FIELD LINE 25 COL 36 PIC X
                   USING BLOCK-CHOICE.

           01 DURESS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Duress Password"
               05 DURESS-CHOICE-FIELD LINE 18 COL 36 PIC X
                   USING DURESS-CHOICE.

           01 NOTIFY-PREFS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Notification Preferences"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "(I) At once  (D) Daily digest  (S) Switch off"
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 30 VALUE "Weather and radiation alerts"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-1 LINE 12 COL 62 PIC X
                   USING WS-NP-MODE(1).
               05 LINE 13 COL 30 VALUE "Event reminders"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-2 LINE 13 COL 62 PIC X
                   USING WS-NP-MODE(2).
               05 LINE 14 COL 30 VALUE "Pass and certificate expiry"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-3 LINE 14 COL 62 PIC X
                   USING WS-NP-MODE(3).
               05 LINE 15 COL 30 VALUE "Achievements and loyalty"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-4 LINE 15 COL 62 PIC X
                   USING WS-NP-MODE(4).
               05 LINE 16 COL 30 VALUE "Library holds ready"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-5 LINE 16 COL 62 PIC X
                   USING WS-NP-MODE(5).
               05 LINE 17 COL 30 VALUE "Board thread replies"
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-MODE-FIELD-6 LINE 17 COL 62 PIC X
                   USING WS-NP-MODE(6).
               05 LINE 18 COL 30 VALUE
                   "Security and money notices always arrive at once."
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 30 PIC X(40)
                   USING NOTIFY-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 NOTIFY-CHOICE-FIELD LINE 23 COL 36 PIC X
                   USING NOTIFY-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME.

       0380-SETTINGS-MENU.
           ELSE IF SETTINGS-CHOICE = 'x' OR 'X'
               PERFORM 0396-SELF-EXCLUSION
               PERFORM 0380-SETTINGS-MENU
           ELSE IF SETTINGS-CHOICE = 'b' OR 'B'
               MOVE SPACES TO BLOCK-RESULT-MESSAGE
               PERFORM 0400-BLOCK-LIST
               PERFORM 0380-SETTINGS-MENU
           ELSE IF SETTINGS-CHOICE = 'n' OR 'N'
               MOVE SPACES TO NOTIFY-RESULT-MESSAGE
               PERFORM 0410-NOTIFY-PREFS
               PERFORM 0380-SETTINGS-MENU
           ELSE IF SETTINGS-CHOICE = 'v' OR 'V'
               CALL 'member-data-export' USING USER-INFO-NAME
                 EXPORT-STATUS-MESSAGE
               MOVE "NO BAR IN PLACE" TO EXCL-RESULT-MESSAGE
           END-IF.

      *    A member being pestered can shut one person out of mail,
      *    chat, challenges, transfers, pay requests and market
      *    offers.  Unblocking keeps the row, marked REMOVED, so
      *    the count of contacts it turned away is not lost.
       0400-BLOCK-LIST.
           PERFORM 0401-LOAD-MY-BLOCKS.
           MOVE SPACES TO BLOCK-NAME-ENTRY.
           INITIALIZE BLOCK-CHOICE.
           DISPLAY BLOCK-LIST-SCREEN.

           ACCEPT BLOCK-NAME-FIELD.
           ACCEPT BLOCK-CHOICE-FIELD.

           IF BLOCK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF BLOCK-CHOICE = 'b' OR 'B'
               IF BLOCK-NAME-ENTRY = SPACES
                   MOVE "MEMBER NAME REQUIRED" TO BLOCK-RESULT-MESSAGE
               ELSE IF BLOCK-NAME-ENTRY = USER-INFO-NAME
                   MOVE "CANNOT BLOCK YOURSELF" TO
                     BLOCK-RESULT-MESSAGE
               ELSE
                   PERFORM 0402-ADD-BLOCK
               END-IF
               PERFORM 0400-BLOCK-LIST
           ELSE IF BLOCK-CHOICE = 'u' OR 'U'
               IF BLOCK-NAME-ENTRY = SPACES
                   MOVE "MEMBER NAME REQUIRED" TO BLOCK-RESULT-MESSAGE
               ELSE
                   PERFORM 0403-REMOVE-BLOCK
               END-IF
               PERFORM 0400-BLOCK-LIST
           ELSE
               PERFORM 0400-BLOCK-LIST
           END-IF.

       0401-LOAD-MY-BLOCKS.
           MOVE 0 TO WS-BLOCK-COUNT.
           INITIALIZE WS-BLOCK-TABLE.
           OPEN INPUT F-BLOCK-LIST-FILE.
           IF WS-BLOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           IF BL-OWNER = USER-INFO-NAME
                           AND BL-STATUS = "ACTIVE"
                           AND WS-BLOCK-COUNT < 8
                               ADD 1 TO WS-BLOCK-COUNT
                               MOVE BL-BLOCKED TO
                                 WS-BLOCK-NAME(WS-BLOCK-COUNT)
                               MOVE BL-DATE TO
                                 WS-BLOCK-SINCE(WS-BLOCK-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0402-ADD-BLOCK.
           OPEN INPUT F-USERS-FILE.
           MOVE 0 TO WS-BLOCK-FOUND.
           IF WS-USERS-STATUS = "00"
               MOVE BLOCK-NAME-ENTRY TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-BLOCK-FOUND
               END-READ
               CLOSE F-USERS-FILE
           END-IF.
           IF WS-BLOCK-FOUND = 0
               MOVE "NO SUCH MEMBER" TO BLOCK-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-BLOCK-FOUND
               OPEN I-O F-BLOCK-LIST-FILE
               IF WS-BLOCK-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-BLOCK-LIST-FILE
                           NOT AT END
                               IF BL-OWNER = USER-INFO-NAME
                               AND BL-BLOCKED = BLOCK-NAME-ENTRY
                                   MOVE 1 TO WS-BLOCK-FOUND
                                   IF BL-STATUS NOT = "ACTIVE"
                                       MOVE "ACTIVE" TO BL-STATUS
                                       MOVE FUNCTION CURRENT-DATE(1:8)
                                         TO BL-DATE
                                       REWRITE BLOCK-LIST-RECORD
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-BLOCK-LIST-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-BLOCK-FOUND = 0
                   OPEN EXTEND F-BLOCK-LIST-FILE
                   IF WS-BLOCK-STATUS = "35"
                       OPEN OUTPUT F-BLOCK-LIST-FILE
                   END-IF
                   MOVE SPACES TO BLOCK-LIST-RECORD
                   MOVE USER-INFO-NAME TO BL-OWNER
                   MOVE BLOCK-NAME-ENTRY TO BL-BLOCKED
                   MOVE FUNCTION CURRENT-DATE(1:8) TO BL-DATE
                   MOVE 0 TO BL-REFUSED
                   MOVE "ACTIVE" TO BL-STATUS
                   WRITE BLOCK-LIST-RECORD
                   CLOSE F-BLOCK-LIST-FILE
               END-IF
               MOVE "MEMBER BLOCKED" TO BLOCK-RESULT-MESSAGE
           END-IF.

       0403-REMOVE-BLOCK.
           MOVE 0 TO WS-BLOCK-FOUND.
           OPEN I-O F-BLOCK-LIST-FILE.
           IF WS-BLOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           IF BL-OWNER = USER-INFO-NAME
                           AND BL-BLOCKED = BLOCK-NAME-ENTRY
                           AND BL-STATUS = "ACTIVE"
                               MOVE 1 TO WS-BLOCK-FOUND
                               MOVE "REMOVED" TO BL-STATUS
                               REWRITE BLOCK-LIST-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-BLOCK-FOUND = 1
               MOVE "MEMBER UNBLOCKED" TO BLOCK-RESULT-MESSAGE
           ELSE
               MOVE "NOT ON YOUR BLOCK LIST" TO BLOCK-RESULT-MESSAGE
           END-IF.

      *    Each notice category can come at once, wait for the
      *    nightly digest or be switched off.  Security and money
      *    notices are not listed and always arrive at once.
       0410-NOTIFY-PREFS.
           PERFORM 0411-LOAD-NOTIFY-PREFS.
           INITIALIZE NOTIFY-CHOICE.
           DISPLAY NOTIFY-PREFS-SCREEN.

           ACCEPT NOTIFY-MODE-FIELD-1.
           ACCEPT NOTIFY-MODE-FIELD-2.
           ACCEPT NOTIFY-MODE-FIELD-3.
           ACCEPT NOTIFY-MODE-FIELD-4.
           ACCEPT NOTIFY-MODE-FIELD-5.
           ACCEPT NOTIFY-MODE-FIELD-6.
           ACCEPT NOTIFY-CHOICE-FIELD.

           IF NOTIFY-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF NOTIFY-CHOICE = 's' OR 'S'
               MOVE 0 TO WS-NP-BAD
               PERFORM VARYING WS-NP-IDX FROM 1 BY 1
                 UNTIL WS-NP-IDX > 6
                   MOVE FUNCTION UPPER-CASE(WS-NP-MODE(WS-NP-IDX))
                     TO WS-NP-MODE(WS-NP-IDX)
                   IF WS-NP-MODE(WS-NP-IDX) NOT = "I" AND
                      WS-NP-MODE(WS-NP-IDX) NOT = "D" AND
                      WS-NP-MODE(WS-NP-IDX) NOT = "S"
                       MOVE 1 TO WS-NP-BAD
                   END-IF
               END-PERFORM
               IF WS-NP-BAD = 1
                   MOVE "USE I, D OR S FOR EACH LINE" TO
                     NOTIFY-RESULT-MESSAGE
               ELSE
                   PERFORM 0412-SAVE-NOTIFY-PREFS
                   MOVE "NOTIFICATION PREFERENCES SAVED" TO
                     NOTIFY-RESULT-MESSAGE
               END-IF
               PERFORM 0410-NOTIFY-PREFS
           ELSE
               PERFORM 0410-NOTIFY-PREFS
           END-IF.

      *    With nothing on file a category arrives at once, except
      *    board replies, which default to the digest.
       0411-LOAD-NOTIFY-PREFS.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
             UNTIL WS-NP-IDX > 6
               MOVE "I" TO WS-NP-MODE(WS-NP-IDX)
               MOVE 0 TO WS-NP-ON-FILE(WS-NP-IDX)
           END-PERFORM.
           MOVE "D" TO WS-NP-MODE(6).
           OPEN INPUT F-NOTIFY-PREFS-FILE.
           IF WS-NOTIFY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-NOTIFY-PREFS-FILE
                       NOT AT END
                           IF NP-USERNAME = USER-INFO-NAME
                               PERFORM 0413-TAKE-NOTIFY-PREF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-NOTIFY-PREFS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0413-TAKE-NOTIFY-PREF.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
             UNTIL WS-NP-IDX > 6
               IF NP-CATEGORY = WS-NP-CATEGORY(WS-NP-IDX)
                   MOVE NP-MODE TO WS-NP-MODE(WS-NP-IDX)
                   MOVE 1 TO WS-NP-ON-FILE(WS-NP-IDX)
               END-IF
           END-PERFORM.

      *    Rows already on file are rewritten in place; categories
      *    the member has never set are added at the end.
       0412-SAVE-NOTIFY-PREFS.
           OPEN I-O F-NOTIFY-PREFS-FILE.
           IF WS-NOTIFY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-NOTIFY-PREFS-FILE
                       NOT AT END
                           IF NP-USERNAME = USER-INFO-NAME
                               PERFORM 0414-REWRITE-NOTIFY-PREF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-NOTIFY-PREFS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN EXTEND F-NOTIFY-PREFS-FILE.
           IF WS-NOTIFY-STATUS = "35"
               OPEN OUTPUT F-NOTIFY-PREFS-FILE
           END-IF.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
             UNTIL WS-NP-IDX > 6
               IF WS-NP-ON-FILE(WS-NP-IDX) = 0
                   MOVE SPACES TO NOTIFY-PREF-RECORD
                   MOVE USER-INFO-NAME TO NP-USERNAME
                   MOVE WS-NP-CATEGORY(WS-NP-IDX) TO NP-CATEGORY
                   MOVE WS-NP-MODE(WS-NP-IDX) TO NP-MODE
                   WRITE NOTIFY-PREF-RECORD
                   MOVE 1 TO WS-NP-ON-FILE(WS-NP-IDX)
               END-IF
           END-PERFORM.
           CLOSE F-NOTIFY-PREFS-FILE.

       0414-REWRITE-NOTIFY-PREF.
           PERFORM VARYING WS-NP-IDX FROM 1 BY 1
             UNTIL WS-NP-IDX > 6
               IF NP-CATEGORY = WS-NP-CATEGORY(WS-NP-IDX)
                   MOVE WS-NP-MODE(WS-NP-IDX) TO NP-MODE
                   MOVE 1 TO WS-NP-ON-FILE(WS-NP-IDX)
                   REWRITE NOTIFY-PREF-RECORD
               END-IF
           END-PERFORM.

      *    The duress word opens a decoy session and rings the
      *    silent alarm; it is stored hashed, never matching the
      *    real password.
