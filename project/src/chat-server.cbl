                 LOCK MODE IS AUTOMATIC
                 FILE STATUS IS WS-CHAT-STATUS.

             SELECT F-BLOCK-LIST-FILE ASSIGN TO 'block-list.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BLOCK-STATUS.

             SELECT F-CHAT-REPORTS-FILE ASSIGN TO 'chat-reports.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REPORTS-STATUS.

             SELECT F-CHAT-MUTES-FILE ASSIGN TO 'chat-mutes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MUTES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-SESSION-LOG-FILE.
               05 CHAT-USERNAME PIC X(16).
               05 CHAT-TIME PIC X(12).
               05 CHAT-TEXT PIC X(60).
               05 CHAT-HIDDEN PIC X.

           FD F-BLOCK-LIST-FILE.
           01 BLOCK-LIST-RECORD.
               05 BL-OWNER PIC X(16).
               05 BL-BLOCKED PIC X(16).
               05 BL-DATE PIC X(8).
               05 BL-REFUSED PIC 9(5).
               05 BL-STATUS PIC X(8).

           FD F-CHAT-REPORTS-FILE.
           01 CHAT-REPORT-RECORD.
               05 CR-ID PIC 9(5).
               05 CR-REPORTER PIC X(16).
               05 CR-AUTHOR PIC X(16).
               05 CR-LINE-TIME PIC X(12).
               05 CR-TEXT PIC X(60).
               05 CR-CONTEXT OCCURS 4 TIMES.
                   10 CR-CTX-WHO PIC X(16).
                   10 CR-CTX-TEXT PIC X(60).
               05 CR-RAISED PIC X(8).
               05 CR-STATUS PIC X(8).
               05 CR-MODERATOR PIC X(16).
               05 CR-DECIDED PIC X(8).

           FD F-CHAT-MUTES-FILE.
           01 CHAT-MUTE-RECORD.
               05 CM-USERNAME PIC X(16).
               05 CM-FROM PIC X(8).
               05 CM-UNTIL PIC X(8).
               05 CM-MODERATOR PIC X(16).
               05 CM-REPORT-ID PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-SESSION-STATUS PIC XX.
                   10 WS-CHAT-WHEN PIC X(12).
                   10 WS-CHAT-LINE PIC X(60).

         *>----- Members this viewer has blocked -----
           01 WS-BLOCK-STATUS PIC XX.
           01 WS-BLOCK-COUNT PIC 99 VALUE 0.
           01 WS-BLOCK-IDX PIC 99.
           01 WS-BLOCK-TABLE.
               05 WS-BLOCK-NAME OCCURS 20 TIMES PIC X(16).
           01 WS-LINE-BLOCKED PIC 9.

         *>----- Screening, reports and mutes -----
           01 WS-REPORTS-STATUS PIC XX.
           01 WS-MUTES-STATUS PIC XX.
           01 WS-TODAY PIC X(8).
           01 WS-MUTED-UNTIL PIC X(8).
           01 WS-SCREEN-TEXT PIC X(300).
           01 WS-SCREEN-RESULT PIC X(4).
           01 WS-LAST-REPORT-ID PIC 9(5).
           01 WS-CTX-IDX PIC 99.
           01 WS-CTX-SLOT PIC 9.
           01 WS-CTX-FROM PIC 99.

           01 CHAT-INPUT PIC X(60).
           01 CHAT-CHOICE PIC X.
           01 CHAT-REPORT-ENTRY PIC 99.
           01 CHAT-RESULT-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 37 PIC X(60) USING WS-CHAT-LINE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 17 VALUE " 1"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 17 VALUE " 2"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 17 VALUE " 3"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 17 VALUE " 4"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 17 VALUE " 5"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 17 VALUE " 6"
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 17 VALUE " 7"
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 17 VALUE " 8"
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 17 VALUE " 9"
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 17 VALUE "10"
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 VALUE "Say: "
                   FOREGROUND-COLOR IS 2.
               05 CHAT-INPUT-FIELD LINE 17 COL 25 PIC X(60)
                   USING CHAT-INPUT.
               05 LINE 18 COL 20 VALUE "Report line #: "
                   FOREGROUND-COLOR IS 2.
               05 CHAT-REPORT-FIELD LINE 18 COL 35 PIC Z9
                   USING CHAT-REPORT-ENTRY.
               05 LINE 19 COL 20 VALUE
                   "(s) Send  (p) Report line  (r) Refresh  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 PIC X(40) USING CHAT-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
           PERFORM 0142-LOAD-WHO-IS-ONLINE.
           PERFORM 0144-LOAD-RECENT-CHAT.
           MOVE SPACES TO CHAT-INPUT.
           MOVE 0 TO CHAT-REPORT-ENTRY.
           INITIALIZE CHAT-CHOICE.
           DISPLAY CHAT-SCREEN.

           ACCEPT CHAT-INPUT-FIELD.
           ACCEPT CHAT-REPORT-FIELD.
           ACCEPT CHAT-CHOICE-FIELD.
           MOVE SPACES TO CHAT-RESULT-MESSAGE.

           IF CHAT-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF CHAT-CHOICE = 's' OR 'S'
               IF CHAT-INPUT NOT = SPACES
                   PERFORM 0147-SCREEN-CHAT-LINE
               END-IF
               PERFORM 0140-CHAT-ROOM
           ELSE IF CHAT-CHOICE = 'p' OR 'P'
               PERFORM 0148-REPORT-CHAT-LINE
               PERFORM 0140-CHAT-ROOM
           ELSE
               PERFORM 0140-CHAT-ROOM
           END-IF.
               END-PERFORM
           END-IF.

      *    Lines from members the viewer has blocked, and lines a
      *    moderator has removed, are left out, so the last ten
      *    shown are all ones the viewer should see.
       0144-LOAD-RECENT-CHAT.
           PERFORM 0145-LOAD-MY-BLOCKS.
           MOVE 0 TO WS-CHAT-TOTAL.
           OPEN INPUT F-CHAT-FILE.
           IF WS-CHAT-STATUS = "00"
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-FILE
                       NOT AT END
                           PERFORM 0145A-CHECK-LINE-BLOCKED
                           IF WS-LINE-BLOCKED = 0
                               ADD 1 TO WS-CHAT-TOTAL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-FILE
                       NOT AT END
                           PERFORM 0145A-CHECK-LINE-BLOCKED
                           IF WS-LINE-BLOCKED = 0
                               ADD 1 TO WS-CHAT-SEEN
                           END-IF
                           IF WS-LINE-BLOCKED = 0
                           AND WS-CHAT-SEEN > WS-CHAT-SKIP
                           AND WS-CHAT-COUNT < 10
                               ADD 1 TO WS-CHAT-COUNT
                               MOVE CHAT-USERNAME TO
               CLOSE F-CHAT-FILE
           END-IF.

       0145-LOAD-MY-BLOCKS.
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
                           AND WS-BLOCK-COUNT < 20
                               ADD 1 TO WS-BLOCK-COUNT
                               MOVE BL-BLOCKED TO
                                 WS-BLOCK-NAME(WS-BLOCK-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.

       0145A-CHECK-LINE-BLOCKED.
           MOVE 0 TO WS-LINE-BLOCKED.
           IF CHAT-HIDDEN = "Y"
               MOVE 1 TO WS-LINE-BLOCKED
           END-IF.
           PERFORM VARYING WS-BLOCK-IDX FROM 1 BY 1
               UNTIL WS-BLOCK-IDX > WS-BLOCK-COUNT
               IF WS-BLOCK-NAME(WS-BLOCK-IDX) = CHAT-USERNAME
                   MOVE 1 TO WS-LINE-BLOCKED
               END-IF
           END-PERFORM.

       0146-POST-CHAT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATETIME.
           STRING WS-FORMATTED-YEAR WS-FORMATTED-MONTH WS-FORMATTED-DY
           MOVE USER-INFO-NAME TO CHAT-USERNAME.
           MOVE WS-NOW-STAMP TO CHAT-TIME.
           MOVE CHAT-INPUT TO CHAT-TEXT.
           MOVE "N" TO CHAT-HIDDEN.
           WRITE CHAT-RECORD.
           CLOSE F-CHAT-FILE.

      *    Chat goes through the same blocked-words list as the
      *    boards.  A live room cannot hold a line for review, so
      *    a hit is refused outright and lands in the moderators'
      *    chat reports as an automatic report; a muted member
      *    cannot post at all until the mute runs out.
       0147-SCREEN-CHAT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0147A-CHECK-MUTE.
           IF WS-MUTED-UNTIL NOT = SPACES
               MOVE SPACES TO CHAT-RESULT-MESSAGE
               STRING "MUTED FROM CHAT UNTIL " DELIMITED BY SIZE
                   WS-MUTED-UNTIL DELIMITED BY SIZE
                   INTO CHAT-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO WS-SCREEN-TEXT
               MOVE CHAT-INPUT TO WS-SCREEN-TEXT(1:60)
               CALL 'check-blocked-words' USING WS-SCREEN-TEXT
                 WS-SCREEN-RESULT
               IF WS-SCREEN-RESULT = "HIT "
                   PERFORM 0149-NEXT-REPORT-ID
                   MOVE SPACES TO CHAT-REPORT-RECORD
                   MOVE "AUTO-SCREEN" TO CR-REPORTER
                   MOVE USER-INFO-NAME TO CR-AUTHOR
                   MOVE FUNCTION CURRENT-DATE(1:12) TO CR-LINE-TIME
                   MOVE CHAT-INPUT TO CR-TEXT
                   MOVE 1 TO WS-CTX-SLOT
                   IF WS-CHAT-COUNT > 1
                       COMPUTE WS-CTX-FROM = WS-CHAT-COUNT - 1
                   ELSE
                       MOVE 1 TO WS-CTX-FROM
                   END-IF
                   PERFORM VARYING WS-CTX-IDX FROM WS-CTX-FROM BY 1
                       UNTIL WS-CTX-IDX > WS-CHAT-COUNT
                       PERFORM 0148A-TAKE-CONTEXT-LINE
                   END-PERFORM
                   PERFORM 0149A-WRITE-REPORT
                   MOVE "LINE NOT SENT - WORDING NOT ALLOWED" TO
                     CHAT-RESULT-MESSAGE
               ELSE
                   PERFORM 0146-POST-CHAT-LINE
               END-IF
           END-IF.

       0147A-CHECK-MUTE.
           MOVE SPACES TO WS-MUTED-UNTIL.
           OPEN INPUT F-CHAT-MUTES-FILE.
           IF WS-MUTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-MUTES-FILE
                       NOT AT END
                           IF CM-USERNAME = USER-INFO-NAME
                           AND WS-TODAY >= CM-FROM
                           AND WS-TODAY < CM-UNTIL
                           AND CM-UNTIL > WS-MUTED-UNTIL
                               MOVE CM-UNTIL TO WS-MUTED-UNTIL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-MUTES-FILE
           END-IF.

      *    A report carries the line itself and up to two lines
      *    either side of it as they stood on the reporter's
      *    screen, so the moderator judges it in context.
       0148-REPORT-CHAT-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF CHAT-REPORT-ENTRY = 0
           OR CHAT-REPORT-ENTRY > WS-CHAT-COUNT
               MOVE "NO SUCH LINE ON SCREEN" TO CHAT-RESULT-MESSAGE
           ELSE IF WS-CHAT-WHO(CHAT-REPORT-ENTRY) = USER-INFO-NAME
               MOVE "CANNOT REPORT YOUR OWN LINE" TO
                 CHAT-RESULT-MESSAGE
           ELSE
               PERFORM 0149-NEXT-REPORT-ID
               MOVE SPACES TO CHAT-REPORT-RECORD
               MOVE USER-INFO-NAME TO CR-REPORTER
               MOVE WS-CHAT-WHO(CHAT-REPORT-ENTRY) TO CR-AUTHOR
               MOVE WS-CHAT-WHEN(CHAT-REPORT-ENTRY) TO CR-LINE-TIME
               MOVE WS-CHAT-LINE(CHAT-REPORT-ENTRY) TO CR-TEXT
               MOVE 1 TO WS-CTX-SLOT
               IF CHAT-REPORT-ENTRY > 2
                   COMPUTE WS-CTX-FROM = CHAT-REPORT-ENTRY - 2
               ELSE
                   MOVE 1 TO WS-CTX-FROM
               END-IF
               PERFORM VARYING WS-CTX-IDX FROM WS-CTX-FROM BY 1
                   UNTIL WS-CTX-IDX >= CHAT-REPORT-ENTRY
                   PERFORM 0148A-TAKE-CONTEXT-LINE
               END-PERFORM
               MOVE 3 TO WS-CTX-SLOT
               COMPUTE WS-CTX-FROM = CHAT-REPORT-ENTRY + 1
               PERFORM VARYING WS-CTX-IDX FROM WS-CTX-FROM BY 1
                   UNTIL WS-CTX-IDX > CHAT-REPORT-ENTRY + 2
                   OR WS-CTX-IDX > WS-CHAT-COUNT
                   PERFORM 0148A-TAKE-CONTEXT-LINE
               END-PERFORM
               PERFORM 0149A-WRITE-REPORT
               MOVE "LINE REPORTED TO MODERATORS" TO
                 CHAT-RESULT-MESSAGE
           END-IF.

       0148A-TAKE-CONTEXT-LINE.
           IF WS-CTX-SLOT <= 4
               MOVE WS-CHAT-WHO(WS-CTX-IDX) TO CR-CTX-WHO(WS-CTX-SLOT)
               MOVE WS-CHAT-LINE(WS-CTX-IDX) TO
                 CR-CTX-TEXT(WS-CTX-SLOT)
               ADD 1 TO WS-CTX-SLOT
           END-IF.

       0149-NEXT-REPORT-ID.
           MOVE 0 TO WS-LAST-REPORT-ID.
           OPEN INPUT F-CHAT-REPORTS-FILE.
           IF WS-REPORTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-REPORTS-FILE
                       NOT AT END
                           IF CR-ID > WS-LAST-REPORT-ID
                               MOVE CR-ID TO WS-LAST-REPORT-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-REPORTS-FILE
           END-IF.

       0149A-WRITE-REPORT.
           COMPUTE CR-ID = WS-LAST-REPORT-ID + 1.
           MOVE WS-TODAY TO CR-RAISED.
           MOVE "OPEN" TO CR-STATUS.
           OPEN EXTEND F-CHAT-REPORTS-FILE.
           IF WS-REPORTS-STATUS = "35"
               OPEN OUTPUT F-CHAT-REPORTS-FILE
           END-IF.
           WRITE CHAT-REPORT-RECORD.
           CLOSE F-CHAT-REPORTS-FILE.
