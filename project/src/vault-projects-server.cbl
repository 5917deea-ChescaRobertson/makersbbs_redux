       IDENTIFICATION DIVISION.
       PROGRAM-ID. vault-projects-server.

       ENVIRONMENT DIVISION.
           CONFIGURATION SECTION.
           REPOSITORY.
            FUNCTION CHECK-BALANCE.

           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-PROJECTS-FILE ASSIGN TO 'vault-projects.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROJECTS-STATUS.

             SELECT F-PLEDGES-FILE ASSIGN TO 'project-pledges.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PLEDGES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-PROJECTS-FILE.
           01 PROJECT-RECORD.
               05 VP-ID PIC 9(4).
               05 VP-TITLE PIC X(30).
               05 VP-TARGET PIC 9(5).
               05 VP-DEADLINE PIC X(8).
               05 VP-RAISED PIC 9(5).
               05 VP-STATUS PIC X(8).
               05 VP-CREATED-BY PIC X(16).
               05 VP-CREATED PIC X(8).

           FD F-PLEDGES-FILE.
           01 PLEDGE-RECORD.
               05 PP-PROJECT PIC 9(4).
               05 PP-USERNAME PIC X(16).
               05 PP-AMOUNT PIC 999.
               05 PP-DATE PIC X(8).
               05 PP-STATUS PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-PROJECTS-STATUS PIC XX.
           01 WS-PLEDGES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 UPDATED-BALANCE PIC 999.
           01 WS-PLEDGE-REASON PIC X(20) VALUE "PROJECT PLEDGE".
           01 WS-FUND-REASON PIC X(20) VALUE "PROJECT ESCROW FUND".
           01 WS-HOUSE-REVENUE PIC X(16) VALUE "*VAULT-REVENUE*".
           01 WS-PROJECT-ESCROW PIC X(16) VALUE "*PROJECT-ESCROW*".
           01 WS-ESCROW-AMOUNT PIC 9(5).
           01 WS-ESCROW-DEBIT PIC X(16).
           01 WS-ESCROW-CREDIT PIC X(16).
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.

           01 WS-PRJ-COUNT PIC 9.
           01 WS-PRJ-TABLE.
               05 WS-PRJ-ENTRY OCCURS 6 TIMES.
                   10 WS-PRJ-ID PIC 9(4).
                   10 WS-PRJ-TITLE PIC X(30).
                   10 WS-PRJ-TARGET PIC 9(5).
                   10 WS-PRJ-RAISED PIC 9(5).
                   10 WS-PRJ-DEADLINE PIC X(8).
           01 WS-PRJ-OPEN PIC 9.

           01 PRJ-ID-ENTRY PIC 9(4).
           01 PRJ-AMOUNT-ENTRY PIC 999.
           01 PROJECTS-CHOICE PIC X.
           01 PRJ-RESULT-MESSAGE PIC X(40).
           01 WS-AMOUNT-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
           01 USER-INFO-CRED-DISPLAY.
               05 USER-INFO-CR-MESSAGE PIC X(9).
               05 USER-INFO-CREDITS PIC 999.

           SCREEN SECTION.
           01 PROJECTS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Vault improvement projects"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "No.  Project                        Target Raised"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 70 VALUE "Closes"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9(4) USING WS-PRJ-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 25 PIC X(30) USING WS-PRJ-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-PRJ-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 25 PIC X(30) USING WS-PRJ-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-PRJ-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 25 PIC X(30) USING WS-PRJ-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-PRJ-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC X(30) USING WS-PRJ-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-PRJ-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC X(30) USING WS-PRJ-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-PRJ-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 PIC X(30) USING WS-PRJ-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 56 PIC ZZZZ9 USING WS-PRJ-TARGET(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 63 PIC ZZZZ9 USING WS-PRJ-RAISED(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 70 PIC X(8) USING WS-PRJ-DEADLINE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Project no.: "
                   FOREGROUND-COLOR IS 2.
               05 PRJ-ID-FIELD LINE 15 COL 33 PIC 9(4)
                   USING PRJ-ID-ENTRY.
               05 LINE 16 COL 20 VALUE "Pledge: "
                   FOREGROUND-COLOR IS 2.
               05 PRJ-AMOUNT-FIELD LINE 16 COL 33 PIC 999
                   USING PRJ-AMOUNT-ENTRY.
               05 LINE 17 COL 20 VALUE
                   "Pledges are held until the project closes and"
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE
                   "are refunded in full if it misses its target."
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 20 PIC X(40) USING PRJ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "(p) Pledge  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 PROJECTS-CHOICE-FIELD LINE 23 COL 26 PIC X
                   USING PROJECTS-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME,
           USER-INFO-CRED-DISPLAY.

      *    Projects are opened from the supervisor's desk with a
      *    credit target and a closing date.  A pledge is taken off
      *    the member straight away and parked in the project escrow
      *    account; the nightly deadline run either releases the
      *    escrow to the project or refunds every pledger.
       1200-PROJECTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1202-LOAD-OPEN-PROJECTS.
           MOVE 0 TO PRJ-ID-ENTRY.
           MOVE 0 TO PRJ-AMOUNT-ENTRY.
           IF WS-PRJ-COUNT = 0
               MOVE "NO PROJECTS OPEN FOR PLEDGES" TO
                 PRJ-RESULT-MESSAGE
           END-IF.
           INITIALIZE PROJECTS-CHOICE.
           DISPLAY PROJECTS-SCREEN.

           ACCEPT PRJ-ID-FIELD.
           ACCEPT PRJ-AMOUNT-FIELD.
           ACCEPT PROJECTS-CHOICE-FIELD.

           IF PROJECTS-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF PROJECTS-CHOICE = 'p' OR 'P'
               PERFORM 1210-PLEDGE
               PERFORM 1200-PROJECTS
           ELSE
               MOVE SPACES TO PRJ-RESULT-MESSAGE
               PERFORM 1200-PROJECTS
           END-IF.

       1202-LOAD-OPEN-PROJECTS.
           MOVE 0 TO WS-PRJ-COUNT.
           INITIALIZE WS-PRJ-TABLE.
           OPEN INPUT F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROJECTS-FILE
                       NOT AT END
                           IF VP-STATUS = "OPEN"
                           AND VP-DEADLINE NOT < WS-TODAY
                           AND WS-PRJ-COUNT < 6
                               ADD 1 TO WS-PRJ-COUNT
                               MOVE VP-ID TO WS-PRJ-ID(WS-PRJ-COUNT)
                               MOVE VP-TITLE TO
                                 WS-PRJ-TITLE(WS-PRJ-COUNT)
                               MOVE VP-TARGET TO
                                 WS-PRJ-TARGET(WS-PRJ-COUNT)
                               MOVE VP-RAISED TO
                                 WS-PRJ-RAISED(WS-PRJ-COUNT)
                               MOVE VP-DEADLINE TO
                                 WS-PRJ-DEADLINE(WS-PRJ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROJECTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The member's debit posts to revenue like any other spend;
      *    the mirror below walks it on into the project escrow the
      *    same way pool stakes are held for a challenge.
       1210-PLEDGE.
           PERFORM 1212-CHECK-PROJECT.
           IF WS-PRJ-OPEN = 0
               MOVE "THAT PROJECT IS NOT TAKING PLEDGES" TO
                 PRJ-RESULT-MESSAGE
           ELSE IF PRJ-AMOUNT-ENTRY = 0
               MOVE "PLEDGE AMOUNT IS REQUIRED" TO PRJ-RESULT-MESSAGE
           ELSE IF CHECK-BALANCE(PRJ-AMOUNT-ENTRY, USER-INFO-CREDITS)
             = "FALSE"
               MOVE "INSUFFICIENT CREDITS" TO PRJ-RESULT-MESSAGE
           ELSE
               CALL 'deduct-credits' USING USER-INFO-NAME,
                 PRJ-AMOUNT-ENTRY, UPDATED-BALANCE, WS-PLEDGE-REASON
               MOVE UPDATED-BALANCE TO USER-INFO-CREDITS
               MOVE PRJ-AMOUNT-ENTRY TO WS-ESCROW-AMOUNT
               MOVE WS-HOUSE-REVENUE TO WS-ESCROW-DEBIT
               MOVE WS-PROJECT-ESCROW TO WS-ESCROW-CREDIT
               CALL 'get-posting-rule' USING WS-FUND-REASON
                 WS-NO-MEMBER WS-ESCROW-DEBIT WS-ESCROW-CREDIT
               CALL 'post-ledger-entry' USING WS-ESCROW-DEBIT
                 WS-ESCROW-CREDIT WS-ESCROW-AMOUNT WS-FUND-REASON
                 WS-NO-REF
               PERFORM 1214-WRITE-PLEDGE
               PERFORM 1216-ADD-TO-RAISED
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "PLEDGE HELD FOR PROJECT " DELIMITED BY SIZE
                   PRJ-ID-ENTRY DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING USER-INFO-NAME
                 WS-NOTIFY-MESSAGE PRJ-AMOUNT-ENTRY
               MOVE PRJ-AMOUNT-ENTRY TO WS-AMOUNT-OUT
               MOVE SPACES TO PRJ-RESULT-MESSAGE
               STRING "PLEDGED " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
                   " CREDITS - HELD IN ESCROW" DELIMITED BY SIZE
                   INTO PRJ-RESULT-MESSAGE
           END-IF.

       1212-CHECK-PROJECT.
           MOVE 0 TO WS-PRJ-OPEN.
           OPEN INPUT F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROJECTS-FILE
                       NOT AT END
                           IF VP-ID = PRJ-ID-ENTRY
                           AND VP-STATUS = "OPEN"
                           AND VP-DEADLINE NOT < WS-TODAY
                               MOVE 1 TO WS-PRJ-OPEN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROJECTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       1214-WRITE-PLEDGE.
           OPEN EXTEND F-PLEDGES-FILE.
           IF WS-PLEDGES-STATUS = "35"
               OPEN OUTPUT F-PLEDGES-FILE
           END-IF.
           MOVE SPACES TO PLEDGE-RECORD.
           MOVE PRJ-ID-ENTRY TO PP-PROJECT.
           MOVE USER-INFO-NAME TO PP-USERNAME.
           MOVE PRJ-AMOUNT-ENTRY TO PP-AMOUNT.
           MOVE WS-TODAY TO PP-DATE.
           MOVE "HELD" TO PP-STATUS.
           WRITE PLEDGE-RECORD.
           CLOSE F-PLEDGES-FILE.

       1216-ADD-TO-RAISED.
           OPEN I-O F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROJECTS-FILE
                       NOT AT END
                           IF VP-ID = PRJ-ID-ENTRY
                               ADD PRJ-AMOUNT-ENTRY TO VP-RAISED
                               REWRITE PROJECT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROJECTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
