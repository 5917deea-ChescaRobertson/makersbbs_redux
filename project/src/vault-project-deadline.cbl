       IDENTIFICATION DIVISION.
           PROGRAM-ID. vault-project-deadline.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-PROJECTS-FILE ASSIGN TO "vault-projects.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PROJECTS-STATUS.
           SELECT F-PLEDGES-FILE ASSIGN TO "project-pledges.dat"
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
           01 WS-PLEDGES-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-CLOSED PIC 999 VALUE 0.
           01 WS-CLOSED-OUT PIC ZZ9.
           01 WS-HELD-TOTAL PIC 9(5).
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 UPDATED-BALANCE PIC 999.

           01 WS-PROJECT-ESCROW PIC X(16) VALUE "*PROJECT-ESCROW*".
           01 WS-HOUSE-ISSUE PIC X(16) VALUE "*VAULT-ISSUE*".
           01 WS-PROJECT-ACCOUNT PIC X(16).
           01 WS-RELEASE-REASON PIC X(20) VALUE "PROJECT RELEASE".
           01 WS-REFUND-REASON PIC X(20) VALUE "PROJECT REFUND".
           01 WS-DRAW-REASON PIC X(20) VALUE "PROJECT ESCROW DRAW".
           01 WS-ESCROW-AMOUNT PIC 9(5).
           01 WS-ESCROW-REASON PIC X(20).
           01 WS-ESCROW-DEBIT PIC X(16).
           01 WS-ESCROW-CREDIT PIC X(16).
           01 WS-ESCROW-MEMBER PIC X(16).
           01 WS-NO-REF PIC 9(8) VALUE 0.
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.

           01 WS-NEW-MESSAGE.
             05 WS-PARENT-ID PIC 999.
             05 WS-TITLE PIC X(50).
             05 WS-CONTENT PIC X(300).
             05 WS-USERNAME PIC X(16).
             05 WS-NEW-BOARD PIC X(8).

           LINKAGE SECTION.
           01 LS-PROJECT-STATUS-MESSAGE PIC X(30).

      *    A vault project whose deadline has passed is settled from
      *    the pledges still held in escrow.  Target met: the whole
      *    escrow moves to the project's own account.  Target missed:
      *    every pledger gets their credits back.  Either way the
      *    pledgers are told and the result goes on the notices
      *    board.
       PROCEDURE DIVISION USING LS-PROJECT-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROJECTS-FILE
                       NOT AT END
                           IF VP-STATUS = "OPEN"
                           AND VP-DEADLINE < WS-TODAY
                               PERFORM 0010-CLOSE-PROJECT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROJECTS-FILE
           END-IF.

           IF WS-CLOSED = 0
               MOVE "NO VAULT PROJECTS DUE" TO
                 LS-PROJECT-STATUS-MESSAGE
           ELSE
               MOVE WS-CLOSED TO WS-CLOSED-OUT
               MOVE SPACES TO LS-PROJECT-STATUS-MESSAGE
               STRING "VAULT PROJECTS CLOSED " DELIMITED BY SIZE
                   WS-CLOSED-OUT DELIMITED BY SIZE
                   INTO LS-PROJECT-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    The decision is taken on what is actually held in escrow,
      *    not on the running total kept on the project record.
       0010-CLOSE-PROJECT.
           PERFORM 0020-TOTAL-HELD.
           MOVE WS-HELD-TOTAL TO VP-RAISED.
           IF WS-HELD-TOTAL NOT < VP-TARGET
           AND WS-HELD-TOTAL > 0
               MOVE "FUNDED" TO VP-STATUS
           ELSE
               MOVE "FAILED" TO VP-STATUS
           END-IF.
           REWRITE PROJECT-RECORD.
           ADD 1 TO WS-CLOSED.

           MOVE SPACES TO WS-PROJECT-ACCOUNT.
           STRING "*PROJECT-" DELIMITED BY SIZE
               VP-ID DELIMITED BY SIZE
               "*" DELIMITED BY SIZE
               INTO WS-PROJECT-ACCOUNT.
           IF VP-STATUS = "FUNDED"
               MOVE WS-HELD-TOTAL TO WS-ESCROW-AMOUNT
               MOVE WS-RELEASE-REASON TO WS-ESCROW-REASON
               MOVE WS-PROJECT-ESCROW TO WS-ESCROW-DEBIT
               MOVE WS-PROJECT-ACCOUNT TO WS-ESCROW-CREDIT
               MOVE WS-PROJECT-ACCOUNT TO WS-ESCROW-MEMBER
               PERFORM 0040-POST-ESCROW-MOVE
           END-IF.

           OPEN I-O F-PLEDGES-FILE.
           IF WS-PLEDGES-STATUS = "00"
               MOVE 0 TO WS-PLEDGES-ENDED
               PERFORM UNTIL WS-PLEDGES-ENDED = 1
                   READ F-PLEDGES-FILE
                       NOT AT END
                           IF PP-PROJECT = VP-ID
                           AND PP-STATUS = "HELD"
                               PERFORM 0030-SETTLE-PLEDGE
                           END-IF
                       AT END
                           MOVE 1 TO WS-PLEDGES-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PLEDGES-FILE
           END-IF.
           MOVE 0 TO WS-PLEDGES-ENDED.
           PERFORM 0050-POST-RESULT-TO-BOARD.

       0020-TOTAL-HELD.
           MOVE 0 TO WS-HELD-TOTAL.
           OPEN INPUT F-PLEDGES-FILE.
           IF WS-PLEDGES-STATUS = "00"
               MOVE 0 TO WS-PLEDGES-ENDED
               PERFORM UNTIL WS-PLEDGES-ENDED = 1
                   READ F-PLEDGES-FILE
                       NOT AT END
                           IF PP-PROJECT = VP-ID
                           AND PP-STATUS = "HELD"
                               ADD PP-AMOUNT TO WS-HELD-TOTAL
                           END-IF
                       AT END
                           MOVE 1 TO WS-PLEDGES-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PLEDGES-FILE
           END-IF.
           MOVE 0 TO WS-PLEDGES-ENDED.

       0030-SETTLE-PLEDGE.
           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           IF VP-STATUS = "FUNDED"
               MOVE "RELEASED" TO PP-STATUS
               STRING "PROJECT " DELIMITED BY SIZE
                   VP-ID DELIMITED BY SIZE
                   " FUNDED - PLEDGE RELEASED" DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
           ELSE
               CALL 'add-credits' USING PP-USERNAME, PP-AMOUNT,
                 WS-REFUND-REASON, UPDATED-BALANCE
               MOVE PP-AMOUNT TO WS-ESCROW-AMOUNT
               MOVE WS-DRAW-REASON TO WS-ESCROW-REASON
               MOVE WS-PROJECT-ESCROW TO WS-ESCROW-DEBIT
               MOVE WS-HOUSE-ISSUE TO WS-ESCROW-CREDIT
               MOVE WS-NO-MEMBER TO WS-ESCROW-MEMBER
               PERFORM 0040-POST-ESCROW-MOVE
               MOVE "REFUNDED" TO PP-STATUS
               STRING "PROJECT " DELIMITED BY SIZE
                   VP-ID DELIMITED BY SIZE
                   " MISSED TARGET - REFUNDED" DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
           END-IF.
           REWRITE PLEDGE-RECORD.
           CALL 'add-notification' USING PP-USERNAME
             WS-NOTIFY-MESSAGE PP-AMOUNT.

      *    The project account is passed as the member so a posting
      *    rule written against *MEMBER* lands on the right project.
       0040-POST-ESCROW-MOVE.
           CALL 'get-posting-rule' USING WS-ESCROW-REASON
             WS-ESCROW-MEMBER WS-ESCROW-DEBIT WS-ESCROW-CREDIT.
           CALL 'post-ledger-entry' USING WS-ESCROW-DEBIT
             WS-ESCROW-CREDIT WS-ESCROW-AMOUNT WS-ESCROW-REASON
             WS-NO-REF.

       0050-POST-RESULT-TO-BOARD.
           MOVE 0 TO WS-PARENT-ID.
           MOVE SPACES TO WS-TITLE.
           STRING "[PROJECT] " DELIMITED BY SIZE
               VP-TITLE DELIMITED BY SIZE
               INTO WS-TITLE.
           MOVE SPACES TO WS-CONTENT.
           IF VP-STATUS = "FUNDED"
               STRING "Target of " DELIMITED BY SIZE
                   VP-TARGET DELIMITED BY SIZE
                   " credits met with " DELIMITED BY SIZE
                   VP-RAISED DELIMITED BY SIZE
                   " pledged. The project is funded and work can "
                   DELIMITED BY SIZE
                   "begin. Thank you to every pledger."
                   DELIMITED BY SIZE
                   INTO WS-CONTENT
           ELSE
               STRING "Target of " DELIMITED BY SIZE
                   VP-TARGET DELIMITED BY SIZE
                   " credits missed with " DELIMITED BY SIZE
                   VP-RAISED DELIMITED BY SIZE
                   " pledged. Every pledge has been refunded in "
                   DELIMITED BY SIZE
                   "full." DELIMITED BY SIZE
                   INTO WS-CONTENT
           END-IF.
           MOVE "*OVERSEER*" TO WS-USERNAME.
           MOVE "NOTICES" TO WS-NEW-BOARD.
           CALL 'post-message' USING WS-NEW-MESSAGE.
