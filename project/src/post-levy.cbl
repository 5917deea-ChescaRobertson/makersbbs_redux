       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-levy.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEVY-LOG-FILE ASSIGN TO "levy-log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEVY-LOG-FILE.
           01 LEVY-LOG-RECORD.
               05 LV-DATE PIC X(8).
               05 LV-CATEGORY PIC X(10).
               05 LV-USERNAME PIC X(16).
               05 LV-TRANS-REF PIC 9(8).
               05 LV-BASE PIC 999.
               05 LV-LEVY PIC 999.
               05 LV-DIRECTION PIC X.

           WORKING-STORAGE SECTION.
           01 WS-LEVY-LOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LEVY-PAYABLE PIC X(16) VALUE "*LEVY-PAYABLE*".
           01 WS-COLLECT-REASON PIC X(20) VALUE "LEVY PAYABLE".
           01 WS-REVERSE-REASON PIC X(20) VALUE "LEVY REVERSAL".
           01 WS-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-LEVY-REASON PIC X(20).
           01 WS-LEVY-DEBIT PIC X(16).
           01 WS-LEVY-CREDIT PIC X(16).
           01 WS-LEDGER-AMOUNT PIC 9(5).

           LINKAGE SECTION.
           01 LS-LEVY-CATEGORY PIC X(10).
           01 LS-USERNAME PIC X(16).
           01 LS-LEVY-BASE PIC 999.
           01 LS-LEVY-AMOUNT PIC 999.
           01 LS-FROM-ACCOUNT PIC X(16).
           01 LS-DIRECTION PIC X.
           01 LS-TRANS-REF PIC 9(8).

      *    Moves levy taken at the point of sale out of the house
      *    account that received it and into levy payable, and logs
      *    it against the sale for the quarterly return.  A reversal
      *    ("R") undoes the levy on a cancelled sale; given a zero
      *    amount it finds the levy logged against the reference.
       PROCEDURE DIVISION USING LS-LEVY-CATEGORY, LS-USERNAME,
           LS-LEVY-BASE, LS-LEVY-AMOUNT, LS-FROM-ACCOUNT,
           LS-DIRECTION, LS-TRANS-REF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           IF LS-DIRECTION = "R" AND LS-LEVY-AMOUNT = 0
               PERFORM 0010-FIND-LOGGED-LEVY
           END-IF.
           IF LS-LEVY-AMOUNT = 0
               GOBACK
           END-IF.

           IF LS-DIRECTION = "R"
               MOVE WS-LEVY-PAYABLE TO WS-LEVY-DEBIT
               MOVE LS-FROM-ACCOUNT TO WS-LEVY-CREDIT
               MOVE WS-REVERSE-REASON TO WS-LEVY-REASON
           ELSE
               MOVE "C" TO LS-DIRECTION
               MOVE LS-FROM-ACCOUNT TO WS-LEVY-DEBIT
               MOVE WS-LEVY-PAYABLE TO WS-LEVY-CREDIT
               MOVE WS-COLLECT-REASON TO WS-LEVY-REASON
           END-IF.
           CALL 'get-posting-rule' USING WS-LEVY-REASON
             WS-NO-MEMBER WS-LEVY-DEBIT WS-LEVY-CREDIT.
           MOVE LS-LEVY-AMOUNT TO WS-LEDGER-AMOUNT.
           CALL 'post-ledger-entry' USING WS-LEVY-DEBIT
             WS-LEVY-CREDIT WS-LEDGER-AMOUNT WS-LEVY-REASON
             LS-TRANS-REF.

           OPEN EXTEND F-LEVY-LOG-FILE.
           IF WS-LEVY-LOG-STATUS = "35"
               OPEN OUTPUT F-LEVY-LOG-FILE
           END-IF.
           MOVE WS-TODAY TO LV-DATE.
           MOVE LS-LEVY-CATEGORY TO LV-CATEGORY.
           MOVE LS-USERNAME TO LV-USERNAME.
           MOVE LS-TRANS-REF TO LV-TRANS-REF.
           MOVE LS-LEVY-BASE TO LV-BASE.
           MOVE LS-LEVY-AMOUNT TO LV-LEVY.
           MOVE LS-DIRECTION TO LV-DIRECTION.
           WRITE LEVY-LOG-RECORD.
           CLOSE F-LEVY-LOG-FILE.

           GOBACK.

      *    Only a sale with a reference can be found again, and the
      *    last collection logged against it is the one reversed.
       0010-FIND-LOGGED-LEVY.
           IF LS-TRANS-REF NOT = 0
               OPEN INPUT F-LEVY-LOG-FILE
               IF WS-LEVY-LOG-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-LEVY-LOG-FILE
                           NOT AT END
                               IF LV-TRANS-REF = LS-TRANS-REF
                                 AND LV-DIRECTION = "C"
                                   MOVE LV-LEVY TO LS-LEVY-AMOUNT
                                   MOVE LV-BASE TO LS-LEVY-BASE
                                   MOVE LV-CATEGORY TO
                                     LS-LEVY-CATEGORY
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-LEVY-LOG-FILE
               END-IF
           END-IF.
