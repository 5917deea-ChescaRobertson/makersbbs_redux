       IDENTIFICATION DIVISION.
           PROGRAM-ID. queue-sla-status.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DISPUTES-FILE ASSIGN TO "disputes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTES-STATUS.
           SELECT F-PENDING-APPROVALS-FILE ASSIGN TO
             "pending-approvals.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PA-STATUS.
           SELECT F-MESSAGE-BOARD-FILE ASSIGN TO "message-board.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BOARD-STATUS.
           SELECT F-MODERATION-LOG-FILE ASSIGN TO
             "moderation-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MODLOG-STATUS.
           SELECT F-FRAUD-REVIEW-FILE ASSIGN TO "fraud-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-STATUS.
           SELECT F-REVERSAL-REVIEW-FILE ASSIGN TO
             "reversal-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RR-STATUS.
           SELECT F-LOANS-FILE ASSIGN TO "loans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOANS-STATUS.
           SELECT F-SUGGESTIONS-FILE ASSIGN TO "suggestions.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SG-STATUS.
           SELECT F-MANUSCRIPTS-FILE ASSIGN TO "manuscripts.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-DISPUTES-FILE.
           01 DISPUTE-RECORD.
               05 DSP-USERNAME PIC X(16).
               05 DSP-TRANS-REF PIC 9(8).
               05 DSP-REASON PIC X(40).
               05 DSP-DATE PIC X(8).
               05 DSP-STATUS PIC X(10).
               05 DSP-NOTE PIC X(40).
               05 DSP-ADMIN PIC X(16).

           FD F-PENDING-APPROVALS-FILE.
           01 PENDING-APPROVAL.
               05 PA-ENTERED-BY PIC X(16).
               05 PA-ACCOUNT PIC X(8).
               05 PA-AMOUNT PIC 999.
               05 PA-DATE PIC X(8).
               05 PA-STATUS PIC X(10).
               05 PA-APPROVED-BY PIC X(16).

           FD F-MESSAGE-BOARD-FILE.
           01 MESSAGE-BOARD-RECORD.
               05 MB-ID PIC 999.
               05 MB-PARENT-ID PIC 999.
               05 MB-TITLE PIC X(50).
               05 MB-CONTENT PIC X(300).
               05 MB-USERNAME PIC X(16).
               05 MB-DELETED PIC X.
               05 MB-BOARD PIC X(8).

           FD F-MODERATION-LOG-FILE.
           01 MODERATION-LOG-RECORD.
               05 ML-MSG-ID PIC 999.
               05 FILLER PIC X.
               05 ML-DECISION PIC X(8).
               05 FILLER PIC X.
               05 ML-MODERATOR PIC X(16).
               05 FILLER PIC X.
               05 ML-DATE PIC X(8).

           FD F-FRAUD-REVIEW-FILE.
           01 FRAUD-REVIEW-RECORD.
               05 FR-USERNAME PIC X(16).
               05 FR-RULE PIC X(20).
               05 FR-DATE PIC X(8).
               05 FR-STATUS PIC X(10).

           FD F-REVERSAL-REVIEW-FILE.
           01 REVERSAL-REVIEW-RECORD.
               05 RR-USERNAME PIC X(16).
               05 RR-TRANS-REF PIC 9(8).
               05 RR-AMOUNT PIC 999.
               05 RR-DATE PIC X(8).
               05 RR-STATUS PIC X(10).

           FD F-LOANS-FILE.
           01 LOAN-RECORD.
               05 LOAN-USERNAME PIC X(16).
               05 LOAN-AMOUNT PIC 999.
               05 LOAN-WEEKS PIC 99.
               05 LOAN-INSTALMENT PIC 999.
               05 LOAN-BALANCE PIC 9(5).
               05 LOAN-NEXT-DUE PIC X(8).
               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-SUGGESTIONS-FILE.
           01 SUGGESTION-RECORD.
               05 SG-TRACKING PIC 9(6).
               05 SG-USERNAME PIC X(16).
               05 SG-CATEGORY PIC X(10).
               05 SG-TEXT PIC X(60).
               05 SG-STATUS PIC X(10).
               05 SG-RESPONSE PIC X(60).
               05 SG-DATE PIC X(8).

           FD F-MANUSCRIPTS-FILE.
           01 MANUSCRIPT-RECORD.
               05 MS-ID PIC 9(4).
               05 MS-AUTHOR PIC X(12).
               05 MS-USERNAME PIC X(16).
               05 MS-TITLE PIC X(31).
               05 MS-BODY PIC X(500).
               05 MS-STATUS PIC X(10).
               05 MS-EDITOR-NOTE PIC X(40).
               05 MS-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-DISPUTES-STATUS PIC XX.
           01 WS-PA-STATUS PIC XX.
           01 WS-BOARD-STATUS PIC XX.
           01 WS-MODLOG-STATUS PIC XX.
           01 WS-FRAUD-STATUS PIC XX.
           01 WS-RR-STATUS PIC XX.
           01 WS-LOANS-STATUS PIC XX.
           01 WS-SG-STATUS PIC XX.
           01 WS-MS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-RAISED-DATE PIC X(8).
           01 WS-AGE-DAYS PIC S9(5).
           01 WS-SLA-IDX PIC 9.
           01 WS-HELD-DATES.
               05 WS-HELD-DATE OCCURS 999 TIMES PIC X(8).

           01 WS-SLA-KEYS.
               05 FILLER PIC X(20) VALUE "SLA-DISPUTES-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-APPROVALS-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-MODERATION-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-FRAUD-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-REVERSALS-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-LOANS-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-SUGGESTIONS-DAYS".
               05 FILLER PIC X(20) VALUE "SLA-MANUSCRIPTS-DAYS".
           01 WS-SLA-KEY-TABLE REDEFINES WS-SLA-KEYS.
               05 WS-SLA-KEY OCCURS 8 TIMES PIC X(20).
           01 WS-SLA-NAMES.
               05 FILLER PIC X(12) VALUE "DISPUTES".
               05 FILLER PIC X(12) VALUE "APPROVALS".
               05 FILLER PIC X(12) VALUE "MODERATION".
               05 FILLER PIC X(12) VALUE "FRAUD".
               05 FILLER PIC X(12) VALUE "REVERSALS".
               05 FILLER PIC X(12) VALUE "LOANS".
               05 FILLER PIC X(12) VALUE "SUGGESTIONS".
               05 FILLER PIC X(12) VALUE "MANUSCRIPTS".
           01 WS-SLA-NAME-TABLE REDEFINES WS-SLA-NAMES.
               05 WS-SLA-NAME OCCURS 8 TIMES PIC X(12).
           01 WS-SLA-DEFAULTS.
               05 FILLER PIC 999 VALUE 3.
               05 FILLER PIC 999 VALUE 1.
               05 FILLER PIC 999 VALUE 1.
               05 FILLER PIC 999 VALUE 2.
               05 FILLER PIC 999 VALUE 5.
               05 FILLER PIC 999 VALUE 3.
               05 FILLER PIC 999 VALUE 14.
               05 FILLER PIC 999 VALUE 21.
           01 WS-SLA-DEFAULT-TABLE REDEFINES WS-SLA-DEFAULTS.
               05 WS-SLA-DEFAULT OCCURS 8 TIMES PIC 999.

           LINKAGE SECTION.
           01 LS-SLA-TABLE.
               05 LS-SLA-ENTRY OCCURS 8 TIMES.
                   10 LS-SLA-QUEUE PIC X(12).
                   10 LS-SLA-TARGET PIC 999.
                   10 LS-SLA-OPEN PIC 9(5).
                   10 LS-SLA-BREACHED PIC 9(5).
                   10 LS-SLA-OLDEST PIC X(8).

      *    Counts the items still open in each member service queue
      *    and how many have waited longer than the queue's target
      *    in days.  Targets are the SLA-... pricing keys; a key not
      *    yet on file falls back to the shipped default.
       PROCEDURE DIVISION USING LS-SLA-TABLE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           INITIALIZE LS-SLA-TABLE.
           PERFORM VARYING WS-SLA-IDX FROM 1 BY 1 UNTIL WS-SLA-IDX > 8
               MOVE WS-SLA-NAME(WS-SLA-IDX) TO LS-SLA-QUEUE(WS-SLA-IDX)
               CALL 'get-price' USING WS-SLA-KEY(WS-SLA-IDX)
                 LS-SLA-TARGET(WS-SLA-IDX)
               IF LS-SLA-TARGET(WS-SLA-IDX) = 0
                   MOVE WS-SLA-DEFAULT(WS-SLA-IDX) TO
                     LS-SLA-TARGET(WS-SLA-IDX)
               END-IF
           END-PERFORM.

           PERFORM 0100-SCAN-DISPUTES.
           PERFORM 0200-SCAN-APPROVALS.
           PERFORM 0300-SCAN-MODERATION.
           PERFORM 0400-SCAN-FRAUD.
           PERFORM 0500-SCAN-REVERSALS.
           PERFORM 0600-SCAN-LOANS.
           PERFORM 0700-SCAN-SUGGESTIONS.
           PERFORM 0800-SCAN-MANUSCRIPTS.
           GOBACK.

       0100-SCAN-DISPUTES.
           MOVE 1 TO WS-SLA-IDX.
           OPEN INPUT F-DISPUTES-FILE.
           IF WS-DISPUTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPUTES-FILE
                       NOT AT END
                           IF DSP-STATUS = "PENDING"
                               MOVE DSP-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPUTES-FILE
           END-IF.

       0200-SCAN-APPROVALS.
           MOVE 2 TO WS-SLA-IDX.
           OPEN INPUT F-PENDING-APPROVALS-FILE.
           IF WS-PA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PENDING-APPROVALS-FILE
                       NOT AT END
                           IF PA-STATUS = "PENDING"
                               MOVE PA-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PENDING-APPROVALS-FILE
           END-IF.

      *    The board carries no dates, so the day a post was held is
      *    taken from its latest HELD line in the moderation log.
       0300-SCAN-MODERATION.
           MOVE 3 TO WS-SLA-IDX.
           MOVE SPACES TO WS-HELD-DATES.
           OPEN INPUT F-MODERATION-LOG-FILE.
           IF WS-MODLOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MODERATION-LOG-FILE
                       NOT AT END
                           IF ML-DECISION = "HELD"
                           AND ML-MSG-ID > 0
                               MOVE ML-DATE TO WS-HELD-DATE(ML-MSG-ID)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MODERATION-LOG-FILE
           END-IF.
           OPEN INPUT F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-DELETED = "H"
                           AND MB-ID > 0
                               MOVE WS-HELD-DATE(MB-ID) TO
                                 WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.

       0400-SCAN-FRAUD.
           MOVE 4 TO WS-SLA-IDX.
           OPEN INPUT F-FRAUD-REVIEW-FILE.
           IF WS-FRAUD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FRAUD-REVIEW-FILE
                       NOT AT END
                           IF FR-STATUS = "OPEN"
                               MOVE FR-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FRAUD-REVIEW-FILE
           END-IF.

       0500-SCAN-REVERSALS.
           MOVE 5 TO WS-SLA-IDX.
           OPEN INPUT F-REVERSAL-REVIEW-FILE.
           IF WS-RR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REVERSAL-REVIEW-FILE
                       NOT AT END
                           IF RR-STATUS = "OPEN"
                               MOVE RR-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REVERSAL-REVIEW-FILE
           END-IF.

       0600-SCAN-LOANS.
           MOVE 6 TO WS-SLA-IDX.
           OPEN INPUT F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "APPLIED"
                               MOVE LOAN-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.

       0700-SCAN-SUGGESTIONS.
           MOVE 7 TO WS-SLA-IDX.
           OPEN INPUT F-SUGGESTIONS-FILE.
           IF WS-SG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUGGESTIONS-FILE
                       NOT AT END
                           IF SG-STATUS = "OPEN" OR "PROGRESS"
                               MOVE SG-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUGGESTIONS-FILE
           END-IF.

       0800-SCAN-MANUSCRIPTS.
           MOVE 8 TO WS-SLA-IDX.
           OPEN INPUT F-MANUSCRIPTS-FILE.
           IF WS-MS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MANUSCRIPTS-FILE
                       NOT AT END
                           IF MS-STATUS = "SUBMITTED"
                               MOVE MS-DATE TO WS-RAISED-DATE
                               PERFORM 0900-AGE-OPEN-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MANUSCRIPTS-FILE
           END-IF.

      *    An item with no usable raised date is counted as open but
      *    cannot be judged against the target.
       0900-AGE-OPEN-ITEM.
           ADD 1 TO LS-SLA-OPEN(WS-SLA-IDX).
           IF WS-RAISED-DATE IS NUMERIC
           AND WS-RAISED-DATE NOT = "00000000"
               IF LS-SLA-OLDEST(WS-SLA-IDX) = SPACES
               OR WS-RAISED-DATE < LS-SLA-OLDEST(WS-SLA-IDX)
                   MOVE WS-RAISED-DATE TO LS-SLA-OLDEST(WS-SLA-IDX)
               END-IF
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-RAISED-DATE))
               IF WS-AGE-DAYS > LS-SLA-TARGET(WS-SLA-IDX)
                   ADD 1 TO LS-SLA-BREACHED(WS-SLA-IDX)
               END-IF
           END-IF.
