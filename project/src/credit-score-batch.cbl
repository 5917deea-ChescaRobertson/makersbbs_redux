       IDENTIFICATION DIVISION.
           PROGRAM-ID. credit-score-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-SCORES-FILE ASSIGN TO "credit-scores.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCORES-STATUS.
           SELECT F-LOANS-FILE ASSIGN TO "loans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOANS-STATUS.
           SELECT F-DISPUTES-FILE ASSIGN TO "disputes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTES-STATUS.
           SELECT F-REVERSAL-REVIEW-FILE ASSIGN TO "reversal-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RR-STATUS.
           SELECT F-FRAUD-REVIEW-FILE ASSIGN TO "fraud-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-STATUS.
           SELECT F-SESSION-LOG-FILE ASSIGN TO "session-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SESSION-STATUS.
           SELECT F-SPEND-LOG-FILE ASSIGN TO "spend-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SPEND-STATUS.
           SELECT F-CREDIT-LOG-FILE ASSIGN TO "credit-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CREDIT-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-ACNT-NUM PIC X(8).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-CREDIT PIC 999.
              05 USER-CREDIT-LIMIT PIC 9(4).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-LOCATION PIC X(20).
              05 USER-LAST-ACTIVITY PIC X(8).
              05 USER-ARCHIVED PIC X.

           FD F-SCORES-FILE.
           01 SCORE-RECORD.
               05 CS-USERNAME PIC X(16).
               05 CS-SCORE PIC 999.
               05 CS-REASON-1 PIC X(20).
               05 CS-REASON-2 PIC X(20).
               05 CS-DATE PIC X(8).

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

           FD F-DISPUTES-FILE.
           01 DISPUTE-RECORD.
               05 DSP-USERNAME PIC X(16).
               05 DSP-TRANS-REF PIC 9(8).
               05 DSP-REASON PIC X(40).
               05 DSP-DATE PIC X(8).
               05 DSP-STATUS PIC X(10).
               05 DSP-NOTE PIC X(40).
               05 DSP-ADMIN PIC X(16).

           FD F-REVERSAL-REVIEW-FILE.
           01 REVERSAL-REVIEW-RECORD.
               05 RR-USERNAME PIC X(16).
               05 RR-TRANS-REF PIC 9(8).
               05 RR-AMOUNT PIC 999.
               05 RR-DATE PIC X(8).
               05 RR-STATUS PIC X(10).

           FD F-FRAUD-REVIEW-FILE.
           01 FRAUD-REVIEW-RECORD.
               05 FR-USERNAME PIC X(16).
               05 FR-RULE PIC X(20).
               05 FR-DATE PIC X(8).
               05 FR-STATUS PIC X(10).

           FD F-SESSION-LOG-FILE.
           01 SESSION-LOG-RECORD.
              05 SL-USERNAME PIC X(16).
              05 SL-CONNECT-TIME PIC X(12).
              05 SL-DISCONNECT-TIME PIC X(12).
              05 SL-TERMINAL-ID PIC X(8).

           FD F-SPEND-LOG-FILE.
           01 SPEND-LOG-RECORD.
              05 SP-USERNAME PIC X(16).
              05 SP-REASON PIC X(20).
              05 SP-AMOUNT PIC 999.
              05 SP-DATE PIC X(8).

           FD F-CREDIT-LOG-FILE.
           01 CREDIT-LOG-RECORD.
              05 CL-USERNAME PIC X(16).
              05 CL-REASON PIC X(20).
              05 CL-AMOUNT PIC 999.
              05 CL-DATE PIC X(8).
              05 CL-SEQ PIC 9(6).
              05 CL-CHECK PIC 9(9).

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-SCORES-STATUS PIC XX.
           01 WS-LOANS-STATUS PIC XX.
           01 WS-DISPUTES-STATUS PIC XX.
           01 WS-RR-STATUS PIC XX.
           01 WS-FRAUD-STATUS PIC XX.
           01 WS-SESSION-STATUS PIC XX.
           01 WS-SPEND-STATUS PIC XX.
           01 WS-CREDIT-LOG-STATUS PIC XX.
           01 WS-USERS-ENDED PIC 9 VALUE 0.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-CUTOFF-INT PIC 9(8).
           01 WS-CUTOFF PIC X(8).
           01 WS-FIRST-SEEN PIC X(8).
           01 WS-ACCOUNT-DAYS PIC 9(8).

           01 WS-BASE-SCORE PIC 999 VALUE 600.
           01 WS-SCORE PIC S9(5).
           01 WS-FACTOR-IDX PIC 9.
           01 WS-FACTOR-TABLE.
               05 WS-FACTOR OCCURS 6 TIMES.
                   10 WS-FACTOR-POINTS PIC S9(4).
                   10 WS-FACTOR-LABEL PIC X(20).
           01 WS-WORST-IDX PIC 9.
           01 WS-NEXT-IDX PIC 9.
           01 WS-BEST-IDX PIC 9.

           01 WS-CLEARED-LOANS PIC 999.
           01 WS-LOAN-PENALTY PIC 9(4).
           01 WS-LOST-DISPUTES PIC 999.
           01 WS-REVERSAL-PENALTY PIC 9(4).
           01 WS-FRAUD-PENALTY PIC 9(4).
           01 WS-SPENT-30 PIC 9(6).
           01 WS-CREDITED-30 PIC 9(6).
           01 WS-START-BALANCE PIC S9(6).

           01 WS-MIN-SCORE-KEY PIC X(20) VALUE "LOAN-MIN-SCORE".
           01 WS-MIN-SCORE PIC 999 VALUE 0.
           01 WS-APPLICANT-SCORE PIC 999.
           01 WS-APPLICANT-REASON-1 PIC X(20).
           01 WS-APPLICANT-REASON-2 PIC X(20).
           01 WS-SCORE-OUT PIC 999.
           01 WS-NOTIFY-MESSAGE PIC X(40).

           01 WS-SCORED-COUNT PIC 9(5) VALUE 0.
           01 WS-DECLINED-COUNT PIC 999 VALUE 0.
           01 WS-SCORED-OUT PIC ZZZZ9.
           01 WS-DECLINED-OUT PIC ZZ9.

           LINKAGE SECTION.
           01 LS-SCORE-STATUS-MESSAGE PIC X(30).

      *    Every member not archived is scored from what the vault
      *    already knows about them: how their loans have gone,
      *    disputes they raised and lost, bank reversals against
      *    them, fraud review hits, how long the account has been
      *    in use and how steady the balance has been over the last
      *    thirty days.  The two reasons that weighed most are kept
      *    with the score for the loan queue.  Loan applications
      *    still waiting whose applicant now scores under the
      *    LOAN-MIN-SCORE threshold are declined with the reason.
       PROCEDURE DIVISION USING LS-SCORE-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - 30.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-INT TO WS-CUTOFF.
           CALL 'get-price' USING WS-MIN-SCORE-KEY WS-MIN-SCORE.
           IF WS-MIN-SCORE = 0
               MOVE 400 TO WS-MIN-SCORE
           END-IF.

           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               MOVE "NO MEMBERS TO SCORE" TO LS-SCORE-STATUS-MESSAGE
               GOBACK
           END-IF.
           OPEN OUTPUT F-SCORES-FILE.
           MOVE 0 TO WS-USERS-ENDED.
           PERFORM UNTIL WS-USERS-ENDED = 1
               READ F-USERS-FILE NEXT RECORD
                   NOT AT END
                       IF USER-ARCHIVED NOT = "Y"
                       AND USER-ARCHIVED NOT = "D"
                           PERFORM 0010-SCORE-MEMBER
                       END-IF
                   AT END
                       MOVE 1 TO WS-USERS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SCORES-FILE.
           CLOSE F-USERS-FILE.

           PERFORM 0100-DECLINE-LOW-SCORES.

           MOVE WS-SCORED-COUNT TO WS-SCORED-OUT.
           MOVE WS-DECLINED-COUNT TO WS-DECLINED-OUT.
           MOVE SPACES TO LS-SCORE-STATUS-MESSAGE.
           STRING "SCORED " DELIMITED BY SIZE
               WS-SCORED-OUT DELIMITED BY SIZE
               " DECLINED " DELIMITED BY SIZE
               WS-DECLINED-OUT DELIMITED BY SIZE
               INTO LS-SCORE-STATUS-MESSAGE.
           GOBACK.

       0010-SCORE-MEMBER.
           INITIALIZE WS-FACTOR-TABLE.
           PERFORM 0020-LOAN-HISTORY.
           PERFORM 0030-DISPUTES-LOST.
           PERFORM 0040-BANK-REVERSALS.
           PERFORM 0050-FRAUD-HITS.
           PERFORM 0060-ACCOUNT-AGE.
           PERFORM 0070-BALANCE-STABILITY.

           MOVE WS-BASE-SCORE TO WS-SCORE.
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
             UNTIL WS-FACTOR-IDX > 6
               ADD WS-FACTOR-POINTS(WS-FACTOR-IDX) TO WS-SCORE
           END-PERFORM.
           IF WS-SCORE < 1
               MOVE 1 TO WS-SCORE
           END-IF.
           IF WS-SCORE > 999
               MOVE 999 TO WS-SCORE
           END-IF.

           MOVE SPACES TO SCORE-RECORD.
           PERFORM 0080-PICK-REASONS.
           MOVE USERNAME TO CS-USERNAME.
           MOVE WS-SCORE TO CS-SCORE.
           MOVE WS-TODAY TO CS-DATE.
           WRITE SCORE-RECORD.
           ADD 1 TO WS-SCORED-COUNT.

      *    Loans repaid in full count for the member, up to three of
      *    them; arrears count against by how late they are, and a
      *    written-off loan outweighs everything else.
       0020-LOAN-HISTORY.
           MOVE 0 TO WS-CLEARED-LOANS.
           MOVE 0 TO WS-LOAN-PENALTY.
           OPEN INPUT F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-USERNAME = USERNAME
                               PERFORM 0025-TALLY-LOAN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.
           IF WS-CLEARED-LOANS > 3
               MOVE 3 TO WS-CLEARED-LOANS
           END-IF.
           COMPUTE WS-FACTOR-POINTS(1) =
               WS-CLEARED-LOANS * 40 - WS-LOAN-PENALTY.
           IF WS-LOAN-PENALTY > 0
               MOVE "LOAN ARREARS" TO WS-FACTOR-LABEL(1)
           ELSE
               MOVE "LOANS REPAID" TO WS-FACTOR-LABEL(1)
           END-IF.

       0025-TALLY-LOAN.
           EVALUATE TRUE
               WHEN LOAN-STATUS = "CLEARED"
                   ADD 1 TO WS-CLEARED-LOANS
               WHEN LOAN-STATUS = "WRITTENOFF"
                   ADD 300 TO WS-LOAN-PENALTY
               WHEN LOAN-STATUS = "ACTIVE"
                AND LOAN-ARREARS IS NUMERIC
                AND LOAN-ARREARS > 0
                   EVALUATE TRUE
                       WHEN LOAN-DAYS-PAST-DUE > 30
                           ADD 200 TO WS-LOAN-PENALTY
                       WHEN LOAN-DAYS-PAST-DUE > 7
                           ADD 100 TO WS-LOAN-PENALTY
                       WHEN OTHER
                           ADD 50 TO WS-LOAN-PENALTY
                   END-EVALUATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       0030-DISPUTES-LOST.
           MOVE 0 TO WS-LOST-DISPUTES.
           OPEN INPUT F-DISPUTES-FILE.
           IF WS-DISPUTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPUTES-FILE
                       NOT AT END
                           IF DSP-USERNAME = USERNAME
                           AND DSP-STATUS = "REJECTED"
                               ADD 1 TO WS-LOST-DISPUTES
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPUTES-FILE
           END-IF.
           IF WS-LOST-DISPUTES > 4
               MOVE 4 TO WS-LOST-DISPUTES
           END-IF.
           COMPUTE WS-FACTOR-POINTS(2) = 0 - WS-LOST-DISPUTES * 25.
           MOVE "DISPUTES LOST" TO WS-FACTOR-LABEL(2).

       0040-BANK-REVERSALS.
           MOVE 0 TO WS-REVERSAL-PENALTY.
           OPEN INPUT F-REVERSAL-REVIEW-FILE.
           IF WS-RR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REVERSAL-REVIEW-FILE
                       NOT AT END
                           IF RR-USERNAME = USERNAME
                               IF RR-STATUS = "WRITEOFF"
                                   ADD 100 TO WS-REVERSAL-PENALTY
                               ELSE
                                   ADD 60 TO WS-REVERSAL-PENALTY
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REVERSAL-REVIEW-FILE
           END-IF.
           IF WS-REVERSAL-PENALTY > 300
               MOVE 300 TO WS-REVERSAL-PENALTY
           END-IF.
           COMPUTE WS-FACTOR-POINTS(3) = 0 - WS-REVERSAL-PENALTY.
           MOVE "BANK REVERSALS" TO WS-FACTOR-LABEL(3).

      *    A hit the fraud officer cleared is a false alarm and does
      *    not count.
       0050-FRAUD-HITS.
           MOVE 0 TO WS-FRAUD-PENALTY.
           OPEN INPUT F-FRAUD-REVIEW-FILE.
           IF WS-FRAUD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FRAUD-REVIEW-FILE
                       NOT AT END
                           IF FR-USERNAME = USERNAME
                               EVALUATE FR-STATUS
                                   WHEN "ESCALATED"
                                       ADD 150 TO WS-FRAUD-PENALTY
                                   WHEN "OPEN"
                                       ADD 50 TO WS-FRAUD-PENALTY
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FRAUD-REVIEW-FILE
           END-IF.
           IF WS-FRAUD-PENALTY > 300
               MOVE 300 TO WS-FRAUD-PENALTY
           END-IF.
           COMPUTE WS-FACTOR-POINTS(4) = 0 - WS-FRAUD-PENALTY.
           MOVE "FRAUD REVIEW HITS" TO WS-FACTOR-LABEL(4).

      *    The account's age runs from its first recorded session.
       0060-ACCOUNT-AGE.
           MOVE HIGH-VALUES TO WS-FIRST-SEEN.
           OPEN INPUT F-SESSION-LOG-FILE.
           IF WS-SESSION-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SESSION-LOG-FILE
                       NOT AT END
                           IF SL-USERNAME = USERNAME
                           AND SL-CONNECT-TIME(1:8) IS NUMERIC
                           AND SL-CONNECT-TIME(1:8) < WS-FIRST-SEEN
                               MOVE SL-CONNECT-TIME(1:8) TO
                                 WS-FIRST-SEEN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SESSION-LOG-FILE
           END-IF.
           IF WS-FIRST-SEEN = HIGH-VALUES
               MOVE 0 TO WS-ACCOUNT-DAYS
           ELSE
               COMPUTE WS-ACCOUNT-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-FIRST-SEEN))
           END-IF.
           EVALUATE TRUE
               WHEN WS-ACCOUNT-DAYS < 30
                   MOVE -50 TO WS-FACTOR-POINTS(5)
                   MOVE "NEW ACCOUNT" TO WS-FACTOR-LABEL(5)
               WHEN WS-ACCOUNT-DAYS < 180
                   MOVE 0 TO WS-FACTOR-POINTS(5)
                   MOVE "ACCOUNT UNDER 6 MTHS" TO WS-FACTOR-LABEL(5)
               WHEN WS-ACCOUNT-DAYS < 365
                   MOVE 50 TO WS-FACTOR-POINTS(5)
                   MOVE "ESTABLISHED ACCOUNT" TO WS-FACTOR-LABEL(5)
               WHEN OTHER
                   MOVE 100 TO WS-FACTOR-POINTS(5)
                   MOVE "LONG-STANDING MEMBER" TO WS-FACTOR-LABEL(5)
           END-EVALUATE.

      *    Stability compares today's balance with where it stood
      *    thirty days ago, worked back from what was spent and
      *    credited since.  Losing more than half of it counts
      *    against the member, as does an empty or frozen account.
       0070-BALANCE-STABILITY.
           MOVE 0 TO WS-SPENT-30.
           MOVE 0 TO WS-CREDITED-30.
           OPEN INPUT F-SPEND-LOG-FILE.
           IF WS-SPEND-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SPEND-LOG-FILE
                       NOT AT END
                           IF SP-USERNAME = USERNAME
                           AND SP-DATE NOT < WS-CUTOFF
                               ADD SP-AMOUNT TO WS-SPENT-30
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SPEND-LOG-FILE
           END-IF.
           OPEN INPUT F-CREDIT-LOG-FILE.
           IF WS-CREDIT-LOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CREDIT-LOG-FILE
                       NOT AT END
                           IF CL-USERNAME = USERNAME
                           AND CL-DATE NOT < WS-CUTOFF
                               ADD CL-AMOUNT TO WS-CREDITED-30
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CREDIT-LOG-FILE
           END-IF.
           COMPUTE WS-START-BALANCE =
               USER-CREDIT + WS-SPENT-30 - WS-CREDITED-30.
           EVALUATE TRUE
               WHEN USER-ARCHIVED = "D"
                   MOVE -100 TO WS-FACTOR-POINTS(6)
                   MOVE "ACCOUNT FROZEN" TO WS-FACTOR-LABEL(6)
               WHEN USER-CREDIT = 0
                   MOVE -40 TO WS-FACTOR-POINTS(6)
                   MOVE "NO BALANCE HELD" TO WS-FACTOR-LABEL(6)
               WHEN USER-CREDIT * 2 < WS-START-BALANCE
                   MOVE -50 TO WS-FACTOR-POINTS(6)
                   MOVE "BALANCE FALLING" TO WS-FACTOR-LABEL(6)
               WHEN OTHER
                   MOVE 40 TO WS-FACTOR-POINTS(6)
                   MOVE "STEADY BALANCE" TO WS-FACTOR-LABEL(6)
           END-EVALUATE.

      *    The main reasons are the two factors that took the most
      *    off the score.  A member with nothing against them is
      *    given the factor that helped most.
       0080-PICK-REASONS.
           MOVE 0 TO WS-WORST-IDX.
           MOVE 0 TO WS-NEXT-IDX.
           MOVE 1 TO WS-BEST-IDX.
           PERFORM VARYING WS-FACTOR-IDX FROM 1 BY 1
             UNTIL WS-FACTOR-IDX > 6
               IF WS-FACTOR-POINTS(WS-FACTOR-IDX) >
                 WS-FACTOR-POINTS(WS-BEST-IDX)
                   MOVE WS-FACTOR-IDX TO WS-BEST-IDX
               END-IF
               IF WS-FACTOR-POINTS(WS-FACTOR-IDX) < 0
                   EVALUATE TRUE
                       WHEN WS-WORST-IDX = 0
                           MOVE WS-FACTOR-IDX TO WS-WORST-IDX
                       WHEN WS-FACTOR-POINTS(WS-FACTOR-IDX) <
                         WS-FACTOR-POINTS(WS-WORST-IDX)
                           MOVE WS-WORST-IDX TO WS-NEXT-IDX
                           MOVE WS-FACTOR-IDX TO WS-WORST-IDX
                       WHEN WS-NEXT-IDX = 0
                           MOVE WS-FACTOR-IDX TO WS-NEXT-IDX
                       WHEN WS-FACTOR-POINTS(WS-FACTOR-IDX) <
                         WS-FACTOR-POINTS(WS-NEXT-IDX)
                           MOVE WS-FACTOR-IDX TO WS-NEXT-IDX
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           IF WS-WORST-IDX = 0
               IF WS-FACTOR-POINTS(WS-BEST-IDX) > 0
                   MOVE WS-FACTOR-LABEL(WS-BEST-IDX) TO CS-REASON-1
               ELSE
                   MOVE "NO ADVERSE HISTORY" TO CS-REASON-1
               END-IF
           ELSE
               MOVE WS-FACTOR-LABEL(WS-WORST-IDX) TO CS-REASON-1
               IF WS-NEXT-IDX > 0
                   MOVE WS-FACTOR-LABEL(WS-NEXT-IDX) TO CS-REASON-2
               END-IF
           END-IF.

      *    Applications the run has just scored under the threshold
      *    are declined here rather than left for the loan officer.
      *    Members the run has not scored are left in the queue.
       0100-DECLINE-LOW-SCORES.
           OPEN I-O F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "APPLIED"
                               PERFORM 0110-CHECK-APPLICANT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.

       0110-CHECK-APPLICANT.
           CALL 'get-credit-score' USING LOAN-USERNAME
             WS-APPLICANT-SCORE WS-APPLICANT-REASON-1
             WS-APPLICANT-REASON-2.
           IF WS-APPLICANT-SCORE > 0
           AND WS-APPLICANT-SCORE < WS-MIN-SCORE
               MOVE "DECLINED" TO LOAN-STATUS
               MOVE "*CREDIT-SCORE*" TO LOAN-APPROVED-BY
               REWRITE LOAN-RECORD
               ADD 1 TO WS-DECLINED-COUNT
               MOVE WS-APPLICANT-SCORE TO WS-SCORE-OUT
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "DECLINED SCORE " DELIMITED BY SIZE
                   WS-SCORE-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-APPLICANT-REASON-1 DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING LOAN-USERNAME
                 WS-NOTIFY-MESSAGE LOAN-AMOUNT
           END-IF.
