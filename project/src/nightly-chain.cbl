           01 WS-EXPORT-FROM PIC X(8).
           01 WS-EXPORT-TO PIC X(8).
           01 WS-LIVE-RUN-FLAG PIC X VALUE "N".
           01 WS-SOD-RUN-MODE PIC X VALUE "W".
           01 WS-PWD-RUN-MODE PIC X VALUE "W".
           01 WS-ARC-RUN-MODE PIC X VALUE "M".
           01 WS-RTP-RUN-MODE PIC X VALUE "M".
           01 WS-RTN-RUN-MODE PIC X VALUE "M".
           01 WS-IXR-RUN-MODE PIC X VALUE "M".
           01 WS-BUSINESS-DAY PIC X(8).
           01 WS-ROLL-FORWARD PIC X VALUE "F".

           LINKAGE SECTION.
           01 LS-ADMIN-NAME PIC X(16).
           MOVE "Y" TO CC-IN-PROGRESS.
           PERFORM 0020-SAVE-CHAIN-CONTROL.

           PERFORM 0090-STEP-REFDATA-EFFECTIVE.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0100-STEP-BANK-STATEMENT
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0150-STEP-LOAN-REPAYMENTS
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0250-STEP-TREASURY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0255-STEP-LIQUIDITY-FORECAST
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0260-STEP-FRAUD-SWEEP
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0280-STEP-GIFT-ESCHEAT
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0285-STEP-AUCTION-CLOSE
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0287-STEP-FACILITY-NOSHOW
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0288-STEP-CERT-REMINDERS
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0289-STEP-PAY-REQUEST-EXPIRY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0290-STEP-ESTATES
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0291-STEP-PROJECT-DEADLINES
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0292-STEP-INSURANCE-PREMIUMS
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0292A-STEP-QUARTERS-RENT
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0292B-STEP-REVENUE-RECOGNITION
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0292C-STEP-RECEIVABLES-DUNNING
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0293-STEP-CREDIT-SCORES
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0294-STEP-YEAR-END-INCOME
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0295-STEP-AUDIT-VERIFY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0296-STEP-SOD-REPORT
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0297-STEP-RAD-ADVISORY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0297A-STEP-RAD-DOSE
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0298-STEP-PASSWORD-EXPIRY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0299-STEP-BOARD-ARCHIVE
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0299A-STEP-NOTIFY-DIGEST
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0299B-STEP-GAME-RTP
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0299C-STEP-RATIONS
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0299D-STEP-MAINTENANCE
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0300-STEP-EXPORT
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0560-STEP-VISITOR-EXPIRY
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0570-STEP-LOG-RETENTION
           END-IF.
           IF WS-CHAIN-FAILED = 0
               PERFORM 0580-STEP-INDEXED-REORG
           END-IF.

           MOVE "N" TO CC-IN-PROGRESS.
           MOVE WS-TODAY TO CC-LAST-DATE.
           WRITE CHAIN-RUN-LOG-RECORD.
           CLOSE F-CHAIN-RUN-LOG-FILE.

      *    Approved reference data changes dated for today go live
      *    before any step that prices or posts anything.
       0090-STEP-REFDATA-EFFECTIVE.
           MOVE "REFDATA-EFFECTIVE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'apply-refdata-changes' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    The bank sends nothing on days the vault is shut, so the
      *    step is logged as skipped and the chain carries on; the
      *    next business day's statement covers the gap.
       0100-STEP-BANK-STATEMENT.
           MOVE "BANK-STATEMENT" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'business-day' USING WS-TODAY WS-ROLL-FORWARD
             WS-BUSINESS-DAY.
           IF WS-BUSINESS-DAY NOT = WS-TODAY
               MOVE "SKIPPED - NOT A BUSINESS DAY" TO WS-STEP-STATUS
           ELSE
               CALL 'process-bank-statement' USING WS-STEP-STATUS
                 WS-ADMIN-FOR-STEPS WS-LIVE-RUN-FLAG
               IF WS-STEP-STATUS = "BATCH ALREADY IN PROGRESS"
                   MOVE 1 TO WS-CHAIN-FAILED
               END-IF
           END-IF.
           PERFORM 0050-LOG-STEP.

           END-IF.
           PERFORM 0050-LOG-STEP.

       0255-STEP-LIQUIDITY-FORECAST.
           MOVE "LIQUIDITY-FORECAST" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'liquidity-forecast-report' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0260-STEP-FRAUD-SWEEP.
           MOVE "FRAUD-SWEEP" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           END-IF.
           PERFORM 0050-LOG-STEP.

       0285-STEP-AUCTION-CLOSE.
           MOVE "AUCTION-CLOSE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'market-auction-close' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0287-STEP-FACILITY-NOSHOW.
           MOVE "FACILITY-NOSHOW" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'facility-noshow-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0288-STEP-CERT-REMINDERS.
           MOVE "CERT-REMINDERS" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'cert-expiry-reminders' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0289-STEP-PAY-REQUEST-EXPIRY.
           MOVE "PAY-REQUEST-EXPIRY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'payment-request-expiry' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0290-STEP-ESTATES.
           MOVE "ESTATE-SETTLEMENT" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           END-IF.
           PERFORM 0050-LOG-STEP.

       0291-STEP-PROJECT-DEADLINES.
           MOVE "PROJECT-DEADLINES" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'vault-project-deadline' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0292-STEP-INSURANCE-PREMIUMS.
           MOVE "INSURANCE-PREMIUMS" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'insurance-premium-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0292A-STEP-QUARTERS-RENT.
           MOVE "QUARTERS-RENT" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'quarters-rent-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0292B-STEP-REVENUE-RECOGNITION.
           MOVE "REVENUE-RECOGNITION" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'revenue-recognition-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0292C-STEP-RECEIVABLES-DUNNING.
           MOVE "RECEIVABLES-DUNNING" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'receivables-dunning-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0293-STEP-CREDIT-SCORES.
           MOVE "CREDIT-SCORES" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'credit-score-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Runs every night but only issues the summaries on the
      *    first night of a new year; after that it reports them
      *    already issued.
       0294-STEP-YEAR-END-INCOME.
           MOVE "YEAR-END-INCOME" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'year-end-income-summary' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0295-STEP-AUDIT-VERIFY.
           MOVE "AUDIT-CHAIN-VERIFY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    The duty conflict report only runs once a week; on the
      *    other nights it returns NOT DUE.
       0296-STEP-SOD-REPORT.
           MOVE "SOD-VIOLATIONS" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'sod-violation-report' USING WS-SOD-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0297-STEP-RAD-ADVISORY.
           MOVE "RAD-ADVISORY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           END-IF.
           PERFORM 0050-LOG-STEP.

       0297A-STEP-RAD-DOSE.
           MOVE "RAD-DOSE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'rad-dose-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0298-STEP-PASSWORD-EXPIRY.
           MOVE "PASSWORD-EXPIRY" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'password-expiry-report' USING WS-PWD-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Quiet message board threads are archived once a month;
      *    on the other nights the step returns NOT DUE.
       0299-STEP-BOARD-ARCHIVE.
           MOVE "BOARD-ARCHIVE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'board-archive-batch' USING WS-ARC-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Runs after the reminder and advisory steps so the
      *    notices they held back go out in tonight's digest.
       0299A-STEP-NOTIFY-DIGEST.
           MOVE "NOTIFY-DIGEST" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'notification-digest-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Last month's return to player per game; like the board
      *    archive it only does its work on the first run of a month.
       0299B-STEP-GAME-RTP.
           MOVE "GAME-RTP" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'draw-rtp-report' USING WS-RTP-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0299C-STEP-RATIONS.
           MOVE "RATION-ISSUE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'ration-issue-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0299D-STEP-MAINTENANCE.
           MOVE "MAINTENANCE" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'maintenance-batch' USING WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

       0300-STEP-EXPORT.
           MOVE "ACCOUNTING-EXPORT" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Monthly: operational logs trimmed to the retention schedule.
       0570-STEP-LOG-RETENTION.
           MOVE "LOG-RETENTION" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'retention-purge-batch' USING WS-RTN-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           PERFORM 0050-LOG-STEP.

      *    Monthly: indexed masters unloaded and reloaded in key
      *    order.  A reload backed out stops the chain for review.
       0580-STEP-INDEXED-REORG.
           MOVE "INDEXED-REORG" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
           MOVE SPACES TO WS-STEP-STATUS.
           CALL 'indexed-reorg-batch' USING WS-IXR-RUN-MODE
             WS-STEP-STATUS.
           IF WS-STEP-STATUS = SPACES
               MOVE 1 TO WS-CHAIN-FAILED
               MOVE "NO STATUS RETURNED" TO WS-STEP-STATUS
           END-IF.
           IF WS-STEP-STATUS(1:10) = "BACKED OUT"
               MOVE 1 TO WS-CHAIN-FAILED
           END-IF.
           PERFORM 0050-LOG-STEP.

       0550-STEP-ANONYMIZE.
           MOVE "ANONYMIZE-ARCHIVED" TO WS-STEP-NAME.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-STEP-START.
