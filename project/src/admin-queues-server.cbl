                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WELFARE-STATUS.

             SELECT F-RTP-REVIEW-FILE ASSIGN TO
                 'game-rtp-review.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RTP-REVIEW-STATUS.

             SELECT F-ACQUISITIONS-FILE ASSIGN TO
                 'library-acquisitions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LA-STATUS.

             SELECT F-ACQ-VOTES-FILE ASSIGN TO
                 'library-acq-votes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LV-STATUS.

             SELECT F-BUDGETS-FILE ASSIGN TO 'ledger-budgets.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LB-STATUS.

             SELECT F-DOSE-REGISTER-FILE ASSIGN TO
                 'rad-dose-register.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DOSE-STATUS.

             SELECT F-SHELF-AUDIT-FILE ASSIGN TO
                 'library-shelf-audit.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SHELF-STATUS.

             SELECT F-TRIVIA-QUESTIONS-FILE ASSIGN TO
                 'trivia-questions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MODLOG-STATUS.

             SELECT F-BOARD-ARCHIVE-FILE ASSIGN TO
                 'board-archive.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BOARD-ARCHIVE-STATUS.

             SELECT F-THREAD-ACTIVITY-FILE ASSIGN TO
                 'thread-activity.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ACTIVITY-STATUS.

             SELECT F-ARCHIVE-FILE ASSIGN TO 'archive-users.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ARCHIVE-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STOCK-STATUS.

             SELECT F-STOCK-MOVES-FILE ASSIGN TO
                 'commissary-movements.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SM-STATUS.

             SELECT F-PO-FILE ASSIGN TO 'commissary-po.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PO-STATUS.

             SELECT F-GRN-FILE ASSIGN TO 'commissary-grn.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-GRN-STATUS.

             SELECT F-STOCKTAKE-FILE ASSIGN TO
                 'commissary-stocktake.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-STOCKTAKE-STATUS.

             SELECT F-DUTIES-FILE ASSIGN TO 'duties.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DUTIES-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NTFY-STATUS.

             SELECT F-TIMESHEETS-FILE ASSIGN TO
                 'staff-timesheets.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TIMESHEETS-STATUS.

             SELECT F-LEAVE-FILE ASSIGN TO 'staff-leave.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEAVE-STATUS.

             SELECT F-HOUSEHOLDS-FILE ASSIGN TO 'households.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HOUSEHOLDS-STATUS.

             SELECT F-RATION-SCALE-FILE ASSIGN TO 'ration-scale.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATION-SCALE-STATUS.

             SELECT F-RATION-MEMBERS-FILE ASSIGN TO
                 'ration-members.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATION-MEMBERS-STATUS.

             SELECT F-QUARTERS-FILE ASSIGN TO 'quarters.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QUARTERS-STATUS.

             SELECT F-QTR-ALLOC-FILE ASSIGN TO
                 'quarters-allocations.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QTR-ALLOC-STATUS.

             SELECT F-ASSETS-FILE ASSIGN TO 'assets.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ASSETS-STATUS.

             SELECT F-WORK-ORDERS-FILE ASSIGN TO 'work-orders.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WORK-ORDERS-STATUS.

             SELECT F-HH-MEMBERS-FILE ASSIGN TO
                 'household-members.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HH-MEMBERS-STATUS.

             SELECT F-INS-CLAIMS-FILE ASSIGN TO 'insurance-claims.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INS-CLAIMS-STATUS.

             SELECT F-INS-PREMIUMS-FILE ASSIGN TO
                 'insurance-premiums.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INS-PREMIUMS-STATUS.

             SELECT F-BREAK-GLASS-FILE ASSIGN TO 'break-glass.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BG-STATUS.

             SELECT F-QUEUE-ACTIVITY-FILE ASSIGN TO 'queue-activity.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-QA-STATUS.

             SELECT F-CHAT-FILE ASSIGN TO 'chat-messages.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHAT-STATUS.

             SELECT F-CHAT-REPORTS-FILE ASSIGN TO 'chat-reports.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHAT-REPORTS-STATUS.

             SELECT F-CHAT-MUTES-FILE ASSIGN TO 'chat-mutes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CHAT-MUTES-STATUS.

             SELECT F-RECEIVABLES-FILE ASSIGN TO 'receivables.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RECEIVABLES-STATUS.

             SELECT F-MUSTERS-FILE ASSIGN TO 'musters.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MUSTERS-STATUS.

             SELECT F-MUSTER-CHECKINS-FILE ASSIGN TO
                 'muster-checkins.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MCHK-STATUS.

             SELECT F-VITAL-RECORDS-FILE ASSIGN TO 'vital-records.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VITAL-STATUS.

             SELECT F-STANDING-ORDERS-FILE ASSIGN TO
                 'standing-orders.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SO-STATUS.

             SELECT F-SLOTS-FILE ASSIGN TO 'facility-slots.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SLOTS-STATUS.

             SELECT F-BIDS-FILE ASSIGN TO 'market-bids.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BIDS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-DISPUTES-FILE.
               05 FP-EXPORT-SEQ PIC 9(6).
               05 FP-IMPORT-SEQ PIC 9(6).
               05 FP-LAST-MSG-ID PIC 999.
               05 FP-SECRET PIC X(20).
               05 FP-PREV-SECRET PIC X(20).
               05 FP-KEY-SET PIC X(8).
               05 FP-KEY-GEN PIC 9(4).

           FD F-FED-ERRORS-FILE.
           01 FED-ERROR-RECORD.
               05 EV-DESC PIC X(40).
               05 EV-CAPACITY PIC 999.
               05 EV-CREATED-BY PIC X(16).
               05 EV-PRICE PIC 999.
               05 EV-STATUS PIC X(9).

           FD F-SIGNUPS-FILE.
           01 EVENT-SIGNUP.
               05 ES-EVENT-ID PIC 9(4).
               05 ES-USERNAME PIC X(16).
               05 ES-STATUS PIC X(8).
               05 ES-PAID PIC 999.
               05 ES-DATE PIC X(8).

           FD F-WELFARE-QUEUE-FILE.
           01 WELFARE-QUEUE-RECORD.
               05 WQ-DATE-FLAGGED PIC X(8).
               05 WQ-STATUS PIC X(8).

           FD F-RTP-REVIEW-FILE.
           01 RTP-REVIEW-RECORD.
               05 RV-MONTH PIC X(6).
               05 RV-GAME PIC X(8).
               05 RV-PLAYS PIC 9(7).
               05 RV-ACTUAL-RTP PIC 9(4)V9.
               05 RV-SET-RTP PIC 9(4)V9.
               05 RV-DATE-FLAGGED PIC X(8).
               05 RV-STATUS PIC X(8).

           FD F-ACQUISITIONS-FILE.
           01 ACQUISITION-RECORD.
               05 LA-ID PIC 9(4).
               05 LA-TITLE PIC X(31).
               05 LA-AUTHOR PIC X(12).
               05 LA-PROPOSER PIC X(16).
               05 LA-DATE PIC X(8).
               05 LA-VOTES PIC 9(4).
               05 LA-EST-COST PIC 9(5).
               05 LA-STATUS PIC X(8).
               05 LA-DECIDED PIC X(8).

           FD F-ACQ-VOTES-FILE.
           01 ACQ-VOTE-RECORD.
               05 LV-ID PIC 9(4).
               05 LV-USERNAME PIC X(16).
               05 LV-DATE PIC X(8).

           FD F-BUDGETS-FILE.
           01 LEDGER-BUDGET-RECORD.
               05 LB-MONTH PIC X(6).
               05 LB-ACCOUNT PIC X(16).
               05 LB-AMOUNT PIC 9(7).

           FD F-DOSE-REGISTER-FILE.
           01 DOSE-REGISTER-RECORD.
               05 DR-USERNAME PIC X(16).
               05 DR-MONTH PIC X(6).
               05 DR-MONTH-DOSE PIC 9(5)V99.
               05 DR-LIFETIME-DOSE PIC 9(7)V99.
               05 DR-LAST-DATE PIC X(8).
               05 DR-STATUS PIC X(8).
               05 DR-FLAGGED PIC X(8).
               05 DR-CLEARED-MONTH PIC X(6).
               05 DR-CLEARED-BY PIC X(16).

           FD F-SHELF-AUDIT-FILE.
           01 SHELF-AUDIT-RECORD.
               05 SH-TITLE PIC X(31).
               05 SH-OWNED PIC 99.
               05 SH-ON-LOAN PIC 99.
               05 SH-COUNT PIC 99.
               05 SH-COUNTED PIC X.
               05 SH-OPENED-BY PIC X(16).
               05 SH-OPENED-AT PIC X(14).
               05 SH-COUNTED-BY PIC X(16).

           FD F-TRIVIA-QUESTIONS-FILE.
           01 TRIVIA-QUESTION.
               05 TQ-ID PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 ML-DATE PIC X(8).

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

           FD F-THREAD-ACTIVITY-FILE.
           01 THREAD-ACTIVITY-RECORD.
               05 TA-THREAD-ID PIC 999.
               05 TA-MSG-ID PIC 999.
               05 TA-DATE PIC X(8).

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
              05 ARCH-USERNAME PIC X(16).
               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-TRANSACTIONS-FILE.
           01 TRANSACTIONS.
               05 CS-ONHAND PIC 9(4).
               05 CS-REORDER PIC 9(4).

           FD F-STOCK-MOVES-FILE.
           01 STOCK-MOVEMENT-RECORD.
               05 SM-DATE PIC X(8).
               05 SM-TIME PIC X(6).
               05 SM-CODE PIC X(4).
               05 SM-TYPE PIC X(4).
               05 SM-DIRECTION PIC X(3).
               05 SM-QTY PIC 9(4).
               05 SM-ADMIN PIC X(16).
               05 SM-REFERENCE PIC X(10).

           FD F-PO-FILE.
           01 PO-RECORD.
               05 PO-NUMBER PIC 9(6).
               05 PO-LINE PIC 99.
               05 PO-DATE PIC X(8).
               05 PO-CODE PIC X(4).
               05 PO-NAME PIC X(20).
               05 PO-QTY-ORDERED PIC 9(4).
               05 PO-QTY-RECEIVED PIC 9(4).
               05 PO-STATUS PIC X(8).
               05 PO-RAISED-BY PIC X(16).

           FD F-GRN-FILE.
           01 GRN-RECORD.
               05 GR-DATE PIC X(8).
               05 GR-TIME PIC X(6).
               05 GR-PO-NUMBER PIC 9(6).
               05 GR-PO-LINE PIC 99.
               05 GR-CODE PIC X(4).
               05 GR-QTY PIC 9(4).
               05 GR-ADMIN PIC X(16).
               05 GR-RESULT PIC X(8).

           FD F-STOCKTAKE-FILE.
           01 STOCKTAKE-RECORD.
               05 ST-CODE PIC X(4).
               05 ST-NAME PIC X(20).
               05 ST-PRICE PIC 999.
               05 ST-BOOK-QTY PIC 9(4).
               05 ST-COUNT-QTY PIC 9(4).
               05 ST-COUNTED PIC X.
               05 ST-FROZEN-BY PIC X(16).
               05 ST-FROZEN-AT PIC X(14).
               05 ST-COUNTED-BY PIC X(16).

           FD F-DUTIES-FILE.
           01 DUTY-RECORD.
               05 DU-ID PIC 9(4).
               05 DU-STATUS PIC X(10).
               05 DU-CLAIMED-BY PIC X(16).
               05 DU-POSTED-BY PIC X(16).
               05 DU-CERT-COURSE PIC 9(3).
               05 DU-EXPOSURE PIC 9(3).

           FD F-SUGGESTIONS-FILE.
           01 SUGGESTION-RECORD.
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-RECERT-CAMPAIGNS-FILE.
           01 RECERT-CAMPAIGN-RECORD.
               05 NTFY-AMOUNT PIC 999.
               05 NTFY-DATE PIC X(8).

           FD F-TIMESHEETS-FILE.
           01 TIMESHEET-RECORD.
               05 TS-ID PIC 9(6).
               05 TS-ADMIN PIC X(16).
               05 TS-DATE PIC X(8).
               05 TS-TYPE PIC X(5).
               05 TS-HOURS PIC 99.
               05 TS-NOTE PIC X(30).
               05 TS-STATUS PIC X(8).
               05 TS-DECIDED-BY PIC X(16).
               05 TS-PAY-MONTH PIC X(6).

           FD F-LEAVE-FILE.
           01 LEAVE-RECORD.
               05 LV-ADMIN PIC X(16).
               05 LV-BALANCE PIC 9(4).
               05 LV-LAST-ACCRUAL PIC X(6).

           FD F-HOUSEHOLDS-FILE.
           01 HOUSEHOLD-RECORD.
               05 HH-ID PIC 9(4).
               05 HH-NAME PIC X(20).
               05 HH-HEAD PIC X(16).
               05 HH-CREATED PIC X(8).
               05 HH-STATUS PIC X(8).

           FD F-RATION-SCALE-FILE.
           01 RATION-SCALE-RECORD.
               05 RSC-CATEGORY PIC X(8).
               05 RSC-CODE PIC X(4).
               05 RSC-QTY PIC 99.

           FD F-RATION-MEMBERS-FILE.
           01 RATION-MEMBER-RECORD.
               05 RMC-USERNAME PIC X(16).
               05 RMC-CATEGORY PIC X(8).
               05 RMC-SET-BY PIC X(16).
               05 RMC-SET-DATE PIC X(8).

           FD F-QUARTERS-FILE.
           01 QUARTERS-RECORD.
               05 QU-UNIT PIC X(8).
               05 QU-DESC PIC X(20).
               05 QU-BERTHS PIC 99.
               05 QU-RENT PIC 999.
               05 QU-STATUS PIC X(8).
               05 QU-ADDED PIC X(8).

           FD F-QTR-ALLOC-FILE.
           01 ALLOCATION-RECORD.
               05 QL-UNIT PIC X(8).
               05 QL-OCCUPANT PIC X(16).
               05 QL-HOUSEHOLD PIC 9(4).
               05 QL-MOVE-IN PIC X(8).
               05 QL-MOVE-OUT PIC X(8).
               05 QL-BILLED-MONTH PIC X(6).
               05 QL-ALLOCATED-BY PIC X(16).

           FD F-ASSETS-FILE.
           01 ASSET-RECORD.
               05 AST-TAG PIC X(8).
               05 AST-DESC PIC X(20).
               05 AST-LOCATION PIC X(20).
               05 AST-INTERVAL PIC 9(3).
               05 AST-REWARD PIC 999.
               05 AST-CERT-COURSE PIC 9(3).
               05 AST-LAST-SERVICE PIC X(8).
               05 AST-NEXT-DUE PIC X(8).
               05 AST-STATUS PIC X(8).
               05 AST-ADDED PIC X(8).

           FD F-WORK-ORDERS-FILE.
           01 WORK-ORDER-RECORD.
               05 WO-ID PIC 9(5).
               05 WO-TAG PIC X(8).
               05 WO-RAISED PIC X(8).
               05 WO-DUE PIC X(8).
               05 WO-STATUS PIC X(10).
               05 WO-CLOSED PIC X(8).
               05 WO-DUTY-ID PIC 9(4).

           FD F-HH-MEMBERS-FILE.
           01 HH-MEMBER-RECORD.
               05 HM-HOUSEHOLD PIC 9(4).
               05 HM-USERNAME PIC X(16).
               05 HM-ROLE PIC X(5).
               05 HM-GAME-CAP PIC 999.
               05 HM-MARKET-CAP PIC 999.
               05 HM-COMMISSARY-CAP PIC 999.
               05 HM-STATUS PIC X(8).
               05 HM-JOINED PIC X(8).

           FD F-INS-CLAIMS-FILE.
           01 INS-CLAIM-RECORD.
               05 IC-ID PIC 9(6).
               05 IC-USERNAME PIC X(16).
               05 IC-AMOUNT PIC 999.
               05 IC-DETAIL PIC X(30).
               05 IC-FILED PIC X(8).
               05 IC-STATUS PIC X(8).
               05 IC-DECIDED-BY PIC X(16).
               05 IC-DECIDED PIC X(8).

           FD F-INS-PREMIUMS-FILE.
           01 INS-PREMIUM-RECORD.
               05 IPM-USERNAME PIC X(16).
               05 IPM-MONTH PIC X(6).
               05 IPM-AMOUNT PIC 999.
               05 IPM-DATE PIC X(8).

           FD F-BREAK-GLASS-FILE.
           01 BREAK-GLASS-RECORD.
               05 BG-ID PIC 9(4).
               05 BG-ADMIN PIC X(16).
               05 BG-ORIG-ROLE PIC X(10).
               05 BG-REASON PIC X(60).
               05 BG-OPENED PIC X(12).
               05 BG-EXPIRES PIC X(12).
               05 BG-CLOSED PIC X(12).
               05 BG-ACTIONS PIC 9(4).
               05 BG-STATUS PIC X(8).
               05 BG-REVIEWED-BY PIC X(16).
               05 BG-REVIEW-DATE PIC X(8).
               05 BG-REVIEW-NOTE PIC X(40).

           FD F-QUEUE-ACTIVITY-FILE.
           01 QUEUE-ACTIVITY-RECORD.
               05 QA-QUEUE PIC X(12).
               05 QA-ITEM PIC X(16).
               05 QA-RAISED PIC X(8).
               05 QA-RESOLVED PIC X(8).
               05 QA-ADMIN PIC X(16).
               05 QA-OUTCOME PIC X(10).

           FD F-CHAT-FILE.
           01 CHAT-RECORD.
               05 CHAT-USERNAME PIC X(16).
               05 CHAT-TIME PIC X(12).
               05 CHAT-TEXT PIC X(60).
               05 CHAT-HIDDEN PIC X.

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

           FD F-RECEIVABLES-FILE.
           01 RECEIVABLE-RECORD.
               05 RB-USERNAME PIC X(16).
               05 RB-REASON PIC X(20).
               05 RB-RAISED PIC X(8).
               05 RB-AMOUNT PIC 999.
               05 RB-PAID PIC 999.
               05 RB-STAGE PIC 9.
               05 RB-LAST-NOTICE PIC X(8).
               05 RB-STATUS PIC X(8).

           FD F-MUSTERS-FILE.
           01 MUSTER-RECORD.
               05 MU-ID PIC 9(4).
               05 MU-REASON PIC X(30).
               05 MU-DECLARED-BY PIC X(16).
               05 MU-DECLARED PIC X(12).
               05 MU-ENDED-BY PIC X(16).
               05 MU-ENDED PIC X(12).
               05 MU-STATUS PIC X(8).

           FD F-MUSTER-CHECKINS-FILE.
           01 MUSTER-CHECKIN-RECORD.
               05 MC-MUSTER PIC 9(4).
               05 MC-USERNAME PIC X(16).
               05 MC-SECTOR PIC X(20).
               05 MC-TERMINAL PIC X(8).
               05 MC-TIME PIC X(12).

      *    The records office register of births, deaths and
      *    marriages, one line per event, in the order recorded.
           FD F-VITAL-RECORDS-FILE.
           01 VITAL-RECORD.
               05 VTL-ID PIC 9(6).
               05 VTL-EVENT PIC X(8).
               05 VTL-EVENT-DATE PIC X(8).
               05 VTL-MEMBER PIC X(16).
               05 VTL-RELATED PIC X(16).
               05 VTL-SECTOR PIC X(20).
               05 VTL-DETAIL PIC X(30).
               05 VTL-RECORDED-BY PIC X(16).
               05 VTL-RECORDED PIC X(8).

           FD F-STANDING-ORDERS-FILE.
           01 STANDING-ORDER.
               05 SO-USERNAME PIC X(16).
               05 SO-THRESHOLD PIC 999.
               05 SO-TOPUP PIC 999.
               05 SO-ACTIVE PIC X.

           FD F-SLOTS-FILE.
           01 SLOT-RECORD.
               05 FS-FACILITY PIC X(4).
               05 FS-DATE PIC X(8).
               05 FS-HOUR PIC 99.
               05 FS-USERNAME PIC X(16).
               05 FS-STATUS PIC X(8).
               05 FS-FEE-PAID PIC 999.
               05 FS-BLOCK-ID PIC 9(6).
               05 FS-CHECKED-IN PIC X.

           FD F-BIDS-FILE.
           01 MARKET-BID.
               05 BID-LISTING PIC 9(4).
               05 BID-BIDDER PIC X(16).
               05 BID-AMOUNT PIC 999.
               05 BID-DATE PIC X(8).
               05 BID-TIME PIC X(6).
               05 BID-STATUS PIC X(6).

           WORKING-STORAGE SECTION.
           01 WS-DISPUTES-STATUS PIC XX.
           01 WS-NTFY-STATUS PIC XX.
                   10 WS-LO-AMOUNT PIC 999.
                   10 WS-LO-WEEKS PIC 99.
                   10 WS-LO-DATE PIC X(8).
                   10 WS-LO-SCORE PIC 999.
                   10 WS-LO-REASON-1 PIC X(20).
                   10 WS-LO-REASON-2 PIC X(20).
           01 LO-RESOLVE-SEQ-ENTRY PIC 9.
           01 LO-RESOLVE-DECISION PIC X.
           01 LOAN-QUEUE-CHOICE PIC X.
           01 WS-LOAN-REF PIC 9(8).
           01 WS-LOAN-ADVANCE-REASON PIC X(20) VALUE "LOAN ADVANCE".
           01 WS-LOAN-NEXT-DUE-INT PIC 9(8).
           01 WS-LOAN-NEXT-DUE-X REDEFINES WS-LOAN-NEXT-DUE-INT
               PIC X(8).
           01 WS-LOAN-ROLL PIC X VALUE "F".
           01 WS-LOAN-ACNT PIC X(8).

           01 WS-RR-STATUS PIC XX.
           01 WS-TD-OPEN-ID PIC 9(3).
           01 WS-TD-LAST-ID PIC 9(3).
           01 WS-TD-POT PIC 9(5).
           01 WS-TD-GAME PIC X(8).
           01 WS-TD-RATING-GAME PIC X(8).
           01 WS-TD-RATING-RESULT PIC X VALUE "A".
           01 WS-TD-BEST-WINS PIC 99.
           01 WS-TD-CHAMPION PIC X(16).
           01 WS-TD-PAY PIC 999.
           01 WS-TD-SPOOL-SOURCE PIC X(30) VALUE
               "tournament-bracket.dat".

           01 WS-TIMESHEETS-STATUS PIC XX.
           01 WS-LEAVE-STATUS PIC XX.
           01 TSE-DATE-ENTRY PIC X(8).
           01 TSE-HOURS-ENTRY PIC 99.
           01 TSE-TYPE-ENTRY PIC X.
           01 TSE-NOTE-ENTRY PIC X(30).
           01 TIMESHEET-CHOICE PIC X.
           01 TSE-RESULT-MESSAGE PIC X(40).
           01 WS-TSE-LAST-ID PIC 9(6).
           01 WS-TSE-BALANCE PIC 9(4).
           01 WS-TSE-PENDING-LEAVE PIC 9(4).
           01 WS-TSE-COUNT PIC 9.
           01 WS-TSE-IDX PIC 9.
           01 WS-TSE-TABLE.
               05 WS-TSE-ENTRY OCCURS 5 TIMES.
                   10 WS-TSE-LIST-DATE PIC X(8).
                   10 WS-TSE-LIST-TYPE PIC X(5).
                   10 WS-TSE-LIST-HOURS PIC 99.
                   10 WS-TSE-LIST-STATUS PIC X(8).

           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-HH-MEMBERS-STATUS PIC XX.
           01 HHD-HEAD-ENTRY PIC X(16).
           01 HHD-NAME-ENTRY PIC X(20).
           01 HHD-ID-ENTRY PIC 9(4).
           01 HHD-MEMBER-ENTRY PIC X(16).
           01 HHD-ROLE-ENTRY PIC X.
           01 HOUSEHOLD-DESK-CHOICE PIC X.
           01 HHD-RESULT-MESSAGE PIC X(40).
           01 WS-QUARTERS-STATUS PIC XX.
           01 WS-QTR-ALLOC-STATUS PIC XX.
           01 QTR-UNIT-ENTRY PIC X(8).
           01 QTR-DESC-ENTRY PIC X(20).
           01 QTR-BERTHS-ENTRY PIC 99.
           01 QTR-RENT-ENTRY PIC 999.
           01 QTR-MEMBER-ENTRY PIC X(16).
           01 QTR-HOUSEHOLD-ENTRY PIC 9(4).
           01 QTR-MOVE-IN-ENTRY PIC X(8).
           01 QTR-MOVE-OUT-ENTRY PIC X(8).
           01 QUARTERS-DESK-CHOICE PIC X.
           01 QTR-RESULT-MESSAGE PIC X(40).
           01 WS-QTR-UNITS PIC 9(4).
           01 WS-QTR-OCCUPIED PIC 9(4).
           01 WS-QTR-VACANT PIC 9(4).
           01 WS-QTR-FOUND PIC 9.
           01 WS-QTR-UNIT-OPEN PIC 9.
           01 WS-QTR-UNIT-HELD PIC 9.
           01 WS-QTR-ALREADY-HOUSED PIC 9.
           01 WS-QTR-OCCUPANT PIC X(16).
           01 WS-QTR-ACNT PIC X(8).
           01 WS-QTR-REPORT-STATUS PIC X(30).
           01 WS-QTR-NOTIFY-MESSAGE PIC X(40).
           01 WS-QTR-NOTIFY-AMOUNT PIC 999 VALUE 0.
           01 WS-ASSETS-STATUS PIC XX.
           01 WS-WORK-ORDERS-STATUS PIC XX.
           01 MNT-TAG-ENTRY PIC X(8).
           01 MNT-DESC-ENTRY PIC X(20).
           01 MNT-LOCATION-ENTRY PIC X(20).
           01 MNT-INTERVAL-ENTRY PIC 9(3).
           01 MNT-REWARD-ENTRY PIC 999.
           01 MNT-CERT-ENTRY PIC 9(3).
           01 MNT-LAST-ENTRY PIC X(8).
           01 MAINTENANCE-DESK-CHOICE PIC X.
           01 MNT-RESULT-MESSAGE PIC X(40).
           01 WS-MNT-ASSETS PIC 9(4).
           01 WS-MNT-ORDERS PIC 9(4).
           01 WS-MNT-OVERDUE PIC 9(4).
           01 WS-MNT-FOUND PIC 9.
           01 WS-MNT-DUTY-ID PIC 9(4).
           01 WS-MNT-DUE-INT PIC 9(8).
           01 WS-MNT-REPORT-STATUS PIC X(30).
           01 WS-HHD-LAST-ID PIC 9(4).
           01 WS-HHD-COUNT PIC 9(4).
           01 WS-HHD-CHECK-NAME PIC X(16).
           01 WS-HHD-USER-OK PIC 9.
           01 WS-HHD-USER-ACNT PIC X(8).
           01 WS-HHD-ACTIVE-IN PIC 9(4).
           01 WS-HHD-FOUND PIC 9.
           01 WS-HHD-DONE PIC 9.
           01 WS-HHD-HEAD PIC X(16).
           01 WS-HHD-CLOSED-COUNT PIC 99.
           01 WS-HHD-ROLE PIC X(5).
           01 WS-HHD-NOTIFY-MESSAGE PIC X(40).
           01 WS-HHD-NOTIFY-AMOUNT PIC 999 VALUE 0.

           01 WS-INS-CLAIMS-STATUS PIC XX.
           01 WS-INS-PREMIUMS-STATUS PIC XX.
           01 WS-ICQ-COUNT PIC 9.
           01 WS-ICQ-TABLE.
               05 WS-ICQ-ENTRY OCCURS 5 TIMES.
                   10 WS-ICQ-SEQ PIC 9.
                   10 WS-ICQ-ID PIC 9(6).
                   10 WS-ICQ-USERNAME PIC X(16).
                   10 WS-ICQ-AMOUNT PIC 999.
                   10 WS-ICQ-FILED PIC X(8).
                   10 WS-ICQ-DETAIL PIC X(30).
           01 ICQ-SEQ-ENTRY PIC 9.
           01 ICQ-DECISION PIC X.
           01 ICQ-CHOICE PIC X.
           01 ICQ-RESULT-MESSAGE PIC X(40).
           01 WS-ICQ-DONE PIC 9.
           01 WS-ICQ-RESERVE PIC S9(7).
           01 WS-ICQ-NOTIFY-MESSAGE PIC X(40).
           01 WS-INSURANCE-POOL PIC X(16) VALUE "*INSURANCE-POOL*".
           01 WS-CLAIM-PAY-REASON PIC X(20) VALUE "INSURANCE CLAIM".
           01 WS-POOL-DRAW-REASON PIC X(20) VALUE
               "INSURANCE POOL DRAW".
           01 WS-ICQ-NO-MEMBER PIC X(16) VALUE SPACES.
           01 WS-ICQ-NO-REF PIC 9(8) VALUE 0.

           01 WS-LAR-COUNT PIC 9.
           01 WS-LAR-TABLE.
               05 WS-LAR-ENTRY OCCURS 5 TIMES.
                   10 WS-LAR-SEQ PIC 9.
                   10 WS-LAR-USERNAME PIC X(16).
                   10 WS-LAR-BALANCE PIC 9(5).
                   10 WS-LAR-ARREARS PIC 9(5).
                   10 WS-LAR-FEES PIC 9(5).
                   10 WS-LAR-DAYS PIC 999.
                   10 WS-LAR-BUCKET PIC X(5).
           01 LAR-SEQ-ENTRY PIC 9.
           01 LAR-CHOICE PIC X.
           01 LAR-RESULT-MESSAGE PIC X(40).
           01 WS-LAR-DONE PIC 9.
           01 WS-LAR-WRITTEN-OFF PIC 9(5).
           01 WS-LOAN-LOSSES PIC X(16) VALUE "*LOAN-LOSSES*".
           01 WS-WRITE-OFF-REASON PIC X(20) VALUE "LOAN WRITE-OFF".
           01 WS-LAR-NO-REF PIC 9(8) VALUE 0.
           01 WS-LAR-NOTIFY-MESSAGE PIC X(40) VALUE
               "YOUR LOAN HAS BEEN WRITTEN OFF".

           01 WS-STOCK-STATUS PIC XX.
           01 QM-CODE-ENTRY PIC X(4).
           01 QM-NAME-ENTRY PIC X(20).
           01 QM-REORDER-ENTRY PIC 9(4).
           01 QM-CHOICE PIC X.
           01 QM-RESULT-MESSAGE PIC X(40).
           01 WS-RATION-SCALE-STATUS PIC XX.
           01 WS-RATION-MEMBERS-STATUS PIC XX.
           01 RSL-CATEGORY-ENTRY PIC X(8).
           01 RSL-CODE-ENTRY PIC X(4).
           01 RSL-QTY-ENTRY PIC 99.
           01 RSL-MEMBER-ENTRY PIC X(16).
           01 RSL-CHOICE PIC X.
           01 RSL-RESULT-MESSAGE PIC X(40).
           01 WS-RSL-FOUND PIC 9.
           01 WS-RSL-COUNT PIC 99.
           01 WS-RSL-TABLE.
               05 WS-RSL-ENTRY OCCURS 10 TIMES.
                   10 WS-RSL-CATEGORY PIC X(8).
                   10 WS-RSL-CODE PIC X(4).
                   10 WS-RSL-QTY PIC 99.
           01 WS-QM-FOUND PIC 9.
           01 WS-SM-STATUS PIC XX.
           01 WS-QM-MOVE-TYPE PIC X(4).
           01 WS-QM-MOVE-DIR PIC X(3).
           01 WS-QM-MOVE-QTY PIC 9(4).
           01 WS-QM-MOVE-REF PIC X(10).
           01 QM-PO-ENTRY PIC 9(6).
           01 WS-PO-STATUS PIC XX.
           01 WS-GRN-STATUS PIC XX.
           01 WS-QM-PO-FOUND PIC 9.
           01 WS-QM-PO-LINE PIC 99.
           01 WS-QM-NEXT-PO PIC 9(6).
           01 WS-QM-GRN-RESULT PIC X(8).
           01 WS-STOCKTAKE-STATUS PIC XX.
           01 WS-STOCKTAKE-OPEN PIC 9.
           01 STK-CODE-ENTRY PIC X(4).
           01 STK-COUNT-ENTRY PIC 9(4).
           01 STK-CHOICE PIC X.
           01 STK-RESULT-MESSAGE PIC X(40).
           01 STK-LINES PIC 999.
           01 STK-COUNTED-LINES PIC 999.
           01 WS-STK-FROZEN-AT PIC X(14).
           01 STOCKTAKE-STATUS-MESSAGE PIC X(30).

           01 WS-DUTIES-STATUS PIC XX.
           01 DU-DESC-ENTRY PIC X(40).
           01 DU-REWARD-ENTRY PIC 999.
           01 DU-DUE-ENTRY PIC X(8).
           01 DU-CERT-ENTRY PIC 9(3).
           01 DU-EXPOSURE-ENTRY PIC 9(3).
           01 DU-CLEAR-ENTRY PIC X(16).
           01 WS-DOSE-STATUS PIC XX.
           01 WS-DOSE-CLEARED PIC 9.
           01 DU-VERIFY-ID-ENTRY PIC 9(4).
           01 DUTY-DESK-CHOICE PIC X.
           01 DU-RESULT-MESSAGE PIC X(40).
           01 WS-BM-MOD-COUNT PIC 99.
           01 WS-BM-IS-MOD PIC 9.
           01 WS-BM-MOVED PIC 9(3).
           01 BM-RESTORE-ENTRY PIC 999.
           01 WS-BOARD-ARCHIVE-STATUS PIC XX.
           01 WS-ACTIVITY-STATUS PIC XX.
           01 WS-RST-FOUND PIC 9.
           01 WS-RST-COUNT PIC 999.
           01 WS-RST-IDX PIC 999.
           01 WS-RST-TABLE.
               05 WS-RST-ENTRY OCCURS 999 TIMES.
                   10 WS-RST-ID PIC 999.
                   10 WS-RST-TITLE PIC X(50).
                   10 WS-RST-CONTENT PIC X(300).
                   10 WS-RST-DELETED PIC X.

           01 WS-VR-STATUS PIC XX.
           01 VISITOR-NAME-ENTRY PIC X(16).
           01 WQ-CHOICE PIC X.
           01 WQ-RESULT-MESSAGE PIC X(40).
           01 WS-WQ-RESOLVED PIC 9.
           01 WS-RTP-REVIEW-STATUS PIC XX.
           01 WS-GV-COUNT PIC 9 VALUE 0.
           01 WS-GV-TABLE.
               05 WS-GV-ENTRY OCCURS 3 TIMES.
                   10 WS-GV-SEQ PIC 9.
                   10 WS-GV-GAME PIC X(8).
                   10 WS-GV-MONTH PIC X(6).
                   10 WS-GV-ACTUAL PIC 9(4)V9.
                   10 WS-GV-SET PIC 9(4)V9.
                   10 WS-GV-PLAYS PIC 9(7).
           01 GV-SEQ-ENTRY PIC 9.
           01 WS-LA-STATUS PIC XX.
           01 WS-LV-STATUS PIC XX.
           01 WS-LB-STATUS PIC XX.
           01 WS-LA-BUDGET-ACCOUNT PIC X(16) VALUE "LIBRARY-BOOKS".
           01 WS-LA-COST-KEY PIC X(20) VALUE "LIBRARY-ACQ-COST".
           01 WS-LA-DEFAULT-COST PIC 999 VALUE 0.
           01 WS-LA-BUDGET PIC 9(7).
           01 WS-LA-COMMITTED PIC 9(7).
           01 WS-LA-LEFT PIC S9(7).
           01 WS-LA-COST PIC 9(5).
           01 WS-LA-FOUND PIC 9.
           01 WS-LA-TITLE PIC X(31).
           01 WS-LA-AUTHOR PIC X(12).
           01 WS-LA-RAISED PIC X(8).
           01 WS-LA-COUNT PIC 99 VALUE 0.
           01 WS-LA-TABLE.
               05 WS-LA-ENTRY OCCURS 50 TIMES.
                   10 WS-LA-LIST-VOTES PIC 9(4).
                   10 WS-LA-LIST-ID PIC 9(4).
                   10 WS-LA-LIST-TITLE PIC X(31).
                   10 WS-LA-LIST-AUTHOR PIC X(12).
                   10 WS-LA-LIST-PROPOSER PIC X(16).
           01 ACQ-ID-ENTRY PIC 9(4).
           01 ACQ-COST-ENTRY PIC 9(5).
           01 ACQ-CHOICE PIC X.
           01 ACQ-RESULT-MESSAGE PIC X(40).
           01 WS-SHELF-STATUS PIC XX.
           01 WS-SHELF-OPEN PIC 9.
           01 WS-SHELF-FOUND PIC 9.
           01 WS-SHELF-ENDED PIC 9.
           01 WS-SHELF-OPENED-AT PIC X(14).
           01 WS-SHELF-OWNED PIC 99.
           01 WS-SHELF-ON-LOAN PIC 99.
           01 SHF-LINES PIC 999.
           01 SHF-COUNTED-LINES PIC 999.
           01 SHF-TITLE-ENTRY PIC X(31).
           01 SHF-COUNT-ENTRY PIC 99.
           01 SHF-CHOICE PIC X.
           01 SHF-RESULT-MESSAGE PIC X(40).
           01 SHELF-STATUS-MESSAGE PIC X(30).
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-SIGNUPS-STATUS PIC XX.
           01 WS-EV-MAX-ID PIC 9(4).
           01 NEW-EVENT-TIME PIC X(5).
           01 NEW-EVENT-DESC PIC X(40).
           01 NEW-EVENT-CAPACITY PIC 999.
           01 NEW-EVENT-PRICE PIC 999.
           01 EVENT-VIEW-ID PIC 9(4).
           01 EVENT-ADMIN-CHOICE PIC X.
           01 EVENT-ADMIN-MESSAGE PIC X(40).
           01 EVENT-REMINDER-STATUS PIC X(30).
           01 WS-ATT-COUNT PIC 9 VALUE 0.
           01 WS-EV-BOOKED PIC 999.
           01 WS-EV-WAITING PIC 999.
           01 WS-EV-COUNT-OUT PIC ZZ9.
           01 WS-EV-WAIT-OUT PIC ZZ9.
           01 WS-EV-CANCEL-FOUND PIC 9.
           01 WS-EV-CANCEL-DESC PIC X(30).
           01 WS-EV-REFUNDS PIC 999.
           01 WS-EV-REFUND-TOTAL PIC 9(5).
           01 WS-EV-NOTIFY-AMOUNT PIC 999.
           01 WS-EV-NOTIFY-MESSAGE PIC X(40).
           01 WS-EV-REFUND-REASON PIC X(20) VALUE "EVENT REFUND".
           01 WS-EV-DEFER-SERVICE PIC X(10) VALUE "TICKET".
           01 WS-EV-DEFER-ITEM PIC X(20).
           01 WS-EV-DEFER-AMOUNT PIC 999 VALUE 0.
           01 WS-EV-DEFER-START PIC X(8) VALUE SPACES.
           01 WS-EV-DEFER-DAYS PIC 999 VALUE 0.
           01 WS-EV-DEFER-DIRECTION PIC X VALUE "R".
           01 WS-ATT-TABLE.
               05 WS-ATT-NAME OCCURS 8 TIMES PIC X(16).
           01 WS-HANDOVER-STATUS PIC XX.
                   10 WS-FED-NAME PIC X(20).
                   10 WS-FED-EXP PIC 9(6).
                   10 WS-FED-IMP PIC 9(6).
                   10 WS-FED-GEN PIC 9(4).
           01 NEW-PARTNER-CODE PIC X(4).
           01 NEW-PARTNER-KEY PIC X(20).
           01 WS-FEDK-COUNT PIC 99 VALUE 0.
           01 WS-FEDK-ROWS PIC 9(4) VALUE 0.
           01 WS-FEDK-IDX PIC 99.
           01 WS-FEDK-FOUND PIC 9.
           01 WS-FEDK-TABLE.
               05 WS-FEDK-LINE PIC X(91) OCCURS 50 TIMES.
           01 NEW-PARTNER-NAME PIC X(20).
           01 FED-RUN-CODE PIC X(4).
           01 FED-ADMIN-CHOICE PIC X.
           01 DISPUTE-QUEUE-CHOICE PIC X.
           01 WS-RESOLVE-MATCH PIC 9.

           01 WS-QA-STATUS PIC XX.
           01 WS-QA-QUEUE PIC X(12).
           01 WS-QA-ITEM PIC X(16).
           01 WS-QA-RAISED PIC X(8).
           01 WS-QA-OUTCOME PIC X(10).
           01 WS-QA-ITEM-NUM PIC 9(8).
           01 WS-HELD-SINCE PIC X(8).
           01 WS-MODLOG-ENDED PIC 9.
           01 SLA-STATUS-MESSAGE PIC X(30).

           01 WS-BG-STATUS PIC XX.
           01 WS-BG-NOW PIC X(12).
           01 WS-BG-COUNT PIC 9 VALUE 0.
           01 WS-BG-TABLE.
               05 WS-BG-ENTRY OCCURS 5 TIMES.
                   10 WS-BG-SEQ PIC 9.
                   10 WS-BG-ID PIC 9(4).
                   10 WS-BG-ADMIN PIC X(16).
                   10 WS-BG-OPENED PIC X(12).
                   10 WS-BG-CLOSED PIC X(12).
                   10 WS-BG-ACTIONS PIC 9(4).
                   10 WS-BG-REASON PIC X(60).
           01 WS-BG-TARGET-ID PIC 9(4).
           01 WS-BG-TARGET-ADMIN PIC X(16).
           01 WS-BG-SIGNED PIC 9.
           01 WS-BG-ACT-COUNT PIC 99.
           01 WS-BG-ACT-TABLE.
               05 WS-BG-ACT-LINE PIC X(60) OCCURS 10 TIMES.
           01 BG-RESOLVE-SEQ-ENTRY PIC 9.
           01 BG-REVIEW-NOTE-ENTRY PIC X(40).
           01 BG-REVIEW-RESULT-MESSAGE PIC X(40).
           01 BG-REVIEW-CHOICE PIC X.
           01 BG-ACTIONS-CHOICE PIC X.

           01 WS-CHAT-STATUS PIC XX.
           01 WS-CHAT-REPORTS-STATUS PIC XX.
           01 WS-CHAT-MUTES-STATUS PIC XX.
           01 WS-CRQ-COUNT PIC 9 VALUE 0.
           01 WS-CRQ-TABLE.
               05 WS-CRQ-ENTRY OCCURS 5 TIMES.
                   10 WS-CRQ-SEQ PIC 9.
                   10 WS-CRQ-ID PIC 9(5).
                   10 WS-CRQ-AUTHOR PIC X(16).
                   10 WS-CRQ-REPORTER PIC X(16).
                   10 WS-CRQ-TEXT PIC X(60).
           01 WS-CRQ-CTX-TABLE.
               05 WS-CRQ-CTX-LINE PIC X(78) OCCURS 5 TIMES.
           01 WS-CRQ-CTX-IDX PIC 9.
           01 WS-CRQ-FOUND PIC 9.
           01 WS-CRQ-AUTHOR-HIT PIC X(16).
           01 WS-CRQ-TIME-HIT PIC X(12).
           01 WS-CRQ-TEXT-HIT PIC X(60).
           01 WS-CRQ-RAISED-HIT PIC X(8).
           01 WS-CRQ-UNTIL-INT PIC 9(8).
           01 WS-CRQ-UNTIL PIC X(8).
           01 WS-CRQ-NOTIFY-MESSAGE PIC X(40).
           01 CRQ-SEQ-ENTRY PIC 9.
           01 CRQ-DECISION PIC X.
           01 CRQ-MUTE-DAYS PIC 99.
           01 CRQ-CHOICE PIC X.
           01 CRQ-RESULT-MESSAGE PIC X(40).

           01 BLK-MEMBER-ENTRY PIC X(16).
           01 BLK-BLOCKED-BY PIC 9(4).
           01 BLK-BLOCKING PIC 9(4).
           01 BLK-REFUSED PIC 9(5).
           01 BLK-CHOICE PIC X.
           01 BLK-RESULT-MESSAGE PIC X(40).

           01 WS-RECEIVABLES-STATUS PIC XX.
           01 WS-RCV-COUNT PIC 9.
           01 WS-RCV-TABLE.
               05 WS-RCV-ENTRY OCCURS 5 TIMES.
                   10 WS-RCV-USERNAME PIC X(16).
                   10 WS-RCV-REASON PIC X(20).
                   10 WS-RCV-OWED PIC 999.
                   10 WS-RCV-RAISED PIC X(8).
                   10 WS-RCV-STAGE PIC 9.
           01 WS-RCV-OPEN PIC 9(4).
           01 WS-RCV-OWED-TOTAL PIC 9(6).
           01 WS-RCV-FINAL PIC 9(4).
           01 WS-RCV-MEMBER-OK PIC 9.
           01 WS-RCV-ACNT PIC X(8).
           01 WS-RCV-CHARGE-REASON PIC X(20) VALUE "DAMAGE CHARGE".
           01 WS-RCV-BALANCE PIC 999.
           01 WS-RCV-CHARGE-OWED PIC 999.
           01 WS-RCV-NOTIFY-MESSAGE PIC X(40).
           01 WS-RCV-OWED-OUT PIC ZZ9.
           01 RCV-MEMBER-ENTRY PIC X(16).
           01 RCV-AMOUNT-ENTRY PIC 999.
           01 RCV-DETAIL-ENTRY PIC X(20).
           01 RCV-CHOICE PIC X.
           01 RCV-RESULT-MESSAGE PIC X(40).
           01 WS-MUSTERS-STATUS PIC XX.
           01 WS-MCHK-STATUS PIC XX.
           01 WS-MST-ID PIC 9(4).
           01 WS-MST-REASON PIC X(30).
           01 WS-MST-DECLARED PIC X(12).
           01 WS-MST-BY PIC X(16).
           01 WS-MST-LAST-ID PIC 9(4).
           01 WS-MST-CHECKED-IN PIC 9(4).
           01 WS-MST-NOW PIC X(12).
           01 WS-MST-REPORT-STATUS PIC X(30).
           01 MST-REASON-ENTRY PIC X(30).
           01 MST-CHOICE PIC X.
           01 MST-RESULT-MESSAGE PIC X(40).
           01 WS-VITAL-STATUS PIC XX.
           01 WS-SO-STATUS PIC XX.
           01 WS-SLOTS-STATUS PIC XX.
           01 WS-BIDS-STATUS PIC XX.
           01 WS-VTL-LAST-ID PIC 9(6).
           01 WS-VTL-YEAR-BIRTHS PIC 9(4).
           01 WS-VTL-YEAR-DEATHS PIC 9(4).
           01 WS-VTL-YEAR-MARRIAGES PIC 9(4).
           01 WS-VTL-EVENT PIC X(8).
           01 WS-VTL-DATE PIC X(8).
           01 WS-VTL-SECTOR PIC X(20).
           01 WS-VTL-DEATH-ON-FILE PIC 9.
           01 WS-VTL-CHECK-NAME PIC X(16).
           01 WS-VTL-USER-OK PIC 9.
           01 WS-VTL-ARCHIVED PIC X.
           01 WS-VTL-LOCATION PIC X(20).
           01 WS-VTL-ACNT PIC X(8).
           01 WS-VTL-MEMBER-OK PIC 9.
           01 WS-VTL-MEMBER-ARCHIVED PIC X.
           01 WS-VTL-MEMBER-LOCATION PIC X(20).
           01 WS-VTL-MEMBER-ACNT PIC X(8).
           01 WS-VTL-ESTATE-FOUND PIC 9.
           01 WS-VTL-EVENT-DATE PIC X(8).
           01 WS-VTL-INNER-ENDED PIC 9.
           01 WS-VTL-REFUND PIC 999.
           01 WS-VTL-CANCELLED PIC 9(4).
           01 WS-VTL-CANCELLED-OUT PIC ZZZ9.
           01 WS-VTL-FACILITY-REASON PIC X(20) VALUE "FACILITY REFUND".
           01 WS-VTL-SLOT-SERVICE PIC X(10) VALUE "BLOCK".
           01 WS-VTL-SLOT-ITEM PIC X(20).
           01 WS-VTL-SLOT-AMOUNT PIC 999 VALUE 0.
           01 WS-VTL-SLOT-DAYS PIC 999 VALUE 1.
           01 WS-VTL-SLOT-DIRECTION PIC X VALUE "R".
           01 WS-VTL-ACTIVE-1 PIC 9(4).
           01 WS-VTL-ACTIVE-2 PIC 9(4).
           01 WS-VTL-OFFER PIC X VALUE SPACE.
           01 WS-VTL-OFFER-HEAD PIC X(16).
           01 WS-VTL-OFFER-MEMBER PIC X(16).
           01 WS-VTL-OFFER-HOUSEHOLD PIC 9(4).
           01 WS-VTL-OFFER-ROLE PIC X.
           01 WS-VTL-REPORT-STATUS PIC X(30).
           01 WS-VTL-FREED-COUNT PIC 99.
           01 WS-VTL-FREED-IDX PIC 99.
           01 WS-VTL-FREED-TABLE.
               05 WS-VTL-FREED-EVENT OCCURS 20 TIMES PIC 9(4).
           01 WS-VTL-PROMO-EVENT PIC 9(4).
           01 WS-VTL-PROMO-FOUND PIC 9.
           01 WS-VTL-PROMO-PRICE PIC 999.
           01 WS-VTL-PROMO-DATE PIC X(8).
           01 WS-VTL-PROMO-DESC PIC X(40).
           01 WS-VTL-PROMO-NAME PIC X(16).
           01 WS-VTL-PROMO-DONE PIC 9.
           01 WS-VTL-CAN-PAY PIC 9.
           01 WS-VTL-PROMO-MESSAGE PIC X(40).
           01 WS-VTL-TICKET-REASON PIC X(20) VALUE "EVENT TICKET".
           01 WS-VTL-TICKET-ITEM PIC X(20).
           01 WS-VTL-TICKET-DAYS PIC 999 VALUE 1.
           01 WS-VTL-TICKET-DIRECTION PIC X VALUE "D".
           01 VRG-EVENT-ENTRY PIC X.
           01 VRG-MEMBER-ENTRY PIC X(16).
           01 VRG-RELATED-ENTRY PIC X(16).
           01 VRG-DATE-ENTRY PIC X(8).
           01 VRG-SECTOR-ENTRY PIC X(20).
           01 VRG-DETAIL-ENTRY PIC X(30).
           01 VRG-YEAR-ENTRY PIC X(4).
           01 VRG-CHOICE PIC X.
           01 VRG-RESULT-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 LS-ADMIN-NAME PIC X(16).

                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 30 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 60 VALUE "(i) My timesheet and leave"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 60 VALUE "(j) Household register"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 60 VALUE "(1) Insurance claims"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 60 VALUE "(2) Loan arrears"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 27 COL 60 VALUE "(3) Break-glass reviews"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 28 COL 60 VALUE "(4) Queue service levels"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 29 COL 60 VALUE "(5) Block list lookup"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 30 COL 60 VALUE "(6) Living quarters"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 31 COL 60 VALUE "(7) Maintenance register"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 32 COL 60 VALUE "(8) Member receivables"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 33 COL 60 VALUE "(9) Emergency muster"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 34 COL 60 VALUE "(0) Vital records"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 30 PIC X(40)
                   USING QUEUES-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 6 COL 20 VALUE "Loan applications awaiting appr
      -            "oval" UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Member           Amount  Weeks  Applied   Score"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 75 VALUE "Main reasons"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-LO-SEQ(1)
                   FOREGROUND-COLOR IS 2.
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 55 PIC X(8) USING WS-LO-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 65 PIC ZZ9 USING WS-LO-SCORE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 75 PIC X(20) USING WS-LO-REASON-1(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 96 PIC X(20) USING WS-LO-REASON-2(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-LO-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-LO-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC X(8) USING WS-LO-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 65 PIC ZZ9 USING WS-LO-SCORE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 75 PIC X(20) USING WS-LO-REASON-1(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 96 PIC X(20) USING WS-LO-REASON-2(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-LO-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-LO-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC X(8) USING WS-LO-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 65 PIC ZZ9 USING WS-LO-SCORE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 75 PIC X(20) USING WS-LO-REASON-1(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 96 PIC X(20) USING WS-LO-REASON-2(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-LO-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-LO-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 55 PIC X(8) USING WS-LO-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 65 PIC ZZ9 USING WS-LO-SCORE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 75 PIC X(20) USING WS-LO-REASON-1(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 96 PIC X(20) USING WS-LO-REASON-2(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-LO-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-LO-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 55 PIC X(8) USING WS-LO-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 65 PIC ZZ9 USING WS-LO-SCORE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 75 PIC X(20) USING WS-LO-REASON-1(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 96 PIC X(20) USING WS-LO-REASON-2(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Resolve #: "
                   FOREGROUND-COLOR IS 2.
               05 LO-SEQ-FIELD LINE 15 COL 31 PIC 9
                   FOREGROUND-COLOR IS 2.
               05 QM-REORDER-FIELD LINE 12 COL 37 PIC 9(4)
                   USING QM-REORDER-ENTRY.
               05 LINE 13 COL 20 VALUE "PO number:       "
                   FOREGROUND-COLOR IS 2.
               05 QM-PO-FIELD LINE 13 COL 37 PIC 9(6)
                   USING QM-PO-ENTRY.
               05 LINE 14 COL 20 VALUE
                   "(r) Receive qty  (s) Stocktake  (g) Back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 VALUE
                   "(o) Order qty on new PO  (c) Close PO line"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE "(n) Ration scale"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING QM-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 QM-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING QM-CHOICE.

           01 RATION-SCALE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Weekly ration scale"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Category  Item  Qty"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC X(8) USING WS-RSL-CATEGORY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 30 PIC X(4) USING WS-RSL-CODE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 36 PIC Z9 USING WS-RSL-QTY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(8) USING WS-RSL-CATEGORY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 30 PIC X(4) USING WS-RSL-CODE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 36 PIC Z9 USING WS-RSL-QTY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(8) USING WS-RSL-CATEGORY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 PIC X(4) USING WS-RSL-CODE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 36 PIC Z9 USING WS-RSL-QTY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(8) USING WS-RSL-CATEGORY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 PIC X(4) USING WS-RSL-CODE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 36 PIC Z9 USING WS-RSL-QTY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(8) USING WS-RSL-CATEGORY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 30 PIC X(4) USING WS-RSL-CODE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 36 PIC Z9 USING WS-RSL-QTY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(8) USING WS-RSL-CATEGORY(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 PIC X(4) USING WS-RSL-CODE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 36 PIC Z9 USING WS-RSL-QTY(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(8) USING WS-RSL-CATEGORY(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 30 PIC X(4) USING WS-RSL-CODE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 36 PIC Z9 USING WS-RSL-QTY(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(8) USING WS-RSL-CATEGORY(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 30 PIC X(4) USING WS-RSL-CODE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 36 PIC Z9 USING WS-RSL-QTY(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(8) USING WS-RSL-CATEGORY(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 30 PIC X(4) USING WS-RSL-CODE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 36 PIC Z9 USING WS-RSL-QTY(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 PIC X(8) USING WS-RSL-CATEGORY(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 30 PIC X(4) USING WS-RSL-CODE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 36 PIC Z9 USING WS-RSL-QTY(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 VALUE
                   "Category (ADULT, CHILD, HEAVY): "
                   FOREGROUND-COLOR IS 2.
               05 RSL-CATEGORY-FIELD LINE 19 COL 52 PIC X(8)
                   USING RSL-CATEGORY-ENTRY.
               05 LINE 20 COL 20 VALUE "Item code: "
                   FOREGROUND-COLOR IS 2.
               05 RSL-CODE-FIELD LINE 20 COL 31 PIC X(4)
                   USING RSL-CODE-ENTRY.
               05 LINE 20 COL 37 VALUE "Weekly qty (0 = drop): "
                   FOREGROUND-COLOR IS 2.
               05 RSL-QTY-FIELD LINE 20 COL 60 PIC 99
                   USING RSL-QTY-ENTRY.
               05 LINE 21 COL 20 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 RSL-MEMBER-FIELD LINE 21 COL 28 PIC X(16)
                   USING RSL-MEMBER-ENTRY.
               05 LINE 23 COL 20 VALUE
                   "(s) Set scale line  (m) Set member's category"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 20 PIC X(40) USING RSL-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RSL-CHOICE-FIELD LINE 26 COL 26 PIC X
                   USING RSL-CHOICE.

           01 STOCKTAKE-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Commissary stocktake" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Lines counted:   "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 37 PIC 999 USING STK-COUNTED-LINES
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 41 VALUE "of"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 44 PIC 999 USING STK-LINES
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Item code:       "
                   FOREGROUND-COLOR IS 2.
               05 STK-CODE-FIELD LINE 10 COL 37 PIC X(4)
                   USING STK-CODE-ENTRY.
               05 LINE 11 COL 20 VALUE "Counted qty:     "
                   FOREGROUND-COLOR IS 2.
               05 STK-COUNT-FIELD LINE 11 COL 37 PIC 9(4)
                   USING STK-COUNT-ENTRY.
               05 LINE 13 COL 20 VALUE
                   "(f) Freeze book  (k) Key count  (v) Variances"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 VALUE "(g) Back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING STK-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 STK-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING STK-CHOICE.

           01 DUTY-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Duty roster desk" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 DU-DUE-FIELD LINE 9 COL 50 PIC X(8)
                   USING DU-DUE-ENTRY.
               05 LINE 10 COL 20 VALUE "Needs cert from course id: "
                   FOREGROUND-COLOR IS 2.
               05 DU-CERT-FIELD LINE 10 COL 47 PIC 9(3)
                   USING DU-CERT-ENTRY.
               05 LINE 10 COL 52 VALUE "Rad dose per shift: "
                   FOREGROUND-COLOR IS 2.
               05 DU-EXPOSURE-FIELD LINE 10 COL 72 PIC 9(3)
                   USING DU-EXPOSURE-ENTRY.
               05 LINE 11 COL 20 VALUE "Verify done duty id: "
                   FOREGROUND-COLOR IS 2.
               05 DU-VERIFY-FIELD LINE 11 COL 41 PIC 9(4)
                   USING DU-VERIFY-ID-ENTRY.
               05 LINE 12 COL 20 VALUE "Clear dose hold for member: "
                   FOREGROUND-COLOR IS 2.
               05 DU-CLEAR-FIELD LINE 12 COL 48 PIC X(16)
                   USING DU-CLEAR-ENTRY.
               05 LINE 13 COL 20 VALUE
                   "(p) Post duty  (v) Verify and pay  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 VALUE "(r) Clear dose hold"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 PIC X(40) USING DU-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE "Pick: "
               05 DUTY-DESK-FIELD LINE 17 COL 26 PIC X
                   USING DUTY-DESK-CHOICE.

           01 STAFF-TIMESHEET-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "My timesheet and leave"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Leave balance (hours): "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 43 PIC ZZZ9 USING WS-TSE-BALANCE
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 50 VALUE "Leave awaiting approval: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 75 PIC ZZZ9 USING WS-TSE-PENDING-LEAVE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Date    Type  Hours Status"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(8) USING WS-TSE-LIST-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 29 PIC X(5) USING WS-TSE-LIST-TYPE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 36 PIC Z9 USING WS-TSE-LIST-HOURS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC X(8) USING WS-TSE-LIST-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(8) USING WS-TSE-LIST-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 29 PIC X(5) USING WS-TSE-LIST-TYPE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 36 PIC Z9 USING WS-TSE-LIST-HOURS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC X(8) USING WS-TSE-LIST-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(8) USING WS-TSE-LIST-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 29 PIC X(5) USING WS-TSE-LIST-TYPE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 36 PIC Z9 USING WS-TSE-LIST-HOURS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC X(8) USING WS-TSE-LIST-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(8) USING WS-TSE-LIST-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 29 PIC X(5) USING WS-TSE-LIST-TYPE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 36 PIC Z9 USING WS-TSE-LIST-HOURS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC X(8) USING WS-TSE-LIST-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(8) USING WS-TSE-LIST-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 29 PIC X(5) USING WS-TSE-LIST-TYPE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 36 PIC Z9 USING WS-TSE-LIST-HOURS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC X(8) USING WS-TSE-LIST-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Date (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 TSE-DATE-FIELD LINE 15 COL 37 PIC X(8)
                   USING TSE-DATE-ENTRY.
               05 LINE 15 COL 47 VALUE "Hours: "
                   FOREGROUND-COLOR IS 2.
               05 TSE-HOURS-FIELD LINE 15 COL 54 PIC 99
                   USING TSE-HOURS-ENTRY.
               05 LINE 16 COL 20 VALUE "Type (W = worked, L = leave): "
                   FOREGROUND-COLOR IS 2.
               05 TSE-TYPE-FIELD LINE 16 COL 50 PIC X
                   USING TSE-TYPE-ENTRY.
               05 LINE 17 COL 20 VALUE "Note: "
                   FOREGROUND-COLOR IS 2.
               05 TSE-NOTE-FIELD LINE 17 COL 26 PIC X(30)
                   USING TSE-NOTE-ENTRY.
               05 LINE 19 COL 20 VALUE
                   "(s) Submit for approval  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 PIC X(40) USING TSE-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 TIMESHEET-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING TIMESHEET-CHOICE.

           01 HOUSEHOLD-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Household register"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Households on file: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 40 PIC ZZZ9 USING WS-HHD-COUNT
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "New household head: "
                   FOREGROUND-COLOR IS 2.
               05 HHD-HEAD-FIELD LINE 8 COL 40 PIC X(16)
                   USING HHD-HEAD-ENTRY.
               05 LINE 9 COL 20 VALUE "Household name: "
                   FOREGROUND-COLOR IS 2.
               05 HHD-NAME-FIELD LINE 9 COL 40 PIC X(20)
                   USING HHD-NAME-ENTRY.
               05 LINE 11 COL 20 VALUE "Household id: "
                   FOREGROUND-COLOR IS 2.
               05 HHD-ID-FIELD LINE 11 COL 40 PIC 9(4)
                   USING HHD-ID-ENTRY.
               05 LINE 12 COL 20 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 HHD-MEMBER-FIELD LINE 12 COL 40 PIC X(16)
                   USING HHD-MEMBER-ENTRY.
               05 LINE 13 COL 20 VALUE "Role (A = adult, C = child): "
                   FOREGROUND-COLOR IS 2.
               05 HHD-ROLE-FIELD LINE 13 COL 50 PIC X
                   USING HHD-ROLE-ENTRY.
               05 LINE 15 COL 20 VALUE
                   "(c) Create  (l) Link  (u) Unlink"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 54 VALUE "(x) Close  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING HHD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 HOUSEHOLD-DESK-FIELD LINE 17 COL 26 PIC X
                   USING HOUSEHOLD-DESK-CHOICE.

           01 QUARTERS-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Living quarters"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Units: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 27 PIC ZZZ9 USING WS-QTR-UNITS
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 33 VALUE "Occupied: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 43 PIC ZZZ9 USING WS-QTR-OCCUPIED
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 49 VALUE "Vacant: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 57 PIC ZZZ9 USING WS-QTR-VACANT
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Unit: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-UNIT-FIELD LINE 8 COL 26 PIC X(8)
                   USING QTR-UNIT-ENTRY.
               05 LINE 8 COL 36 VALUE "Description: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-DESC-FIELD LINE 8 COL 49 PIC X(20)
                   USING QTR-DESC-ENTRY.
               05 LINE 9 COL 20 VALUE "Berths: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-BERTHS-FIELD LINE 9 COL 28 PIC 99
                   USING QTR-BERTHS-ENTRY.
               05 LINE 9 COL 36 VALUE "Monthly rent: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-RENT-FIELD LINE 9 COL 50 PIC 999
                   USING QTR-RENT-ENTRY.
               05 LINE 11 COL 20 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-MEMBER-FIELD LINE 11 COL 28 PIC X(16)
                   USING QTR-MEMBER-ENTRY.
               05 LINE 11 COL 46 VALUE "or household id: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-HOUSEHOLD-FIELD LINE 11 COL 63 PIC 9(4)
                   USING QTR-HOUSEHOLD-ENTRY.
               05 LINE 12 COL 20 VALUE "Move in (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 QTR-MOVE-IN-FIELD LINE 12 COL 40 PIC X(8)
                   USING QTR-MOVE-IN-ENTRY.
               05 LINE 12 COL 50 VALUE "Move out: "
                   FOREGROUND-COLOR IS 2.
               05 QTR-MOVE-OUT-FIELD LINE 12 COL 60 PIC X(8)
                   USING QTR-MOVE-OUT-ENTRY.
               05 LINE 14 COL 20 VALUE
                   "(u) Add or change unit  (c) Close unit"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 VALUE
                   "(a) Allocate  (o) Move out  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 VALUE
                   "(v) Vacancy report  (r) Rent arrears list"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 PIC X(40) USING QTR-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 QUARTERS-DESK-FIELD LINE 19 COL 26 PIC X
                   USING QUARTERS-DESK-CHOICE.

           01 MAINTENANCE-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Maintenance register"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Assets: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 28 PIC ZZZ9 USING WS-MNT-ASSETS
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 34 VALUE "Work orders open: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 52 PIC ZZZ9 USING WS-MNT-ORDERS
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 58 VALUE "Overdue: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 67 PIC ZZZ9 USING WS-MNT-OVERDUE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Asset tag: "
                   FOREGROUND-COLOR IS 2.
               05 MNT-TAG-FIELD LINE 8 COL 31 PIC X(8)
                   USING MNT-TAG-ENTRY.
               05 LINE 8 COL 41 VALUE "Description: "
                   FOREGROUND-COLOR IS 2.
               05 MNT-DESC-FIELD LINE 8 COL 54 PIC X(20)
                   USING MNT-DESC-ENTRY.
               05 LINE 9 COL 20 VALUE "Location: "
                   FOREGROUND-COLOR IS 2.
               05 MNT-LOCATION-FIELD LINE 9 COL 30 PIC X(20)
                   USING MNT-LOCATION-ENTRY.
               05 LINE 10 COL 20 VALUE "Service every (days): "
                   FOREGROUND-COLOR IS 2.
               05 MNT-INTERVAL-FIELD LINE 10 COL 42 PIC 9(3)
                   USING MNT-INTERVAL-ENTRY.
               05 LINE 10 COL 48 VALUE "Duty reward: "
                   FOREGROUND-COLOR IS 2.
               05 MNT-REWARD-FIELD LINE 10 COL 61 PIC 999
                   USING MNT-REWARD-ENTRY.
               05 LINE 11 COL 20 VALUE "Cert course (0 = none): "
                   FOREGROUND-COLOR IS 2.
               05 MNT-CERT-FIELD LINE 11 COL 44 PIC 9(3)
                   USING MNT-CERT-ENTRY.
               05 LINE 12 COL 20 VALUE "Last serviced (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 MNT-LAST-FIELD LINE 12 COL 46 PIC X(8)
                   USING MNT-LAST-ENTRY.
               05 LINE 14 COL 20 VALUE
                   "(u) Add or change asset  (x) Retire asset"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 VALUE
                   "(v) Overdue report  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 PIC X(40) USING MNT-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 MAINTENANCE-DESK-FIELD LINE 18 COL 26 PIC X
                   USING MAINTENANCE-DESK-CHOICE.

           01 RECEIVABLES-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Member receivables"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Open debts: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 32 PIC ZZZ9 USING WS-RCV-OPEN
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 38 VALUE "Owed: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 44 PIC ZZZZZ9 USING WS-RCV-OWED-TOTAL
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 52 VALUE "At final notice: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 69 PIC ZZZ9 USING WS-RCV-FINAL
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "Member           Reason               Owed Raised"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 72 VALUE "Stg"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(16) USING WS-RCV-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 37 PIC X(20) USING WS-RCV-REASON(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 58 PIC ZZ9 USING WS-RCV-OWED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 63 PIC X(8) USING WS-RCV-RAISED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 73 PIC 9 USING WS-RCV-STAGE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(16) USING WS-RCV-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 37 PIC X(20) USING WS-RCV-REASON(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 58 PIC ZZ9 USING WS-RCV-OWED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 63 PIC X(8) USING WS-RCV-RAISED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 73 PIC 9 USING WS-RCV-STAGE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(16) USING WS-RCV-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 37 PIC X(20) USING WS-RCV-REASON(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 58 PIC ZZ9 USING WS-RCV-OWED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 63 PIC X(8) USING WS-RCV-RAISED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 73 PIC 9 USING WS-RCV-STAGE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(16) USING WS-RCV-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 37 PIC X(20) USING WS-RCV-REASON(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 58 PIC ZZ9 USING WS-RCV-OWED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 63 PIC X(8) USING WS-RCV-RAISED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 73 PIC 9 USING WS-RCV-STAGE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(16) USING WS-RCV-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 37 PIC X(20) USING WS-RCV-REASON(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 58 PIC ZZ9 USING WS-RCV-OWED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 63 PIC X(8) USING WS-RCV-RAISED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 73 PIC 9 USING WS-RCV-STAGE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Charge member: "
                   FOREGROUND-COLOR IS 2.
               05 RCV-MEMBER-FIELD LINE 15 COL 35 PIC X(16)
                   USING RCV-MEMBER-ENTRY.
               05 LINE 15 COL 53 VALUE "Amount: "
                   FOREGROUND-COLOR IS 2.
               05 RCV-AMOUNT-FIELD LINE 15 COL 61 PIC 999
                   USING RCV-AMOUNT-ENTRY.
               05 LINE 16 COL 20 VALUE "Damage to: "
                   FOREGROUND-COLOR IS 2.
               05 RCV-DETAIL-FIELD LINE 16 COL 31 PIC X(20)
                   USING RCV-DETAIL-ENTRY.
               05 LINE 18 COL 20 VALUE
                   "(c) Raise damage charge  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 PIC X(40) USING RCV-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RECEIVABLES-DESK-FIELD LINE 21 COL 26 PIC X
                   USING RCV-CHOICE.

           01 MUSTER-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Emergency muster"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Muster in progress: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 40 PIC ZZZ9 USING WS-MST-ID
                   HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 8 COL 20 VALUE "Reason: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 28 PIC X(30) USING WS-MST-REASON
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE "Declared: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 30 PIC X(12) USING WS-MST-DECLARED
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 44 VALUE "By: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 48 PIC X(16) USING WS-MST-BY
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Checked in so far: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 39 PIC ZZZ9 USING WS-MST-CHECKED-IN
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 VALUE "Reason for muster: "
                   FOREGROUND-COLOR IS 2.
               05 MST-REASON-FIELD LINE 12 COL 39 PIC X(30)
                   USING MST-REASON-ENTRY.
               05 LINE 14 COL 20 VALUE
                   "(d) Declare  (r) Roll call  (s) Stand down"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 PIC X(40) USING MST-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 MUSTER-DESK-FIELD LINE 18 COL 26 PIC X
                   USING MST-CHOICE.

           01 VITAL-RECORDS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Vital records register"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "This year - births: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 40 PIC ZZZ9 USING WS-VTL-YEAR-BIRTHS
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 46 VALUE "deaths: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 54 PIC ZZZ9 USING WS-VTL-YEAR-DEATHS
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 60 VALUE "marriages: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 71 PIC ZZZ9 USING WS-VTL-YEAR-MARRIAGES
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "Event (b) birth (d) death (m) marriage: "
                   FOREGROUND-COLOR IS 2.
               05 VRG-EVENT-FIELD LINE 8 COL 60 PIC X
                   USING VRG-EVENT-ENTRY.
               05 LINE 9 COL 20 VALUE "Child / deceased / spouse: "
                   FOREGROUND-COLOR IS 2.
               05 VRG-MEMBER-FIELD LINE 9 COL 47 PIC X(16)
                   USING VRG-MEMBER-ENTRY.
               05 LINE 10 COL 20 VALUE "Parent / other spouse:     "
                   FOREGROUND-COLOR IS 2.
               05 VRG-RELATED-FIELD LINE 10 COL 47 PIC X(16)
                   USING VRG-RELATED-ENTRY.
               05 LINE 11 COL 20 VALUE "Date (YYYYMMDD):           "
                   FOREGROUND-COLOR IS 2.
               05 VRG-DATE-FIELD LINE 11 COL 47 PIC X(8)
                   USING VRG-DATE-ENTRY.
               05 LINE 12 COL 20 VALUE "Sector:                    "
                   FOREGROUND-COLOR IS 2.
               05 VRG-SECTOR-FIELD LINE 12 COL 47 PIC X(20)
                   USING VRG-SECTOR-ENTRY.
               05 LINE 13 COL 20 VALUE "Detail:                    "
                   FOREGROUND-COLOR IS 2.
               05 VRG-DETAIL-FIELD LINE 13 COL 47 PIC X(30)
                   USING VRG-DETAIL-ENTRY.
               05 LINE 14 COL 20 VALUE "Report year:               "
                   FOREGROUND-COLOR IS 2.
               05 VRG-YEAR-FIELD LINE 14 COL 47 PIC X(4)
                   USING VRG-YEAR-ENTRY.
               05 LINE 16 COL 20 VALUE
                   "(r) Record event  (h) Household link"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE
                   "(p) Population report  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 PIC X(40) USING VRG-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 VITAL-RECORDS-FIELD LINE 20 COL 26 PIC X
                   USING VRG-CHOICE.

           01 INSURANCE-CLAIMS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Insurance claims awaiting review"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Member           Amt  Filed     What broke"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-ICQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(16) USING WS-ICQ-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC ZZ9 USING WS-ICQ-AMOUNT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(8) USING WS-ICQ-FILED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 55 PIC X(30) USING WS-ICQ-DETAIL(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-ICQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-ICQ-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC ZZ9 USING WS-ICQ-AMOUNT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC X(8) USING WS-ICQ-FILED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC X(30) USING WS-ICQ-DETAIL(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-ICQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-ICQ-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC ZZ9 USING WS-ICQ-AMOUNT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(8) USING WS-ICQ-FILED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC X(30) USING WS-ICQ-DETAIL(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-ICQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-ICQ-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC ZZ9 USING WS-ICQ-AMOUNT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 45 PIC X(8) USING WS-ICQ-FILED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 55 PIC X(30) USING WS-ICQ-DETAIL(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-ICQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-ICQ-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC ZZ9 USING WS-ICQ-AMOUNT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 45 PIC X(8) USING WS-ICQ-FILED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 55 PIC X(30) USING WS-ICQ-DETAIL(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Pool reserve: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 34 PIC -(6)9 USING WS-ICQ-RESERVE
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Entry #: "
                   FOREGROUND-COLOR IS 2.
               05 ICQ-SEQ-FIELD LINE 16 COL 29 PIC 9
                   USING ICQ-SEQ-ENTRY.
               05 LINE 16 COL 35 VALUE "(a) Approve  (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 ICQ-DECISION-FIELD LINE 16 COL 60 PIC X
                   USING ICQ-DECISION.
               05 LINE 18 COL 20 PIC X(40) USING ICQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "(d) Decide  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ICQ-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING ICQ-CHOICE.

           01 LOAN-ARREARS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Loans in arrears"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Member           Owing  Arrs   Fees Days Aged"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-LAR-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(16) USING WS-LAR-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC ZZZZ9 USING WS-LAR-BALANCE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 47 PIC ZZZZ9 USING WS-LAR-ARREARS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 54 PIC ZZZZ9 USING WS-LAR-FEES(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 61 PIC ZZ9 USING WS-LAR-DAYS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 66 PIC X(5) USING WS-LAR-BUCKET(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-LAR-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-LAR-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC ZZZZ9 USING WS-LAR-BALANCE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 47 PIC ZZZZ9 USING WS-LAR-ARREARS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 54 PIC ZZZZ9 USING WS-LAR-FEES(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 61 PIC ZZ9 USING WS-LAR-DAYS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 66 PIC X(5) USING WS-LAR-BUCKET(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-LAR-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-LAR-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC ZZZZ9 USING WS-LAR-BALANCE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 47 PIC ZZZZ9 USING WS-LAR-ARREARS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 54 PIC ZZZZ9 USING WS-LAR-FEES(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 61 PIC ZZ9 USING WS-LAR-DAYS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 66 PIC X(5) USING WS-LAR-BUCKET(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-LAR-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-LAR-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC ZZZZ9 USING WS-LAR-BALANCE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 47 PIC ZZZZ9 USING WS-LAR-ARREARS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 54 PIC ZZZZ9 USING WS-LAR-FEES(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 61 PIC ZZ9 USING WS-LAR-DAYS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 66 PIC X(5) USING WS-LAR-BUCKET(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-LAR-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-LAR-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC ZZZZ9 USING WS-LAR-BALANCE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 47 PIC ZZZZ9 USING WS-LAR-ARREARS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 54 PIC ZZZZ9 USING WS-LAR-FEES(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 61 PIC ZZ9 USING WS-LAR-DAYS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 66 PIC X(5) USING WS-LAR-BUCKET(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE
                   "Only loans over 30 days late can be written off."
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Entry #: "
                   FOREGROUND-COLOR IS 2.
               05 LAR-SEQ-FIELD LINE 16 COL 29 PIC 9
                   USING LAR-SEQ-ENTRY.
               05 LINE 18 COL 20 PIC X(40) USING LAR-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "(w) Write off  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 LAR-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING LAR-CHOICE.

           01 SUGGESTION-QUEUE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Suggestion box queue"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "Category filter (blank = all): "
                   FOREGROUND-COLOR IS 2.
               05 SQ-CATEGORY-FIELD LINE 6 COL 51 PIC X(10)
                   USING SQ-CATEGORY-FILTER.
               05 LINE 8 COL 20 VALUE
                   "#  Track   Category   Item                  Raised"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-SQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC 9(6) USING WS-SQ-TRACKING(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 31 PIC X(10) USING WS-SQ-CATEGORY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 42 PIC X(40) USING WS-SQ-TEXT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 84 PIC X(8) USING WS-SQ-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-SQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC 9(6) USING WS-SQ-TRACKING(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 31 PIC X(10) USING WS-SQ-CATEGORY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 42 PIC X(40) USING WS-SQ-TEXT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 84 PIC X(8) USING WS-SQ-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-SQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 9(6) USING WS-SQ-TRACKING(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 31 PIC X(10) USING WS-SQ-CATEGORY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 42 PIC X(40) USING WS-SQ-TEXT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 84 PIC X(8) USING WS-SQ-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-SQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC 9(6) USING WS-SQ-TRACKING(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 31 PIC X(10) USING WS-SQ-CATEGORY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 42 PIC X(40) USING WS-SQ-TEXT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 84 PIC X(8) USING WS-SQ-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-SQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC 9(6) USING WS-SQ-TRACKING(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 31 PIC X(10) USING WS-SQ-CATEGORY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 42 PIC X(40) USING WS-SQ-TEXT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 84 PIC X(8) USING WS-SQ-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Resolve #: "
                   FOREGROUND-COLOR IS 2.
               05 SQ-SEQ-FIELD LINE 15 COL 31 PIC 9
                   USING SQ-RESOLVE-SEQ-ENTRY.
               05 LINE 15 COL 35 VALUE
                   "(p) In progress (a) Answered (z) Closed: "
                   FOREGROUND-COLOR IS 2.
               05 SQ-DECISION-FIELD LINE 15 COL 77 PIC X
                   USING SQ-RESOLVE-DECISION.
               05 LINE 16 COL 20 VALUE "Response: "
                   FOREGROUND-COLOR IS 2.
               05 SQ-RESPONSE-FIELD LINE 16 COL 30 PIC X(60)
                   USING SQ-RESPONSE-ENTRY.
               05 LINE 18 COL 20 PIC X(40) USING SQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 SUGGESTION-QUEUE-FIELD LINE 21 COL 26 PIC X
                   USING SUGGESTION-QUEUE-CHOICE.

           01 MANUSCRIPT-QUEUE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Manuscripts awaiting review"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Id    Author        Title"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-MQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC 9(4) USING WS-MQ-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 29 PIC X(12) USING WS-MQ-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 43 PIC X(31) USING WS-MQ-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-MQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC 9(4) USING WS-MQ-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 29 PIC X(12) USING WS-MQ-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 43 PIC X(31) USING WS-MQ-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-MQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 9(4) USING WS-MQ-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 29 PIC X(12) USING WS-MQ-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 43 PIC X(31) USING WS-MQ-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-MQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC 9(4) USING WS-MQ-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 29 PIC X(12) USING WS-MQ-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 43 PIC X(31) USING WS-MQ-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-MQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC 9(4) USING WS-MQ-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 29 PIC X(12) USING WS-MQ-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 43 PIC X(31) USING WS-MQ-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Resolve #: "
                   FOREGROUND-COLOR IS 2.
               05 MQ-SEQ-FIELD LINE 15 COL 31 PIC 9
                   USING MQ-RESOLVE-SEQ-ENTRY.
               05 LINE 15 COL 35 VALUE
                   "(a) Accept (c) Changes (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 MQ-DECISION-FIELD LINE 15 COL 71 PIC X
                   USING MQ-RESOLVE-DECISION.
               05 LINE 16 COL 20 VALUE "Comment: "
                   FOREGROUND-COLOR IS 2.
               05 MQ-NOTE-FIELD LINE 16 COL 29 PIC X(40)
                   USING MQ-RESOLVE-NOTE.
               05 LINE 18 COL 20 PIC X(40) USING MQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 MANUSCRIPT-QUEUE-FIELD LINE 21 COL 26 PIC X
                   USING MANUSCRIPT-QUEUE-CHOICE.

           01 BOARD-MODERATORS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Board moderators" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "Boards: TRADE GENERAL LIBRARY NOTICES"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Assign - board: "
                   FOREGROUND-COLOR IS 2.
               05 BM-BOARD-FIELD LINE 10 COL 36 PIC X(8)
                   USING BM-BOARD-ENTRY.
               05 LINE 10 COL 46 VALUE "admin: "
                   FOREGROUND-COLOR IS 2.
               05 BM-ADMIN-FIELD LINE 10 COL 53 PIC X(16)
                   USING BM-ADMIN-ENTRY.
               05 LINE 12 COL 20 VALUE "Move thread #: "
                   FOREGROUND-COLOR IS 2.
               05 BM-MOVE-THREAD-FIELD LINE 12 COL 35 PIC 999
                   USING BM-MOVE-THREAD-ENTRY.
               05 LINE 12 COL 40 VALUE "to board: "
                   FOREGROUND-COLOR IS 2.
               05 BM-MOVE-BOARD-FIELD LINE 12 COL 50 PIC X(8)
                   USING BM-MOVE-BOARD-ENTRY.
               05 LINE 13 COL 20 VALUE "Restore archived thread #: "
                   FOREGROUND-COLOR IS 2.
               05 BM-RESTORE-FIELD LINE 13 COL 47 PIC 999
                   USING BM-RESTORE-ENTRY.
               05 LINE 14 COL 20 VALUE
                   "(a) Assign  (m) Move  (r) Restore  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING BM-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BM-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING BM-CHOICE.

           01 VISITOR-PASS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Visitor Day Passes" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "A day pass expires tonight; any credits left"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 VALUE
                   "sweep to the house and the account closes."
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Visitor name:   "
                   FOREGROUND-COLOR IS 2.
               05 VISITOR-NAME-FIELD LINE 13 COL 46 PIC X(16)
                   USING VISITOR-NAME-ENTRY.
               05 LINE 14 COL 30 VALUE "Day password:   "
                   FOREGROUND-COLOR IS 2.
               05 VISITOR-PASSWORD-FIELD LINE 14 COL 46 PIC X(20)
                   USING VISITOR-PASSWORD-ENTRY.
               05 LINE 16 COL 30 VALUE "(s) Issue pass  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(40)
                   USING VISITOR-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 VISITOR-CHOICE-FIELD LINE 20 COL 36 PIC X
                   USING VISITOR-CHOICE.

           01 BLOCK-LOOKUP-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Block list lookup"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Member: "
                   FOREGROUND-COLOR IS 2.
               05 BLK-MEMBER-FIELD LINE 6 COL 28 PIC X(16)
                   USING BLK-MEMBER-ENTRY.
               05 LINE 8 COL 20 VALUE "Blocked by members:      "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 46 PIC ZZZ9 USING BLK-BLOCKED-BY
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE "Members they block:      "
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 46 PIC ZZZ9 USING BLK-BLOCKING
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Their contacts refused: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC ZZZZ9 USING BLK-REFUSED
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(40)
                   USING BLK-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 VALUE "(s) Search  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BLK-CHOICE-FIELD LINE 15 COL 26 PIC X
                   USING BLK-CHOICE.

           01 AUDIT-INQUIRY-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Audit trail inquiry"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE "Admin:   "
                   FOREGROUND-COLOR IS 2.
               05 AQ-ADMIN-FIELD LINE 6 COL 29 PIC X(16)
                   USING AQ-ADMIN-FILTER.
               05 LINE 6 COL 48 VALUE "Account: "
                   FOREGROUND-COLOR IS 2.
               05 AQ-ACCOUNT-FIELD LINE 6 COL 57 PIC X(8)
                   USING AQ-ACCOUNT-FILTER.
               05 LINE 7 COL 20 VALUE "Action:  "
                   FOREGROUND-COLOR IS 2.
               05 AQ-ACTION-FIELD LINE 7 COL 29 PIC X(12)
                   USING AQ-ACTION-FILTER.
               05 LINE 7 COL 48 VALUE "From:    "
                   FOREGROUND-COLOR IS 2.
               05 AQ-FROM-FIELD LINE 7 COL 57 PIC X(8)
                   USING AQ-FROM-FILTER.
               05 LINE 7 COL 67 VALUE "To: "
                   FOREGROUND-COLOR IS 2.
               05 AQ-TO-FIELD LINE 7 COL 71 PIC X(8)
                   USING AQ-TO-FILTER.
               05 LINE 9 COL 20 PIC X(60) USING WS-AQ-LINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(60) USING WS-AQ-LINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(60) USING WS-AQ-LINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(60) USING WS-AQ-LINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(60) USING WS-AQ-LINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(60) USING WS-AQ-LINE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(60) USING WS-AQ-LINE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(60) USING WS-AQ-LINE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "Matches: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 29 PIC 9(6) USING WS-AQ-MATCHES
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 PIC X(40) USING AQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE
                   "(s) Search  (n) Next page  (e) Export  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 AQ-CHOICE-FIELD LINE 22 COL 26 PIC X
                   USING AQ-CHOICE.

           01 RECERT-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Quarterly access recertificatio
      -            "n" UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Campaign: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 30 PIC X(6) USING WS-RC-OPEN-ID
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 40 VALUE "Deadline: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 50 PIC X(8) USING WS-RC-DEADLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 62 VALUE "Unattested: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 74 PIC 999 USING WS-RC-PENDING
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE "#  Admin            Role"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-RI-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-RI-ADMIN(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC X(10) USING WS-RI-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-RI-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-RI-ADMIN(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC X(10) USING WS-RI-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-RI-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-RI-ADMIN(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC X(10) USING WS-RI-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-RI-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-RI-ADMIN(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC X(10) USING WS-RI-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9 USING WS-RI-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC X(16) USING WS-RI-ADMIN(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 40 PIC X(10) USING WS-RI-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Attest #: "
                   FOREGROUND-COLOR IS 2.
               05 RI-SEQ-FIELD LINE 16 COL 30 PIC 9
                   USING RI-RESOLVE-SEQ-ENTRY.
               05 LINE 16 COL 34 VALUE
                   "(c) Confirm  (r) Revoke role: "
                   FOREGROUND-COLOR IS 2.
               05 RI-DECISION-FIELD LINE 16 COL 65 PIC X
                   USING RI-RESOLVE-DECISION.
               05 LINE 18 COL 20 PIC X(40)
                   USING RECERT-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(o) Open campaign  (z) Close  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RECERT-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING RECERT-CHOICE.

           01 ESTATE-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Estate Desk" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "Opening an estate freezes the account; it"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 VALUE
                   "settles to the beneficiary after thirty days."
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Deceased member: "
                   FOREGROUND-COLOR IS 2.
               05 ESTATE-USERNAME-FIELD LINE 13 COL 47 PIC X(16)
                   USING ESTATE-USERNAME-ENTRY.
               05 LINE 15 COL 30 VALUE "(o) Open estate  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 PIC X(40)
                   USING ESTATE-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ESTATE-CHOICE-FIELD LINE 19 COL 36 PIC X
                   USING ESTATE-CHOICE.

           01 FRAUD-QUEUE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Fraud velocity review queue"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Member           Rule                  Flagged"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-FQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(16) USING WS-FQ-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC X(20) USING WS-FQ-RULE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 62 PIC X(8) USING WS-FQ-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-FQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-FQ-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC X(20) USING WS-FQ-RULE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 62 PIC X(8) USING WS-FQ-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-FQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-FQ-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC X(20) USING WS-FQ-RULE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 62 PIC X(8) USING WS-FQ-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-FQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-FQ-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC X(20) USING WS-FQ-RULE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 62 PIC X(8) USING WS-FQ-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-FQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-FQ-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC X(20) USING WS-FQ-RULE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 62 PIC X(8) USING WS-FQ-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Resolve #: "
                   FOREGROUND-COLOR IS 2.
               05 FQ-SEQ-FIELD LINE 15 COL 31 PIC 9
                   USING FQ-RESOLVE-SEQ-ENTRY.
               05 LINE 15 COL 35 VALUE
                   "(c) Clear  (e) Escalate: "
                   FOREGROUND-COLOR IS 2.
               05 FQ-DECISION-FIELD LINE 15 COL 61 PIC X
                   USING FQ-RESOLVE-DECISION.
               05 LINE 17 COL 20 PIC X(40) USING FQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 FRAUD-QUEUE-FIELD LINE 20 COL 26 PIC X
                   USING FRAUD-QUEUE-CHOICE.

           01 PARTNER-EXCHANGE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Partner vault exchange"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "Code  Vault                Out     In      Key"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC X(4) USING WS-FED-CODE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 26 PIC X(20) USING WS-FED-NAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 47 PIC 9(6) USING WS-FED-EXP(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 55 PIC 9(6) USING WS-FED-IMP(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 63 PIC 9(4) USING WS-FED-GEN(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(4) USING WS-FED-CODE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 26 PIC X(20) USING WS-FED-NAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 47 PIC 9(6) USING WS-FED-EXP(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 55 PIC 9(6) USING WS-FED-IMP(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 63 PIC 9(4) USING WS-FED-GEN(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(4) USING WS-FED-CODE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(20) USING WS-FED-NAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 47 PIC 9(6) USING WS-FED-EXP(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC 9(6) USING WS-FED-IMP(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 63 PIC 9(4) USING WS-FED-GEN(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(4) USING WS-FED-CODE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 26 PIC X(20) USING WS-FED-NAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 47 PIC 9(6) USING WS-FED-EXP(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC 9(6) USING WS-FED-IMP(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 63 PIC 9(4) USING WS-FED-GEN(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 VALUE "Add partner - code: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-PARTNER-CODE-FIELD LINE 13 COL 40 PIC X(4)
                   USING NEW-PARTNER-CODE.
               05 LINE 13 COL 47 VALUE "Name: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-PARTNER-NAME-FIELD LINE 13 COL 53 PIC X(20)
                   USING NEW-PARTNER-NAME.
               05 LINE 14 COL 20 VALUE "Run for code: "
                   FOREGROUND-COLOR IS 2.
               05 FED-RUN-CODE-FIELD LINE 14 COL 34 PIC X(4)
                   USING FED-RUN-CODE.
               05 LINE 14 COL 40 VALUE "New shared key: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-PARTNER-KEY-FIELD LINE 14 COL 56 PIC X(20)
                   USING NEW-PARTNER-KEY.
               05 LINE 16 COL 20 VALUE "Last import error: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 39 PIC X(54) USING WS-LAST-FED-ERROR
                   HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 18 COL 20 PIC X(40) USING FED-ADMIN-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(a) Add partner  (x) Export  (i) Import  (k) Set
      -            " key  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 FED-ADMIN-FIELD LINE 21 COL 26 PIC X
                   USING FED-ADMIN-CHOICE.

           01 HANDOVER-ADMIN-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Shift handover log" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 PIC X(8) USING WS-HOB-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 30 PIC X(16) USING WS-HOB-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 48 PIC X(60) USING WS-HOB-NOTE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 110 PIC XX USING WS-HOB-ACK(1)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 7 COL 20 PIC X(8) USING WS-HOB-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 30 PIC X(16) USING WS-HOB-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 48 PIC X(60) USING WS-HOB-NOTE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 110 PIC XX USING WS-HOB-ACK(2)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 8 COL 20 PIC X(8) USING WS-HOB-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 30 PIC X(16) USING WS-HOB-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 48 PIC X(60) USING WS-HOB-NOTE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 110 PIC XX USING WS-HOB-ACK(3)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 9 COL 20 PIC X(8) USING WS-HOB-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 30 PIC X(16) USING WS-HOB-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 48 PIC X(60) USING WS-HOB-NOTE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 110 PIC XX USING WS-HOB-ACK(4)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 10 COL 20 PIC X(8) USING WS-HOB-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 PIC X(16) USING WS-HOB-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 48 PIC X(60) USING WS-HOB-NOTE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 110 PIC XX USING WS-HOB-ACK(5)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 11 COL 20 PIC X(8) USING WS-HOB-DATE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 PIC X(16) USING WS-HOB-AUTHOR(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 48 PIC X(60) USING WS-HOB-NOTE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 110 PIC XX USING WS-HOB-ACK(6)
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 13 COL 20 VALUE "New note: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-HANDOVER-FIELD LINE 13 COL 30 PIC X(60)
                   USING NEW-HANDOVER-NOTE.
               05 LINE 14 COL 20 VALUE "Queue ref (optional): "
                   FOREGROUND-COLOR IS 2.
               05 NEW-HANDOVER-QUEUE-FIELD LINE 14 COL 42 PIC X(16)
                   USING NEW-HANDOVER-QUEUE.
               05 LINE 16 COL 20 PIC X(40)
                   USING HANDOVER-ADMIN-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "(s) Save note  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 HANDOVER-ADMIN-FIELD LINE 19 COL 26 PIC X
                   USING HANDOVER-ADMIN-CHOICE.

           01 EVENTS-ADMIN-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Events maintenance" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "New event - date (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 NEW-EVENT-DATE-FIELD LINE 7 COL 49 PIC X(8)
                   USING NEW-EVENT-DATE.
               05 LINE 7 COL 60 VALUE "Time (HH:MM): "
                   FOREGROUND-COLOR IS 2.
               05 NEW-EVENT-TIME-FIELD LINE 7 COL 74 PIC X(5)
                   USING NEW-EVENT-TIME.
               05 LINE 8 COL 20 VALUE "Description: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-EVENT-DESC-FIELD LINE 8 COL 33 PIC X(40)
                   USING NEW-EVENT-DESC.
               05 LINE 8 COL 76 VALUE "Capacity: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-EVENT-CAP-FIELD LINE 8 COL 86 PIC 999
                   USING NEW-EVENT-CAPACITY.
               05 LINE 9 COL 20 VALUE "Ticket price (0 = free): "
                   FOREGROUND-COLOR IS 2.
               05 NEW-EVENT-PRICE-FIELD LINE 9 COL 45 PIC 999
                   USING NEW-EVENT-PRICE.
               05 LINE 10 COL 20 VALUE "Attendees for event id: "
                   FOREGROUND-COLOR IS 2.
               05 EVENT-VIEW-FIELD LINE 10 COL 44 PIC 9(4)
                   USING EVENT-VIEW-ID.
               05 LINE 11 COL 22 PIC X(16) USING WS-ATT-NAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC X(16) USING WS-ATT-NAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 58 PIC X(16) USING WS-ATT-NAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 76 PIC X(16) USING WS-ATT-NAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 22 PIC X(16) USING WS-ATT-NAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC X(16) USING WS-ATT-NAME(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 58 PIC X(16) USING WS-ATT-NAME(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 76 PIC X(16) USING WS-ATT-NAME(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(40)
                   USING EVENT-ADMIN-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 VALUE
                   "(s) Save event  (v) View attendees  (r) Send rem
      -            "inders  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE
                   "(c) Cancel event id and refund tickets"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 EVENT-ADMIN-FIELD LINE 18 COL 26 PIC X
                   USING EVENT-ADMIN-CHOICE.

           01 WELFARE-QUEUE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 25 VALUE "Welfare officer queue"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 25 VALUE
                   "#  Member           Week loss  Flagged"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 25 PIC 9 USING WS-WQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(16) USING WS-WQ-USERNAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC 9(5) USING WS-WQ-LOSSES(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 55 PIC X(8) USING WS-WQ-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 25 PIC 9 USING WS-WQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC X(16) USING WS-WQ-USERNAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC 9(5) USING WS-WQ-LOSSES(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC X(8) USING WS-WQ-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC 9 USING WS-WQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(16) USING WS-WQ-USERNAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC 9(5) USING WS-WQ-LOSSES(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC X(8) USING WS-WQ-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC 9 USING WS-WQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 28 PIC X(16) USING WS-WQ-USERNAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 45 PIC 9(5) USING WS-WQ-LOSSES(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 55 PIC X(8) USING WS-WQ-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 PIC 9 USING WS-WQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 28 PIC X(16) USING WS-WQ-USERNAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 45 PIC 9(5) USING WS-WQ-LOSSES(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 55 PIC X(8) USING WS-WQ-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 25 VALUE
                   "Games outside return-to-player tolerance"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 25 VALUE
                   "#  Game      Month    RTP%    Set%    Plays"
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 25 PIC 9 USING WS-GV-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 28 PIC X(8) USING WS-GV-GAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 38 PIC X(6) USING WS-GV-MONTH(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 46 PIC ZZZ9.9 USING WS-GV-ACTUAL(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 54 PIC ZZZ9.9 USING WS-GV-SET(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 61 PIC ZZZZZZ9 USING WS-GV-PLAYS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 25 PIC 9 USING WS-GV-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 28 PIC X(8) USING WS-GV-GAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 38 PIC X(6) USING WS-GV-MONTH(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 46 PIC ZZZ9.9 USING WS-GV-ACTUAL(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 54 PIC ZZZ9.9 USING WS-GV-SET(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 61 PIC ZZZZZZ9 USING WS-GV-PLAYS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 25 PIC 9 USING WS-GV-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 28 PIC X(8) USING WS-GV-GAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 38 PIC X(6) USING WS-GV-MONTH(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 46 PIC ZZZ9.9 USING WS-GV-ACTUAL(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 54 PIC ZZZ9.9 USING WS-GV-SET(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 61 PIC ZZZZZZ9 USING WS-GV-PLAYS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 25 VALUE "Mark member # handled: "
                   FOREGROUND-COLOR IS 2.
               05 WQ-SEQ-FIELD LINE 21 COL 48 PIC 9
                   USING WQ-SEQ-ENTRY.
               05 LINE 21 COL 52 VALUE "Game # reviewed: "
                   FOREGROUND-COLOR IS 2.
               05 GV-SEQ-FIELD LINE 21 COL 69 PIC 9
                   USING GV-SEQ-ENTRY.
               05 LINE 22 COL 25 PIC X(40) USING WQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 25 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 WQ-CHOICE-FIELD LINE 24 COL 31 PIC X
                   USING WQ-CHOICE.

           01 TRIVIA-BANK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Trivia question bank"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 PIC 9(4) USING WS-TQ-LIST-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 26 PIC X(12) USING WS-TQ-LIST-CAT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 40 PIC X(60) USING WS-TQ-LIST-TEXT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9(4) USING WS-TQ-LIST-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 26 PIC X(12) USING WS-TQ-LIST-CAT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 40 PIC X(60) USING WS-TQ-LIST-TEXT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9(4) USING WS-TQ-LIST-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 26 PIC X(12) USING WS-TQ-LIST-CAT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 40 PIC X(60) USING WS-TQ-LIST-TEXT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-TQ-LIST-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 26 PIC X(12) USING WS-TQ-LIST-CAT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC X(60) USING WS-TQ-LIST-TEXT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-TQ-LIST-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(12) USING WS-TQ-LIST-CAT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC X(60) USING WS-TQ-LIST-TEXT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 VALUE "New question: "
                   FOREGROUND-COLOR IS 2.
               05 TQ-QUESTION-FIELD LINE 12 COL 34 PIC X(60)
                   USING TQ-NEW-QUESTION.
               05 LINE 13 COL 20 VALUE "1:"
                   FOREGROUND-COLOR IS 2.
               05 TQ-OPT-1-FIELD LINE 13 COL 23 PIC X(20)
                   USING TQ-NEW-OPT-1.
               05 LINE 13 COL 45 VALUE "2:"
                   FOREGROUND-COLOR IS 2.
               05 TQ-OPT-2-FIELD LINE 13 COL 48 PIC X(20)
                   USING TQ-NEW-OPT-2.
               05 LINE 14 COL 20 VALUE "3:"
                   FOREGROUND-COLOR IS 2.
               05 TQ-OPT-3-FIELD LINE 14 COL 23 PIC X(20)
                   USING TQ-NEW-OPT-3.
               05 LINE 14 COL 45 VALUE "4:"
                   FOREGROUND-COLOR IS 2.
               05 TQ-OPT-4-FIELD LINE 14 COL 48 PIC X(20)
                   USING TQ-NEW-OPT-4.
               05 LINE 15 COL 20 VALUE "Answer (1-4): "
                   FOREGROUND-COLOR IS 2.
               05 TQ-ANSWER-FIELD LINE 15 COL 34 PIC 9
                   USING TQ-NEW-ANSWER.
               05 LINE 15 COL 38 VALUE "Category: "
                   FOREGROUND-COLOR IS 2.
               05 TQ-CATEGORY-FIELD LINE 15 COL 48 PIC X(12)
                   USING TQ-NEW-CATEGORY.
               05 LINE 15 COL 63 VALUE "Difficulty (e/h): "
                   FOREGROUND-COLOR IS 2.
               05 TQ-DIFFICULTY-FIELD LINE 15 COL 81 PIC X
                   USING TQ-NEW-DIFFICULTY.
               05 LINE 16 COL 20 VALUE "Retire id: "
                   FOREGROUND-COLOR IS 2.
               05 TQ-RETIRE-FIELD LINE 16 COL 31 PIC 9(4)
                   USING TQ-RETIRE-ID.
               05 LINE 18 COL 20 PIC X(40) USING TQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(s) Add question  (d) Retire id  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 TQ-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING TQ-CHOICE.

           01 LIBRARY-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Library lending desk"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "Title                           Member
      -            "     Due       Status"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC X(31) USING WS-DESK-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 52 PIC X(16) USING WS-DESK-MEMBER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 69 PIC X(8) USING WS-DESK-DUE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 79 PIC X(8) USING WS-DESK-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC X(31) USING WS-DESK-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 52 PIC X(16) USING WS-DESK-MEMBER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 69 PIC X(8) USING WS-DESK-DUE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 79 PIC X(8) USING WS-DESK-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(31) USING WS-DESK-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 52 PIC X(16) USING WS-DESK-MEMBER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 69 PIC X(8) USING WS-DESK-DUE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 79 PIC X(8) USING WS-DESK-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(31) USING WS-DESK-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 52 PIC X(16) USING WS-DESK-MEMBER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 69 PIC X(8) USING WS-DESK-DUE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 79 PIC X(8) USING WS-DESK-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(31) USING WS-DESK-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 52 PIC X(16) USING WS-DESK-MEMBER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 69 PIC X(8) USING WS-DESK-DUE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 79 PIC X(8) USING WS-DESK-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(31) USING WS-DESK-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 52 PIC X(16) USING WS-DESK-MEMBER(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 69 PIC X(8) USING WS-DESK-DUE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 79 PIC X(8) USING WS-DESK-STATUS(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(31) USING WS-DESK-TITLE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 52 PIC X(16) USING WS-DESK-MEMBER(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 69 PIC X(8) USING WS-DESK-DUE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 79 PIC X(8) USING WS-DESK-STATUS(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(31) USING WS-DESK-TITLE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 52 PIC X(16) USING WS-DESK-MEMBER(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 69 PIC X(8) USING WS-DESK-DUE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 79 PIC X(8) USING WS-DESK-STATUS(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Set copies - title: "
                   FOREGROUND-COLOR IS 2.
               05 COPIES-TITLE-FIELD LINE 16 COL 40 PIC X(31)
                   USING COPIES-TITLE-ENTRY.
               05 LINE 16 COL 74 VALUE "Count: "
                   FOREGROUND-COLOR IS 2.
               05 COPIES-COUNT-FIELD LINE 16 COL 81 PIC 99
                   USING COPIES-COUNT-ENTRY.
               05 LINE 18 COL 20 PIC X(40) USING DESK-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "(s) Save copies  (d) Delete
      -            " review by title+member  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE "(a) Acquisition requests"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 46 VALUE "(h) Shelf audit"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 VALUE "Member (for review delete): "
                   FOREGROUND-COLOR IS 2.
               05 DESK-MEMBER-FIELD LINE 17 COL 48 PIC X(16)
                   USING DESK-MEMBER-ENTRY.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 DESK-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING DESK-CHOICE.

           01 LIBRARY-SHELF-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Library shelf audit" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE "Titles counted:  "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 37 PIC 999 USING SHF-COUNTED-LINES
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 41 VALUE "of"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 44 PIC 999 USING SHF-LINES
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Title:           "
                   FOREGROUND-COLOR IS 2.
               05 SHF-TITLE-FIELD LINE 10 COL 37 PIC X(31)
                   USING SHF-TITLE-ENTRY.
               05 LINE 11 COL 20 VALUE "Copies on shelf: "
                   FOREGROUND-COLOR IS 2.
               05 SHF-COUNT-FIELD LINE 11 COL 37 PIC 99
                   USING SHF-COUNT-ENTRY.
               05 LINE 13 COL 20 VALUE
                   "(o) Open audit  (k) Key count  (m) Missing copies"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 VALUE "(g) Back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING SHF-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 SHF-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING SHF-CHOICE.

           01 LIBRARY-ACQ-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Library acquisition requests"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "Id    Title                           Author
      -            "       Votes Proposer"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9(4) USING WS-LA-LIST-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9(4) USING WS-LA-LIST-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-LA-LIST-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-LA-LIST-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-LA-LIST-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-LA-LIST-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-LA-LIST-ID(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9(4) USING WS-LA-LIST-ID(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 26 PIC X(31) USING WS-LA-LIST-TITLE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 58 PIC X(12) USING WS-LA-LIST-AUTHOR(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 71 PIC ZZZ9 USING WS-LA-LIST-VOTES(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 77 PIC X(16)
                   USING WS-LA-LIST-PROPOSER(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Book budget to date: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 41 PIC Z(6)9 USING WS-LA-BUDGET
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 50 VALUE "Approved: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 60 PIC Z(6)9 USING WS-LA-COMMITTED
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 69 VALUE "Left: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 75 PIC -(7)9 USING WS-LA-LEFT
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "Request id: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-ID-FIELD LINE 18 COL 32 PIC 9(4)
                   USING ACQ-ID-ENTRY.
               05 LINE 18 COL 40 VALUE "Est. cost (blank for default): "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-COST-FIELD LINE 18 COL 71 PIC 9(5)
                   USING ACQ-COST-ENTRY.
               05 LINE 19 COL 20 PIC X(40) USING ACQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(a) Approve and buy  (d) Decline  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ACQ-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING ACQ-CHOICE.

           01 MODERATION-QUEUE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Posts held for review"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "#  Id   Author           Title"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9 USING WS-HELD-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 23 PIC 999 USING WS-HELD-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 28 PIC X(16) USING WS-HELD-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 45 PIC X(50) USING WS-HELD-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-HELD-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC 999 USING WS-HELD-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(16) USING WS-HELD-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(50) USING WS-HELD-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-HELD-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC 999 USING WS-HELD-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC X(16) USING WS-HELD-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC X(50) USING WS-HELD-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-HELD-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 999 USING WS-HELD-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(16) USING WS-HELD-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(50) USING WS-HELD-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-HELD-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC 999 USING WS-HELD-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 28 PIC X(16) USING WS-HELD-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 45 PIC X(50) USING WS-HELD-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 VALUE "Resolve #: "
                   FOREGROUND-COLOR IS 2.
               05 MOD-SEQ-FIELD LINE 14 COL 31 PIC 9
                   USING MOD-SEQ-ENTRY.
               05 LINE 14 COL 35 VALUE "(a) Approve  (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 MOD-DECISION-FIELD LINE 14 COL 61 PIC X
                   USING MOD-DECISION.
               05 LINE 16 COL 20 VALUE "Blocked words: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 35 PIC X(60) USING WS-WORD-LIST-TEXT
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 VALUE "Add blocked word: "
                   FOREGROUND-COLOR IS 2.
               05 NEW-WORD-FIELD LINE 17 COL 38 PIC X(20)
                   USING NEW-BLOCKED-WORD.
               05 LINE 19 COL 20 PIC X(40) USING MOD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "(c) Chat reports  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 MOD-QUEUE-FIELD LINE 22 COL 26 PIC X
                   USING MOD-QUEUE-CHOICE.

           01 CHAT-REPORTS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Chat reports"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "# Id    Author           Reported by      Line"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9 USING WS-CRQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 22 PIC Z(4)9 USING WS-CRQ-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 28 PIC X(16) USING WS-CRQ-AUTHOR(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 45 PIC X(16) USING WS-CRQ-REPORTER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 62 PIC X(60) USING WS-CRQ-TEXT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9 USING WS-CRQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 22 PIC Z(4)9 USING WS-CRQ-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 28 PIC X(16) USING WS-CRQ-AUTHOR(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 45 PIC X(16) USING WS-CRQ-REPORTER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 62 PIC X(60) USING WS-CRQ-TEXT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-CRQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 22 PIC Z(4)9 USING WS-CRQ-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(16) USING WS-CRQ-AUTHOR(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(16) USING WS-CRQ-REPORTER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 62 PIC X(60) USING WS-CRQ-TEXT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-CRQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 22 PIC Z(4)9 USING WS-CRQ-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC X(16) USING WS-CRQ-AUTHOR(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC X(16) USING WS-CRQ-REPORTER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 62 PIC X(60) USING WS-CRQ-TEXT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-CRQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 22 PIC Z(4)9 USING WS-CRQ-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(16) USING WS-CRQ-AUTHOR(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(16) USING WS-CRQ-REPORTER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 62 PIC X(60) USING WS-CRQ-TEXT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 VALUE "In context:"
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(78) USING WS-CRQ-CTX-LINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(78) USING WS-CRQ-CTX-LINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(78) USING WS-CRQ-CTX-LINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 PIC X(78) USING WS-CRQ-CTX-LINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 PIC X(78) USING WS-CRQ-CTX-LINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 20 VALUE "Report #: "
                   FOREGROUND-COLOR IS 2.
               05 CRQ-SEQ-FIELD LINE 20 COL 30 PIC 9
                   USING CRQ-SEQ-ENTRY.
               05 LINE 20 COL 33 VALUE
                   "(v) View (d) Dismiss (r) Remove line (m) Mute: "
                   FOREGROUND-COLOR IS 2.
               05 CRQ-DECISION-FIELD LINE 20 COL 80 PIC X
                   USING CRQ-DECISION.
               05 LINE 21 COL 20 VALUE "Mute for days: "
                   FOREGROUND-COLOR IS 2.
               05 CRQ-MUTE-DAYS-FIELD LINE 21 COL 35 PIC Z9
                   USING CRQ-MUTE-DAYS.
               05 LINE 23 COL 20 PIC X(40) USING CRQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 CRQ-CHOICE-FIELD LINE 26 COL 26 PIC X
                   USING CRQ-CHOICE.

           01 REINSTATE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 25 VALUE "Reinstate Archived Member"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 25 VALUE "Username: "
                   FOREGROUND-COLOR IS 2.
               05 REINSTATE-NAME-FIELD LINE 8 COL 35 PIC X(16)
                   USING REINSTATE-NAME-ENTRY.
               05 LINE 10 COL 25 VALUE "On archive:" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 VALUE "Name:     "
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 36 PIC X(16) USING WS-ARCH-V-USERNAME
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 VALUE "Account:  "
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 36 PIC X(8) USING WS-ARCH-V-ACNT
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 VALUE "Credits:  "
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 36 PIC 999 USING WS-ARCH-V-CREDIT
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 25 VALUE "Location: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 36 PIC X(20) USING WS-ARCH-V-LOCATION
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 25 VALUE "Archived: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 36 PIC X(8) USING WS-ARCH-V-ARCHIVED
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 25 PIC X(40)
                   USING REINSTATE-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 25 VALUE
                   "(f) Find  (s) Reinstate  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 REINSTATE-CHOICE-FIELD LINE 20 COL 31 PIC X
                   USING REINSTATE-CHOICE.

           01 BREAK-GLASS-REVIEW-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Break-glass session review"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "#  Id   Overseer         Opened       Actions"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9 USING WS-BG-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 23 PIC 9(4) USING WS-BG-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 28 PIC X(16) USING WS-BG-ADMIN(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 45 PIC X(12) USING WS-BG-OPENED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 60 PIC ZZZ9 USING WS-BG-ACTIONS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 23 PIC X(60) USING WS-BG-REASON(1)
                   FOREGROUND-COLOR IS 5.
               05 LINE 9 COL 20 PIC 9 USING WS-BG-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC 9(4) USING WS-BG-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(16) USING WS-BG-ADMIN(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(12) USING WS-BG-OPENED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 60 PIC ZZZ9 USING WS-BG-ACTIONS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(60) USING WS-BG-REASON(2)
                   FOREGROUND-COLOR IS 5.
               05 LINE 11 COL 20 PIC 9 USING WS-BG-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 9(4) USING WS-BG-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(16) USING WS-BG-ADMIN(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(12) USING WS-BG-OPENED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 60 PIC ZZZ9 USING WS-BG-ACTIONS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(60) USING WS-BG-REASON(3)
                   FOREGROUND-COLOR IS 5.
               05 LINE 13 COL 20 PIC 9 USING WS-BG-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC 9(4) USING WS-BG-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 28 PIC X(16) USING WS-BG-ADMIN(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 45 PIC X(12) USING WS-BG-OPENED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 60 PIC ZZZ9 USING WS-BG-ACTIONS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC X(60) USING WS-BG-REASON(4)
                   FOREGROUND-COLOR IS 5.
               05 LINE 15 COL 20 PIC 9 USING WS-BG-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 23 PIC 9(4) USING WS-BG-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 28 PIC X(16) USING WS-BG-ADMIN(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 45 PIC X(12) USING WS-BG-OPENED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 60 PIC ZZZ9 USING WS-BG-ACTIONS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 23 PIC X(60) USING WS-BG-REASON(5)
                   FOREGROUND-COLOR IS 5.
               05 LINE 18 COL 20 VALUE "Session #: "
                   FOREGROUND-COLOR IS 2.
               05 BG-SEQ-FIELD LINE 18 COL 31 PIC 9
                   USING BG-RESOLVE-SEQ-ENTRY.
               05 LINE 18 COL 35 VALUE "Review note: "
                   FOREGROUND-COLOR IS 2.
               05 BG-NOTE-FIELD LINE 18 COL 48 PIC X(40)
                   USING BG-REVIEW-NOTE-ENTRY.
               05 LINE 20 COL 20 PIC X(40)
                   USING BG-REVIEW-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE
                   "(s) Sign off  (v) View actions  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BG-REVIEW-CHOICE-FIELD LINE 23 COL 26 PIC X
                   USING BG-REVIEW-CHOICE.

           01 BREAK-GLASS-ACTIONS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Actions taken under break-glass"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 20 PIC X(16) USING WS-BG-TARGET-ADMIN
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "Date     Seq    Action       Account  Amt"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC X(60) USING WS-BG-ACT-LINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC X(60) USING WS-BG-ACT-LINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC X(60) USING WS-BG-ACT-LINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC X(60) USING WS-BG-ACT-LINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC X(60) USING WS-BG-ACT-LINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC X(60) USING WS-BG-ACT-LINE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC X(60) USING WS-BG-ACT-LINE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(60) USING WS-BG-ACT-LINE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(60) USING WS-BG-ACT-LINE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 PIC X(60) USING WS-BG-ACT-LINE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BG-ACTIONS-CHOICE-FIELD LINE 20 COL 26 PIC X
                   USING BG-ACTIONS-CHOICE.

       PROCEDURE DIVISION USING LS-ADMIN-NAME.

       0700-QUEUES-MENU.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           INITIALIZE QUEUES-MENU-CHOICE.
           DISPLAY QUEUES-MENU-SCREEN.

           ACCEPT QUEUES-MENU-FIELD.
           MOVE SPACES TO QUEUES-RESULT-MESSAGE.
           IF QUEUES-MENU-CHOICE = 'd' OR 'D'
               PERFORM 0710-DISPUTE-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'c' OR 'C'
               PERFORM 0730-APPROVALS-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'r' OR 'R'
               PERFORM 0750-REINSTATE-MEMBER
           ELSE IF QUEUES-MENU-CHOICE = 'm' OR 'M'
               PERFORM 0760-MODERATION-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'l' OR 'L'
               PERFORM 0770-LIBRARY-DESK
           ELSE IF QUEUES-MENU-CHOICE = 't' OR 'T'
               PERFORM 0780-TRIVIA-BANK
           ELSE IF QUEUES-MENU-CHOICE = 'w' OR 'W'
               PERFORM 0788-WELFARE-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'e' OR 'E'
               PERFORM 0800-EVENTS-MAINTENANCE
           ELSE IF QUEUES-MENU-CHOICE = 'h' OR 'H'
               PERFORM 0810-HANDOVER-LOG
           ELSE IF QUEUES-MENU-CHOICE = 'p' OR 'P'
               PERFORM 0820-PARTNER-EXCHANGE
           ELSE IF QUEUES-MENU-CHOICE = 'o' OR 'O'
               PERFORM 0830-LOAN-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'v' OR 'V'
               PERFORM 0840-REVERSAL-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'f' OR 'F'
               PERFORM 0850-FRAUD-QUEUE
           ELSE IF QUEUES-MENU-CHOICE = 'x' OR 'X'
               PERFORM 0860-ESTATE-DESK
           ELSE IF QUEUES-MENU-CHOICE = 'y' OR 'Y'
               PERFORM 0870-RECERT-CAMPAIGN
           ELSE IF QUEUES-MENU-CHOICE = 'z' OR 'Z'
               PERFORM 0880-AUDIT-INQUIRY
           ELSE IF QUEUES-MENU-CHOICE = 'u' OR 'U'
               PERFORM 0890-VISITOR-PASSES
               PERFORM 0938-DUTY-ROSTER-DESK
           ELSE IF QUEUES-MENU-CHOICE = 'q' OR 'Q'
               PERFORM 0939-COMMISSARY-DESK
           ELSE IF QUEUES-MENU-CHOICE = 'k' OR 'K'
               PERFORM 0941-TOURNAMENT-DESK
           ELSE IF QUEUES-MENU-CHOICE = 'i' OR 'I'
               PERFORM 0942-STAFF-TIMESHEET
           ELSE IF QUEUES-MENU-CHOICE = 'j' OR 'J'
               PERFORM 0943-HOUSEHOLD-DESK
           ELSE IF QUEUES-MENU-CHOICE = '1'
               PERFORM 0944-INSURANCE-CLAIMS
           ELSE IF QUEUES-MENU-CHOICE = '2'
               PERFORM 0838-LOAN-ARREARS
           ELSE IF QUEUES-MENU-CHOICE = '3'
               MOVE SPACES TO BG-REVIEW-RESULT-MESSAGE
               PERFORM 0945-BREAK-GLASS-REVIEW
           ELSE IF QUEUES-MENU-CHOICE = '4'
               PERFORM 0946-QUEUE-SLA-REPORT
           ELSE IF QUEUES-MENU-CHOICE = '5'
               MOVE SPACES TO BLK-MEMBER-ENTRY
               MOVE 0 TO BLK-BLOCKED-BY
               MOVE 0 TO BLK-BLOCKING
               MOVE 0 TO BLK-REFUSED
               MOVE SPACES TO BLK-RESULT-MESSAGE
               PERFORM 0947-BLOCK-LIST-LOOKUP
           ELSE IF QUEUES-MENU-CHOICE = '6'
               MOVE SPACES TO QTR-RESULT-MESSAGE
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUEUES-MENU-CHOICE = '7'
               MOVE SPACES TO MNT-RESULT-MESSAGE
               PERFORM 0949-MAINTENANCE-DESK
           ELSE IF QUEUES-MENU-CHOICE = '8'
               MOVE SPACES TO RCV-RESULT-MESSAGE
               PERFORM 0951-RECEIVABLES-DESK
           ELSE IF QUEUES-MENU-CHOICE = '9'
               MOVE SPACES TO MST-RESULT-MESSAGE
               PERFORM 0952-MUSTER-DESK
           ELSE IF QUEUES-MENU-CHOICE = '0'
               MOVE SPACES TO VRG-RESULT-MESSAGE
               MOVE SPACE TO WS-VTL-OFFER
               PERFORM 0953-VITAL-RECORDS
           ELSE IF QUEUES-MENU-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE
               PERFORM 0700-QUEUES-MENU
           END-IF.
           PERFORM 0700-QUEUES-MENU.

       0710-DISPUTE-QUEUE.
           MOVE 0 TO WS-DSP-COUNT.
           INITIALIZE WS-DSP-TABLE.
           OPEN INPUT F-DISPUTES-FILE.
           IF WS-DISPUTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPUTES-FILE
                       NOT AT END
                           IF DSP-STATUS = "PENDING"
                           AND WS-DSP-COUNT < 5
                               ADD 1 TO WS-DSP-COUNT
                               MOVE WS-DSP-COUNT TO
                                 WS-DSP-SEQ(WS-DSP-COUNT)
                               MOVE DSP-USERNAME TO
                                 WS-DSP-USERNAME(WS-DSP-COUNT)
                               MOVE DSP-TRANS-REF TO
                                 WS-DSP-REF(WS-DSP-COUNT)
                               MOVE DSP-REASON TO
                                 WS-DSP-REASON(WS-DSP-COUNT)
                               MOVE DSP-DATE TO
                                 WS-DSP-DATE(WS-DSP-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPUTES-FILE
           END-IF.

           IF WS-DSP-COUNT = 0
               MOVE "NO OPEN DISPUTES" TO DSP-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO DSP-RESOLVE-SEQ-ENTRY.
           INITIALIZE DSP-RESOLVE-DECISION.
           MOVE 0 TO DSP-CORRECTION-AMOUNT.
           MOVE SPACES TO DSP-RESOLVE-NOTE.
           INITIALIZE DISPUTE-QUEUE-CHOICE.
           DISPLAY DISPUTE-QUEUE-SCREEN.

           ACCEPT DSP-SEQ-FIELD.
           ACCEPT DSP-DECISION-FIELD.
           ACCEPT DSP-AMOUNT-FIELD.
           ACCEPT DSP-NOTE-FIELD.
           ACCEPT DISPUTE-QUEUE-FIELD.

           IF DSP-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0720-RESOLVE-DISPUTE
           END-IF.

           IF DISPUTE-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0710-DISPUTE-QUEUE
           END-IF.

       0720-RESOLVE-DISPUTE.
           IF DSP-RESOLVE-SEQ-ENTRY > WS-DSP-COUNT
               MOVE "NO SUCH DISPUTE ON SCREEN" TO DSP-RESULT-MESSAGE
           ELSE IF DSP-RESOLVE-DECISION NOT = 'u' AND
           DSP-RESOLVE-DECISION NOT = 'U' AND
           DSP-RESOLVE-DECISION NOT = 'r' AND
           DSP-RESOLVE-DECISION NOT = 'R'
               MOVE "ENTER u OR r TO RESOLVE" TO DSP-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-RESOLVE-MATCH
               OPEN I-O F-DISPUTES-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPUTES-FILE
                       NOT AT END
                           IF DSP-STATUS = "PENDING"
                           AND WS-RESOLVE-MATCH = 0
                           AND DSP-USERNAME =
                             WS-DSP-USERNAME(DSP-RESOLVE-SEQ-ENTRY)
                           AND DSP-TRANS-REF =
                             WS-DSP-REF(DSP-RESOLVE-SEQ-ENTRY)
                               MOVE 1 TO WS-RESOLVE-MATCH
                               PERFORM 0725-APPLY-RESOLUTION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPUTES-FILE
           END-IF.

       0725-APPLY-RESOLUTION.
           IF DSP-RESOLVE-DECISION = 'u' OR 'U'
               MOVE "UPHELD" TO DSP-STATUS
           ELSE
               MOVE "REJECTED" TO DSP-STATUS
           END-IF.
           MOVE DSP-RESOLVE-NOTE TO DSP-NOTE.
           MOVE LS-ADMIN-NAME TO DSP-ADMIN.
           REWRITE DISPUTE-RECORD.
           MOVE "DISPUTES" TO WS-QA-QUEUE.
           MOVE DSP-TRANS-REF TO WS-QA-ITEM-NUM.
           MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM.
           MOVE DSP-DATE TO WS-QA-RAISED.
           MOVE DSP-STATUS TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

           IF DSP-RESOLVE-DECISION = 'u' OR 'U'
               IF DSP-CORRECTION-AMOUNT > 0
                   CALL 'add-credits' USING DSP-USERNAME,
                     DSP-CORRECTION-AMOUNT, WS-CORRECTION-REASON,
                     UPDATED-BALANCE
               END-IF
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "DISPUTE-CORR" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE DSP-CORRECTION-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               PERFORM 0795-NOTIFY-MEMBER
               MOVE "DISPUTE UPHELD" TO DSP-RESULT-MESSAGE
           ELSE
               PERFORM 0795-NOTIFY-MEMBER
               MOVE "DISPUTE REJECTED" TO DSP-RESULT-MESSAGE
           END-IF.

       0730-APPROVALS-QUEUE.
           MOVE 0 TO WS-PA-COUNT.
           INITIALIZE WS-PA-TABLE.
           OPEN INPUT F-PENDING-APPROVALS-FILE.
           IF WS-PA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PENDING-APPROVALS-FILE
                       NOT AT END
                           IF PA-STATUS = "PENDING"
                           AND WS-PA-COUNT < 5
                               ADD 1 TO WS-PA-COUNT
                               MOVE WS-PA-COUNT TO
                                 WS-PA-SEQ(WS-PA-COUNT)
                               MOVE PA-ENTERED-BY TO
                                 WS-PA-ENTERED-BY(WS-PA-COUNT)
                               MOVE PA-ACCOUNT TO
                                 WS-PA-ACCOUNT(WS-PA-COUNT)
                               MOVE PA-AMOUNT TO
                                 WS-PA-AMOUNT(WS-PA-COUNT)
                               MOVE PA-DATE TO
                                 WS-PA-DATE(WS-PA-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PENDING-APPROVALS-FILE
           END-IF.

           IF WS-PA-COUNT = 0
               MOVE "NOTHING AWAITING RELEASE" TO PA-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO PA-RESOLVE-SEQ-ENTRY.
           INITIALIZE PA-RESOLVE-DECISION.
           INITIALIZE APPROVALS-QUEUE-CHOICE.
           DISPLAY APPROVALS-QUEUE-SCREEN.

           ACCEPT PA-SEQ-FIELD.
           ACCEPT PA-DECISION-FIELD.
           ACCEPT APPROVALS-QUEUE-FIELD.

           IF PA-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0740-RESOLVE-APPROVAL
           END-IF.

           IF APPROVALS-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0730-APPROVALS-QUEUE
           END-IF.

      *    Four-eyes rule: the overseer who keyed the posting may
      *    not be the one who releases it.
       0740-RESOLVE-APPROVAL.
           IF PA-RESOLVE-SEQ-ENTRY > WS-PA-COUNT
               MOVE "NO SUCH POSTING ON SCREEN" TO PA-RESULT-MESSAGE
           ELSE IF WS-PA-ENTERED-BY(PA-RESOLVE-SEQ-ENTRY) =
             LS-ADMIN-NAME
               MOVE "CANNOT RELEASE YOUR OWN POSTING" TO
                 PA-RESULT-MESSAGE
           ELSE IF PA-RESOLVE-DECISION NOT = 'a' AND
           PA-RESOLVE-DECISION NOT = 'A' AND
           PA-RESOLVE-DECISION NOT = 'r' AND
           PA-RESOLVE-DECISION NOT = 'R'
               MOVE "ENTER a OR r TO RESOLVE" TO PA-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-RESOLVE-MATCH
               OPEN I-O F-PENDING-APPROVALS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PENDING-APPROVALS-FILE
                       NOT AT END
                           IF PA-STATUS = "PENDING"
                           AND WS-RESOLVE-MATCH = 0
                           AND PA-ENTERED-BY =
                             WS-PA-ENTERED-BY(PA-RESOLVE-SEQ-ENTRY)
                           AND PA-ACCOUNT =
                             WS-PA-ACCOUNT(PA-RESOLVE-SEQ-ENTRY)
                           AND PA-AMOUNT =
                             WS-PA-AMOUNT(PA-RESOLVE-SEQ-ENTRY)
                               MOVE 1 TO WS-RESOLVE-MATCH
                               PERFORM 0745-APPLY-APPROVAL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PENDING-APPROVALS-FILE
           END-IF.

       0745-APPLY-APPROVAL.
           MOVE LS-ADMIN-NAME TO PA-APPROVED-BY.
           IF PA-RESOLVE-DECISION = 'a' OR 'A'
               MOVE "RELEASED" TO PA-STATUS
           ELSE
               MOVE "REJECTED" TO PA-STATUS
           END-IF.
           REWRITE PENDING-APPROVAL.
           MOVE "APPROVALS" TO WS-QA-QUEUE.
           MOVE PA-ACCOUNT TO WS-QA-ITEM.
           MOVE PA-DATE TO WS-QA-RAISED.
           MOVE PA-STATUS TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

           IF PA-RESOLVE-DECISION = 'a' OR 'A'
               CALL 'process-single-payment' USING PA-ACCOUNT,
                 PA-AMOUNT, PROCESS-STATUS-MESSAGE, FILE-BA-NUM
               MOVE PA-ENTERED-BY TO AUDIT-ADMIN
               MOVE "DUAL-ENTER" TO AUDIT-ACTION
               MOVE PA-ACCOUNT TO AUDIT-ACCOUNT
               MOVE PA-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "DUAL-RELEASE" TO AUDIT-ACTION
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "POSTING RELEASED" TO PA-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "DUAL-REJECT" TO AUDIT-ACTION
               MOVE PA-ACCOUNT TO AUDIT-ACCOUNT
               MOVE PA-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "POSTING REJECTED" TO PA-RESULT-MESSAGE
           END-IF.

       0750-REINSTATE-MEMBER.
           INITIALIZE REINSTATE-CHOICE.
           DISPLAY REINSTATE-SCREEN.

           ACCEPT REINSTATE-NAME-FIELD.
           ACCEPT REINSTATE-CHOICE-FIELD.

           IF REINSTATE-CHOICE = 'g' OR 'G'
               MOVE SPACES TO REINSTATE-RESULT-MESSAGE
               INITIALIZE WS-ARCH-VIEW
               CONTINUE
           ELSE IF REINSTATE-CHOICE = 'f' OR 'F'
               PERFORM 0752-FIND-ARCHIVED-MEMBER
               PERFORM 0750-REINSTATE-MEMBER
           ELSE IF REINSTATE-CHOICE = 's' OR 'S'
               PERFORM 0752-FIND-ARCHIVED-MEMBER
               IF WS-ARCH-FOUND = 1
                   PERFORM 0754-APPLY-REINSTATEMENT
               END-IF
               PERFORM 0750-REINSTATE-MEMBER
           ELSE
               PERFORM 0750-REINSTATE-MEMBER
           END-IF.

       0752-FIND-ARCHIVED-MEMBER.
           MOVE 0 TO WS-ARCH-FOUND.
           INITIALIZE WS-ARCH-VIEW.
           OPEN INPUT F-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ARCHIVE-FILE
                       NOT AT END
                           IF ARCH-USERNAME = REINSTATE-NAME-ENTRY
                               MOVE 1 TO WS-ARCH-FOUND
                               MOVE ARCH-USERNAME TO
                                 WS-ARCH-V-USERNAME
                               MOVE ARCH-USER-ACNT-NUM TO
                                 WS-ARCH-V-ACNT
                               MOVE ARCH-USER-CREDIT TO
                                 WS-ARCH-V-CREDIT
                               MOVE ARCH-USER-LOCATION TO
                                 WS-ARCH-V-LOCATION
                               MOVE ARCH-DATE-ARCHIVED TO
                                 WS-ARCH-V-ARCHIVED
                               IF ARCH-CREDIT-LIMIT IS NUMERIC
                               AND ARCH-CREDIT-LIMIT > 0
                                   MOVE ARCH-CREDIT-LIMIT TO
                                     WS-ARCH-V-LIMIT
                               ELSE
                                   MOVE 1000 TO WS-ARCH-V-LIMIT
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ARCHIVE-FILE
           END-IF.
           IF WS-ARCH-FOUND = 0
               MOVE "NOT FOUND ON ARCHIVE" TO
                 REINSTATE-RESULT-MESSAGE
           ELSE
               MOVE "ARCHIVE RECORD SHOWN" TO
                 REINSTATE-RESULT-MESSAGE
           END-IF.

      *    A live, unarchived record under the same username means
      *    the name has been re-registered - do not overwrite it.
       0754-APPLY-REINSTATEMENT.
           OPEN I-O F-USERS-FILE.
           MOVE REINSTATE-NAME-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   MOVE SPACES TO USERS
                   MOVE REINSTATE-NAME-ENTRY TO USERNAME
                   MOVE SPACES TO USER-PASSWORD
                   MOVE WS-ARCH-V-ACNT TO USER-ACNT-NUM
                   MOVE WS-ARCH-V-CREDIT TO USER-CREDIT
                   MOVE WS-ARCH-V-LIMIT TO USER-CREDIT-LIMIT
                   MOVE WS-ARCH-V-LOCATION TO USER-LOCATION
                   MOVE FUNCTION CURRENT-DATE(1:8) TO
                     USER-LAST-ACTIVITY
                   MOVE "N" TO USER-ARCHIVED
                   WRITE USERS
                       INVALID KEY CONTINUE
                   END-WRITE
                   MOVE "REINSTATED - NEEDS PASSWORD RESET" TO
                     REINSTATE-RESULT-MESSAGE
                   PERFORM 0756-AUDIT-REINSTATE
               NOT INVALID KEY
                   IF USER-ARCHIVED = "Y"
                       MOVE "N" TO USER-ARCHIVED
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
                         USER-LAST-ACTIVITY
                       REWRITE USERS
                       MOVE "MEMBER REINSTATED" TO
                         REINSTATE-RESULT-MESSAGE
                       PERFORM 0756-AUDIT-REINSTATE
                   ELSE
                       MOVE "USERNAME ACTIVE - CANNOT REINSTATE" TO
                         REINSTATE-RESULT-MESSAGE
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

       0756-AUDIT-REINSTATE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "REINSTATE" TO AUDIT-ACTION.
           MOVE WS-ARCH-V-ACNT TO AUDIT-ACCOUNT.
           MOVE WS-ARCH-V-CREDIT TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.

       0760-MODERATION-QUEUE.
           PERFORM 0762-LOAD-HELD-POSTS.
           PERFORM 0763-LOAD-BLOCKED-WORDS.
           MOVE 0 TO MOD-SEQ-ENTRY.
           INITIALIZE MOD-DECISION.
           MOVE SPACES TO NEW-BLOCKED-WORD.
           INITIALIZE MOD-QUEUE-CHOICE.
           DISPLAY MODERATION-QUEUE-SCREEN.

           ACCEPT MOD-SEQ-FIELD.
           ACCEPT MOD-DECISION-FIELD.
           ACCEPT NEW-WORD-FIELD.
           ACCEPT MOD-QUEUE-FIELD.
           MOVE SPACES TO MOD-RESULT-MESSAGE.

           IF NEW-BLOCKED-WORD NOT = SPACES
               PERFORM 0766-ADD-BLOCKED-WORD
           END-IF.
           IF MOD-SEQ-ENTRY > 0
               PERFORM 0764-RESOLVE-HELD-POST
           END-IF.

           IF MOD-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF MOD-QUEUE-CHOICE = 'c' OR 'C'
               MOVE SPACES TO CRQ-RESULT-MESSAGE
               INITIALIZE WS-CRQ-CTX-TABLE
               PERFORM 0767-CHAT-REPORTS
               PERFORM 0760-MODERATION-QUEUE
           ELSE
               PERFORM 0760-MODERATION-QUEUE
           END-IF.

       0762-LOAD-HELD-POSTS.
           MOVE 0 TO WS-HELD-COUNT.
           INITIALIZE WS-HELD-TABLE.
           OPEN INPUT F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-DELETED = "H"
                           AND WS-HELD-COUNT < 5
                               ADD 1 TO WS-HELD-COUNT
                               MOVE WS-HELD-COUNT TO
                                 WS-HELD-SEQ(WS-HELD-COUNT)
                               MOVE MB-ID TO
                                 WS-HELD-ID(WS-HELD-COUNT)
                               MOVE MB-USERNAME TO
                                 WS-HELD-AUTHOR(WS-HELD-COUNT)
                               MOVE MB-TITLE TO
                                 WS-HELD-TITLE(WS-HELD-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.

       0763-LOAD-BLOCKED-WORDS.
           MOVE SPACES TO WS-WORD-LIST-TEXT.
           MOVE 1 TO WS-WORD-FILL.
           OPEN INPUT F-BLOCKED-WORDS-FILE.
           IF WS-WORDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCKED-WORDS-FILE
                       NOT AT END
                           IF WS-WORD-FILL < 50
                           AND BW-WORD NOT = SPACES
                               STRING BW-WORD DELIMITED BY SPACE
                                   " " DELIMITED BY SIZE
                                   INTO WS-WORD-LIST-TEXT
                                   WITH POINTER WS-WORD-FILL
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCKED-WORDS-FILE
           END-IF.

       0764-RESOLVE-HELD-POST.
           IF MOD-SEQ-ENTRY > WS-HELD-COUNT
               MOVE "NO SUCH POST ON SCREEN" TO MOD-RESULT-MESSAGE
           ELSE IF MOD-DECISION NOT = 'a' AND MOD-DECISION NOT = 'A'
           AND MOD-DECISION NOT = 'r' AND MOD-DECISION NOT = 'R'
               MOVE "ENTER a OR r TO RESOLVE" TO MOD-RESULT-MESSAGE
           ELSE
               OPEN I-O F-MESSAGE-BOARD-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-ID = WS-HELD-ID(MOD-SEQ-ENTRY)
                           AND MB-DELETED = "H"
                               PERFORM 0764A-CHECK-BOARD-MODERATOR
                               IF WS-BM-IS-MOD = 1
                                   IF MOD-DECISION = 'a' OR 'A'
                                       MOVE "N" TO MB-DELETED
                                   ELSE
                                       MOVE "Y" TO MB-DELETED
                                   END-IF
                                   REWRITE MESSAGE-BOARD-RECORD
                                   PERFORM 0765-LOG-MODERATION
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
               MOVE "DECISION RECORDED" TO MOD-RESULT-MESSAGE
           END-IF.

      *    A board with its own moderator roster only lets those
      *    moderators resolve its held posts; a board with no
      *    roster stays open to any admin as before.
       0764A-CHECK-BOARD-MODERATOR.
           MOVE 0 TO WS-BM-MOD-COUNT.
           MOVE 0 TO WS-BM-IS-MOD.
           OPEN INPUT F-BOARD-MODERATORS-FILE.
           IF WS-BM-STATUS = "00"
               MOVE 0 TO WS-RESOLVE-MATCH
               PERFORM UNTIL WS-RESOLVE-MATCH = 1
                   READ F-BOARD-MODERATORS-FILE
                       NOT AT END
                           IF BM-BOARD = MB-BOARD
                           OR (MB-BOARD = SPACES AND
                               BM-BOARD = "GENERAL")
                               ADD 1 TO WS-BM-MOD-COUNT
                               IF BM-ADMIN = LS-ADMIN-NAME
                                   MOVE 1 TO WS-BM-IS-MOD
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-RESOLVE-MATCH
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-MODERATORS-FILE
               MOVE 0 TO WS-RESOLVE-MATCH
           END-IF.
           IF WS-BM-MOD-COUNT = 0
               MOVE 1 TO WS-BM-IS-MOD
           END-IF.
           IF WS-BM-IS-MOD = 0
               MOVE "NOT A MODERATOR FOR THAT BOARD" TO
                 MOD-RESULT-MESSAGE
           END-IF.

       0765-LOG-MODERATION.
           PERFORM 0765A-FIND-HELD-DATE.
           OPEN EXTEND F-MODERATION-LOG-FILE.
           IF WS-MODLOG-STATUS = "35"
               OPEN OUTPUT F-MODERATION-LOG-FILE
           END-IF.
           MOVE SPACES TO MODERATION-LOG-RECORD.
           MOVE MB-ID TO ML-MSG-ID.
           IF MOD-DECISION = 'a' OR 'A'
               MOVE "APPROVED" TO ML-DECISION
           ELSE
               MOVE "REJECTED" TO ML-DECISION
           END-IF.
           MOVE LS-ADMIN-NAME TO ML-MODERATOR.
           MOVE WS-TODAY TO ML-DATE.
           WRITE MODERATION-LOG-RECORD.
           CLOSE F-MODERATION-LOG-FILE.
           MOVE "MODERATION" TO WS-QA-QUEUE.
           MOVE MB-ID TO WS-QA-ITEM.
           MOVE WS-HELD-SINCE TO WS-QA-RAISED.
           MOVE ML-DECISION TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

      *    The post was held on the date of its latest HELD line in
      *    the moderation log.
       0765A-FIND-HELD-DATE.
           MOVE SPACES TO WS-HELD-SINCE.
           OPEN INPUT F-MODERATION-LOG-FILE.
           IF WS-MODLOG-STATUS = "00"
               MOVE 0 TO WS-MODLOG-ENDED
               PERFORM UNTIL WS-MODLOG-ENDED = 1
                   READ F-MODERATION-LOG-FILE
                       NOT AT END
                           IF ML-MSG-ID = MB-ID
                           AND ML-DECISION = "HELD"
                               MOVE ML-DATE TO WS-HELD-SINCE
                           END-IF
                       AT END
                           MOVE 1 TO WS-MODLOG-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MODERATION-LOG-FILE
           END-IF.

       0766-ADD-BLOCKED-WORD.
           OPEN EXTEND F-BLOCKED-WORDS-FILE.
           IF WS-WORDS-STATUS = "35"
               OPEN OUTPUT F-BLOCKED-WORDS-FILE
           END-IF.
           MOVE SPACES TO BLOCKED-WORD-RECORD.
           MOVE NEW-BLOCKED-WORD TO BW-WORD.
           WRITE BLOCKED-WORD-RECORD.
           CLOSE F-BLOCKED-WORDS-FILE.
           MOVE "BLOCKED WORD ADDED" TO MOD-RESULT-MESSAGE.

      *    Lines members have reported from the chat room, and
      *    lines the word screen refused, oldest first.  The
      *    moderator can look at the line in context, dismiss the
      *    report, take the line down, or take it down and mute its
      *    author from chat for a number of days.
       0767-CHAT-REPORTS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0767A-LOAD-CHAT-REPORTS.
           MOVE 0 TO CRQ-SEQ-ENTRY.
           INITIALIZE CRQ-DECISION.
           MOVE 0 TO CRQ-MUTE-DAYS.
           INITIALIZE CRQ-CHOICE.
           DISPLAY CHAT-REPORTS-SCREEN.

           ACCEPT CRQ-SEQ-FIELD.
           ACCEPT CRQ-DECISION-FIELD.
           ACCEPT CRQ-MUTE-DAYS-FIELD.
           ACCEPT CRQ-CHOICE-FIELD.
           MOVE SPACES TO CRQ-RESULT-MESSAGE.

           IF CRQ-SEQ-ENTRY > 0
               PERFORM 0768-RESOLVE-CHAT-REPORT
           END-IF.

           IF CRQ-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0767-CHAT-REPORTS
           END-IF.

       0767A-LOAD-CHAT-REPORTS.
           MOVE 0 TO WS-CRQ-COUNT.
           INITIALIZE WS-CRQ-TABLE.
           OPEN INPUT F-CHAT-REPORTS-FILE.
           IF WS-CHAT-REPORTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-REPORTS-FILE
                       NOT AT END
                           IF CR-STATUS = "OPEN"
                           AND WS-CRQ-COUNT < 5
                               ADD 1 TO WS-CRQ-COUNT
                               MOVE WS-CRQ-COUNT TO
                                 WS-CRQ-SEQ(WS-CRQ-COUNT)
                               MOVE CR-ID TO WS-CRQ-ID(WS-CRQ-COUNT)
                               MOVE CR-AUTHOR TO
                                 WS-CRQ-AUTHOR(WS-CRQ-COUNT)
                               MOVE CR-REPORTER TO
                                 WS-CRQ-REPORTER(WS-CRQ-COUNT)
                               MOVE CR-TEXT TO
                                 WS-CRQ-TEXT(WS-CRQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-REPORTS-FILE
           END-IF.

       0768-RESOLVE-CHAT-REPORT.
           IF CRQ-SEQ-ENTRY > WS-CRQ-COUNT
               MOVE "NO SUCH REPORT ON SCREEN" TO CRQ-RESULT-MESSAGE
           ELSE IF CRQ-DECISION = 'v' OR 'V'
               PERFORM 0768A-SHOW-CONTEXT
           ELSE IF CRQ-DECISION NOT = 'd' AND CRQ-DECISION NOT = 'D'
           AND CRQ-DECISION NOT = 'r' AND CRQ-DECISION NOT = 'R'
           AND CRQ-DECISION NOT = 'm' AND CRQ-DECISION NOT = 'M'
               MOVE "ENTER v, d, r OR m" TO CRQ-RESULT-MESSAGE
           ELSE IF (CRQ-DECISION = 'm' OR 'M')
           AND CRQ-MUTE-DAYS = 0
               MOVE "DAYS REQUIRED TO MUTE" TO CRQ-RESULT-MESSAGE
           ELSE
               PERFORM 0768B-CLOSE-REPORT
               IF WS-CRQ-FOUND = 1
                   INITIALIZE WS-CRQ-CTX-TABLE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE 0 TO AUDIT-AMOUNT
                   IF CRQ-DECISION = 'd' OR 'D'
                       MOVE "CHAT-DISMISS" TO AUDIT-ACTION
                       MOVE "CLEARED" TO WS-QA-OUTCOME
                       MOVE "REPORT DISMISSED" TO CRQ-RESULT-MESSAGE
                   ELSE IF CRQ-DECISION = 'r' OR 'R'
                       PERFORM 0768C-HIDE-CHAT-LINE
                       MOVE "CHAT-REMOVE" TO AUDIT-ACTION
                       MOVE "REMOVED" TO WS-QA-OUTCOME
                       MOVE "LINE REMOVED FROM CHAT" TO
                         CRQ-RESULT-MESSAGE
                   ELSE
                       PERFORM 0768C-HIDE-CHAT-LINE
                       PERFORM 0768D-MUTE-AUTHOR
                       MOVE "CHAT-MUTE" TO AUDIT-ACTION
                       MOVE "MUTED" TO WS-QA-OUTCOME
                       MOVE CRQ-MUTE-DAYS TO AUDIT-AMOUNT
                       MOVE SPACES TO CRQ-RESULT-MESSAGE
                       STRING "MUTED UNTIL " DELIMITED BY SIZE
                           WS-CRQ-UNTIL DELIMITED BY SIZE
                           INTO CRQ-RESULT-MESSAGE
                   END-IF
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE "CHAT" TO WS-QA-QUEUE
                   MOVE WS-CRQ-ID(CRQ-SEQ-ENTRY) TO WS-QA-ITEM-NUM
                   MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM
                   MOVE WS-CRQ-RAISED-HIT TO WS-QA-RAISED
                   PERFORM 0797-LOG-QUEUE-ACTIVITY
               ELSE
                   MOVE "REPORT ALREADY DEALT WITH" TO
                     CRQ-RESULT-MESSAGE
               END-IF
           END-IF.

       0768A-SHOW-CONTEXT.
           INITIALIZE WS-CRQ-CTX-TABLE.
           OPEN INPUT F-CHAT-REPORTS-FILE.
           IF WS-CHAT-REPORTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-REPORTS-FILE
                       NOT AT END
                           IF CR-ID = WS-CRQ-ID(CRQ-SEQ-ENTRY)
                               PERFORM 0768E-BUILD-CONTEXT
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-REPORTS-FILE
           END-IF.

       0768E-BUILD-CONTEXT.
           STRING "  " DELIMITED BY SIZE
               CR-CTX-WHO(1) DELIMITED BY SIZE
               CR-CTX-TEXT(1) DELIMITED BY SIZE
               INTO WS-CRQ-CTX-LINE(1).
           STRING "  " DELIMITED BY SIZE
               CR-CTX-WHO(2) DELIMITED BY SIZE
               CR-CTX-TEXT(2) DELIMITED BY SIZE
               INTO WS-CRQ-CTX-LINE(2).
           STRING "> " DELIMITED BY SIZE
               CR-AUTHOR DELIMITED BY SIZE
               CR-TEXT DELIMITED BY SIZE
               INTO WS-CRQ-CTX-LINE(3).
           STRING "  " DELIMITED BY SIZE
               CR-CTX-WHO(3) DELIMITED BY SIZE
               CR-CTX-TEXT(3) DELIMITED BY SIZE
               INTO WS-CRQ-CTX-LINE(4).
           STRING "  " DELIMITED BY SIZE
               CR-CTX-WHO(4) DELIMITED BY SIZE
               CR-CTX-TEXT(4) DELIMITED BY SIZE
               INTO WS-CRQ-CTX-LINE(5).

       0768B-CLOSE-REPORT.
           MOVE 0 TO WS-CRQ-FOUND.
           OPEN I-O F-CHAT-REPORTS-FILE.
           IF WS-CHAT-REPORTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-REPORTS-FILE
                       NOT AT END
                           IF CR-ID = WS-CRQ-ID(CRQ-SEQ-ENTRY)
                           AND CR-STATUS = "OPEN"
                               MOVE 1 TO WS-CRQ-FOUND
                               MOVE CR-AUTHOR TO WS-CRQ-AUTHOR-HIT
                               MOVE CR-LINE-TIME TO WS-CRQ-TIME-HIT
                               MOVE CR-TEXT TO WS-CRQ-TEXT-HIT
                               MOVE CR-RAISED TO WS-CRQ-RAISED-HIT
                               IF CRQ-DECISION = 'd' OR 'D'
                                   MOVE "CLEARED" TO CR-STATUS
                               ELSE IF CRQ-DECISION = 'r' OR 'R'
                                   MOVE "REMOVED" TO CR-STATUS
                               ELSE
                                   MOVE "MUTED" TO CR-STATUS
                               END-IF
                               MOVE LS-ADMIN-NAME TO CR-MODERATOR
                               MOVE WS-TODAY TO CR-DECIDED
                               REWRITE CHAT-REPORT-RECORD
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-REPORTS-FILE
           END-IF.

      *    The reported line comes out of the room for everyone;
      *    a line the word screen refused was never posted, so
      *    there is nothing to find for those.
       0768C-HIDE-CHAT-LINE.
           OPEN I-O F-CHAT-FILE.
           IF WS-CHAT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-FILE
                       NOT AT END
                           IF CHAT-USERNAME = WS-CRQ-AUTHOR-HIT
                           AND CHAT-TIME = WS-CRQ-TIME-HIT
                           AND CHAT-TEXT = WS-CRQ-TEXT-HIT
                               MOVE "Y" TO CHAT-HIDDEN
                               REWRITE CHAT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-FILE
           END-IF.

       0768D-MUTE-AUTHOR.
           COMPUTE WS-CRQ-UNTIL-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               + CRQ-MUTE-DAYS.
           COMPUTE WS-CRQ-UNTIL-INT =
               FUNCTION DATE-OF-INTEGER(WS-CRQ-UNTIL-INT).
           MOVE WS-CRQ-UNTIL-INT TO WS-CRQ-UNTIL.
           OPEN EXTEND F-CHAT-MUTES-FILE.
           IF WS-CHAT-MUTES-STATUS = "35"
               OPEN OUTPUT F-CHAT-MUTES-FILE
           END-IF.
           MOVE SPACES TO CHAT-MUTE-RECORD.
           MOVE WS-CRQ-AUTHOR-HIT TO CM-USERNAME.
           MOVE WS-TODAY TO CM-FROM.
           MOVE WS-CRQ-UNTIL TO CM-UNTIL.
           MOVE LS-ADMIN-NAME TO CM-MODERATOR.
           MOVE WS-CRQ-ID(CRQ-SEQ-ENTRY) TO CM-REPORT-ID.
           WRITE CHAT-MUTE-RECORD.
           CLOSE F-CHAT-MUTES-FILE.
           MOVE SPACES TO WS-CRQ-NOTIFY-MESSAGE.
           STRING "MUTED FROM CHAT UNTIL " DELIMITED BY SIZE
               WS-CRQ-UNTIL DELIMITED BY SIZE
               INTO WS-CRQ-NOTIFY-MESSAGE.
           CALL 'add-notification' USING WS-CRQ-AUTHOR-HIT
             WS-CRQ-NOTIFY-MESSAGE AUDIT-AMOUNT.

       0770-LIBRARY-DESK.
           PERFORM 0772-LOAD-OPEN-LOANS.
           MOVE SPACES TO COPIES-TITLE-ENTRY.
           MOVE SPACES TO DESK-MEMBER-ENTRY.
           MOVE 0 TO COPIES-COUNT-ENTRY.
           INITIALIZE DESK-CHOICE.
           DISPLAY LIBRARY-DESK-SCREEN.

           ACCEPT COPIES-TITLE-FIELD.
           ACCEPT DESK-MEMBER-FIELD.
           ACCEPT COPIES-COUNT-FIELD.
           ACCEPT DESK-CHOICE-FIELD.
           MOVE SPACES TO DESK-RESULT-MESSAGE.

           IF DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF DESK-CHOICE = 's' OR 'S'
           AND COPIES-TITLE-ENTRY NOT = SPACES
               PERFORM 0774-SAVE-COPY-COUNT
               PERFORM 0770-LIBRARY-DESK
           ELSE IF DESK-CHOICE = 'd' OR 'D'
           AND COPIES-TITLE-ENTRY NOT = SPACES
           AND DESK-MEMBER-ENTRY NOT = SPACES
               PERFORM 0776-DELETE-REVIEW
               PERFORM 0770-LIBRARY-DESK
           ELSE IF DESK-CHOICE = 'a' OR 'A'
               MOVE SPACES TO ACQ-RESULT-MESSAGE
               PERFORM 0778-ACQUISITIONS
               PERFORM 0770-LIBRARY-DESK
           ELSE IF DESK-CHOICE = 'h' OR 'H'
               MOVE SPACES TO SHF-RESULT-MESSAGE
               PERFORM 0777-SHELF-AUDIT
               PERFORM 0770-LIBRARY-DESK
           ELSE
               PERFORM 0770-LIBRARY-DESK
           END-IF.

       0772-LOAD-OPEN-LOANS.
           MOVE 0 TO WS-DESK-COUNT.
           INITIALIZE WS-DESK-TABLE.
           OPEN INPUT F-LIBRARY-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIBRARY-LOANS-FILE
                       NOT AT END
                           IF LN-STATUS NOT = "RETURNED"
                           AND WS-DESK-COUNT < 8
                               ADD 1 TO WS-DESK-COUNT
                               MOVE LN-TITLE TO
                                 WS-DESK-TITLE(WS-DESK-COUNT)
                               MOVE LN-USERNAME TO
                                 WS-DESK-MEMBER(WS-DESK-COUNT)
                               MOVE LN-DUE TO
                                 WS-DESK-DUE(WS-DESK-COUNT)
                               MOVE LN-STATUS TO
                                 WS-DESK-STATUS(WS-DESK-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-LOANS-FILE
           END-IF.

       0774-SAVE-COPY-COUNT.
           MOVE 0 TO WS-COPIES-FOUND.
           OPEN I-O F-LIBRARY-COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIBRARY-COPIES-FILE
                       NOT AT END
                           IF LC-TITLE = COPIES-TITLE-ENTRY
                               MOVE 1 TO WS-COPIES-FOUND
                               MOVE COPIES-COUNT-ENTRY TO LC-COPIES
                               REWRITE LIBRARY-COPY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.
           IF WS-COPIES-FOUND = 0
               OPEN EXTEND F-LIBRARY-COPIES-FILE
               IF WS-COPIES-STATUS = "35"
                   OPEN OUTPUT F-LIBRARY-COPIES-FILE
               END-IF
               MOVE SPACES TO LIBRARY-COPY-RECORD
               MOVE COPIES-TITLE-ENTRY TO LC-TITLE
               MOVE COPIES-COUNT-ENTRY TO LC-COPIES
               WRITE LIBRARY-COPY-RECORD
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.
           MOVE "COPY COUNT SAVED" TO DESK-RESULT-MESSAGE.

       0776-DELETE-REVIEW.
           OPEN I-O F-BOOK-REVIEWS-FILE.
           IF WS-REVIEWS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BOOK-REVIEWS-FILE
                       NOT AT END
                           IF RV-TITLE = COPIES-TITLE-ENTRY
                           AND RV-USERNAME = DESK-MEMBER-ENTRY
                               MOVE "Y" TO RV-DELETED
                               REWRITE BOOK-REVIEW
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BOOK-REVIEWS-FILE
           END-IF.
           MOVE "REVIEW REMOVED" TO DESK-RESULT-MESSAGE.

      *    Shelf check of the lending stock, run like the commissary
      *    stocktake: opening the audit takes a fresh count sheet of
      *    every title in the catalog with the copies owned and the
      *    copies out on loan at that moment, staff key what is on
      *    the shelf, and the missing copies report lists whatever
      *    is neither on the shelf nor out on loan.  A new sheet can
      *    be taken once every title on the last one is counted.
       0777-SHELF-AUDIT.
           PERFORM 0777A-CHECK-SHELF-AUDIT.
           MOVE SPACES TO SHF-TITLE-ENTRY.
           MOVE 0 TO SHF-COUNT-ENTRY.
           INITIALIZE SHF-CHOICE.
           DISPLAY LIBRARY-SHELF-SCREEN.

           ACCEPT SHF-TITLE-FIELD.
           ACCEPT SHF-COUNT-FIELD.
           ACCEPT SHF-CHOICE-FIELD.

           IF SHF-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF SHF-CHOICE = 'o' OR 'O'
               IF WS-SHELF-OPEN = 1 AND SHF-COUNTED-LINES > 0
               AND SHF-COUNTED-LINES < SHF-LINES
                   MOVE "AUDIT IN PROGRESS - FINISH COUNTING" TO
                     SHF-RESULT-MESSAGE
               ELSE
                   PERFORM 0777B-OPEN-SHELF-AUDIT
               END-IF
               PERFORM 0777-SHELF-AUDIT
           ELSE IF SHF-CHOICE = 'k' OR 'K'
               IF WS-SHELF-OPEN = 0
                   MOVE "NO SHELF AUDIT OPEN" TO SHF-RESULT-MESSAGE
               ELSE
                   IF SHF-TITLE-ENTRY = SPACES
                       MOVE "TITLE REQUIRED" TO SHF-RESULT-MESSAGE
                   ELSE
                       PERFORM 0777D-KEY-SHELF-COUNT
                   END-IF
               END-IF
               PERFORM 0777-SHELF-AUDIT
           ELSE IF SHF-CHOICE = 'm' OR 'M'
               IF WS-SHELF-OPEN = 0
                   MOVE "NO SHELF AUDIT OPEN" TO SHF-RESULT-MESSAGE
               ELSE
                   CALL 'library-shelf-report' USING
                     SHELF-STATUS-MESSAGE
                   MOVE SHELF-STATUS-MESSAGE TO SHF-RESULT-MESSAGE
               END-IF
               PERFORM 0777-SHELF-AUDIT
           ELSE
               PERFORM 0777-SHELF-AUDIT
           END-IF.

       0777A-CHECK-SHELF-AUDIT.
           MOVE 0 TO WS-SHELF-OPEN.
           MOVE 0 TO SHF-LINES.
           MOVE 0 TO SHF-COUNTED-LINES.
           OPEN INPUT F-SHELF-AUDIT-FILE.
           IF WS-SHELF-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SHELF-AUDIT-FILE
                       NOT AT END
                           MOVE 1 TO WS-SHELF-OPEN
                           ADD 1 TO SHF-LINES
                           IF SH-COUNTED = "Y"
                               ADD 1 TO SHF-COUNTED-LINES
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SHELF-AUDIT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Retired and inter-library titles are not ours to count.
       0777B-OPEN-SHELF-AUDIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SHELF-OPENED-AT.
           OPEN OUTPUT F-SHELF-AUDIT-FILE.
           OPEN INPUT F-LIBRARY-FILE.
           IF WS-LIBRARY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LIBRARY-FILE
                       NOT AT END
                           IF BOOK-STATUS = "ACTIVE" OR SPACES
                               PERFORM 0777C-TITLE-HOLDINGS
                               MOVE SPACES TO SHELF-AUDIT-RECORD
                               MOVE BOOK-TITLE TO SH-TITLE
                               MOVE WS-SHELF-OWNED TO SH-OWNED
                               MOVE WS-SHELF-ON-LOAN TO SH-ON-LOAN
                               MOVE 0 TO SH-COUNT
                               MOVE "N" TO SH-COUNTED
                               MOVE LS-ADMIN-NAME TO SH-OPENED-BY
                               MOVE WS-SHELF-OPENED-AT TO SH-OPENED-AT
                               WRITE SHELF-AUDIT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           CLOSE F-SHELF-AUDIT-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "SHELF-OPEN" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.
           MOVE "COUNT SHEET TAKEN - KEY SHELF COUNTS" TO
             SHF-RESULT-MESSAGE.

      *    Copies owned (one unless a count is set) and copies out on
      *    loan for BOOK-TITLE.  Lost loans are already off the count.
       0777C-TITLE-HOLDINGS.
           MOVE 1 TO WS-SHELF-OWNED.
           MOVE 0 TO WS-SHELF-ON-LOAN.
           OPEN INPUT F-LIBRARY-COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO WS-SHELF-ENDED
               PERFORM UNTIL WS-SHELF-ENDED = 1
                   READ F-LIBRARY-COPIES-FILE
                       NOT AT END
                           IF LC-TITLE = BOOK-TITLE
                               MOVE LC-COPIES TO WS-SHELF-OWNED
                           END-IF
                       AT END
                           MOVE 1 TO WS-SHELF-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.
           OPEN INPUT F-LIBRARY-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-SHELF-ENDED
               PERFORM UNTIL WS-SHELF-ENDED = 1
                   READ F-LIBRARY-LOANS-FILE
                       NOT AT END
                           IF LN-TITLE = BOOK-TITLE
                           AND (LN-STATUS = "OUT" OR "OVERDUE")
                           AND WS-SHELF-ON-LOAN < 99
                               ADD 1 TO WS-SHELF-ON-LOAN
                           END-IF
                       AT END
                           MOVE 1 TO WS-SHELF-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-LOANS-FILE
           END-IF.

      *    A recount simply replaces the earlier figure for the title.
       0777D-KEY-SHELF-COUNT.
           MOVE 0 TO WS-SHELF-FOUND.
           OPEN I-O F-SHELF-AUDIT-FILE.
           IF WS-SHELF-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SHELF-AUDIT-FILE
                       NOT AT END
                           IF SH-TITLE = SHF-TITLE-ENTRY
                               MOVE 1 TO WS-SHELF-FOUND
                               MOVE SHF-COUNT-ENTRY TO SH-COUNT
                               MOVE "Y" TO SH-COUNTED
                               MOVE LS-ADMIN-NAME TO SH-COUNTED-BY
                               REWRITE SHELF-AUDIT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SHELF-AUDIT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SHELF-FOUND = 0
               MOVE "TITLE NOT ON THE COUNT SHEET" TO
                 SHF-RESULT-MESSAGE
           ELSE
               MOVE "SHELF COUNT RECORDED" TO SHF-RESULT-MESSAGE
           END-IF.

      *    Members' purchase suggestions, highest vote first.  The
      *    book budget is the year-to-date total of the LIBRARY-BOOKS
      *    budget line; every request approved this year is charged
      *    against it at its estimated cost, and nothing is approved
      *    past what is left.  An approved book goes into the catalog
      *    with one copy on the shelf and everyone who voted for it
      *    is told.
       0778-ACQUISITIONS.
           PERFORM 0778A-LOAD-REQUESTS.
           PERFORM 0778B-LOAD-BOOK-BUDGET.
           MOVE 0 TO ACQ-ID-ENTRY.
           MOVE 0 TO ACQ-COST-ENTRY.
           INITIALIZE ACQ-CHOICE.
           DISPLAY LIBRARY-ACQ-SCREEN.

           ACCEPT ACQ-ID-FIELD.
           ACCEPT ACQ-COST-FIELD.
           ACCEPT ACQ-CHOICE-FIELD.
           MOVE SPACES TO ACQ-RESULT-MESSAGE.

           IF ACQ-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF ACQ-CHOICE = 'a' OR 'A'
               PERFORM 0779-APPROVE-ACQUISITION
               PERFORM 0778-ACQUISITIONS
           ELSE IF ACQ-CHOICE = 'd' OR 'D'
               PERFORM 0779C-DECLINE-ACQUISITION
               PERFORM 0778-ACQUISITIONS
           ELSE
               PERFORM 0778-ACQUISITIONS
           END-IF.

       0778A-LOAD-REQUESTS.
           MOVE 0 TO WS-LA-COUNT.
           MOVE 0 TO WS-LA-COMMITTED.
           INITIALIZE WS-LA-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT F-ACQUISITIONS-FILE.
           IF WS-LA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ACQUISITIONS-FILE
                       NOT AT END
                           IF LA-STATUS = "OPEN"
                           AND WS-LA-COUNT < 50
                               ADD 1 TO WS-LA-COUNT
                               MOVE LA-VOTES TO
                                 WS-LA-LIST-VOTES(WS-LA-COUNT)
                               MOVE LA-ID TO WS-LA-LIST-ID(WS-LA-COUNT)
                               MOVE LA-TITLE TO
                                 WS-LA-LIST-TITLE(WS-LA-COUNT)
                               MOVE LA-AUTHOR TO
                                 WS-LA-LIST-AUTHOR(WS-LA-COUNT)
                               MOVE LA-PROPOSER TO
                                 WS-LA-LIST-PROPOSER(WS-LA-COUNT)
                           END-IF
                           IF LA-STATUS = "APPROVED"
                           AND LA-DECIDED(1:4) = WS-TODAY(1:4)
                               ADD LA-EST-COST TO WS-LA-COMMITTED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACQUISITIONS-FILE
           END-IF.
           SORT WS-LA-ENTRY ON DESCENDING WS-LA-LIST-VOTES
               ASCENDING WS-LA-LIST-ID.
           IF WS-LA-COUNT = 0 AND ACQ-RESULT-MESSAGE = SPACES
               MOVE "NO OPEN REQUESTS" TO ACQ-RESULT-MESSAGE
           END-IF.

       0778B-LOAD-BOOK-BUDGET.
           MOVE 0 TO WS-LA-BUDGET.
           OPEN INPUT F-BUDGETS-FILE.
           IF WS-LB-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BUDGETS-FILE
                       NOT AT END
                           IF LB-ACCOUNT = WS-LA-BUDGET-ACCOUNT
                           AND LB-MONTH(1:4) = WS-TODAY(1:4)
                           AND LB-MONTH NOT > WS-TODAY(1:6)
                               ADD LB-AMOUNT TO WS-LA-BUDGET
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUDGETS-FILE
           END-IF.
           COMPUTE WS-LA-LEFT = WS-LA-BUDGET - WS-LA-COMMITTED.

       0779-APPROVE-ACQUISITION.
           PERFORM 0779A-FIND-REQUEST.
           MOVE ACQ-COST-ENTRY TO WS-LA-COST.
           IF WS-LA-COST = 0
               MOVE 0 TO WS-LA-DEFAULT-COST
               CALL 'get-price' USING WS-LA-COST-KEY
                 WS-LA-DEFAULT-COST
               IF WS-LA-DEFAULT-COST = 0
                   MOVE 25 TO WS-LA-DEFAULT-COST
               END-IF
               MOVE WS-LA-DEFAULT-COST TO WS-LA-COST
           END-IF.

           IF WS-LA-FOUND = 0
               MOVE "NO OPEN REQUEST WITH THAT ID" TO
                 ACQ-RESULT-MESSAGE
           ELSE IF WS-LA-COST > WS-LA-LEFT
               MOVE "OVER THE LIBRARY BUDGET" TO ACQ-RESULT-MESSAGE
           ELSE
               MOVE "APPROVED" TO WS-QA-OUTCOME
               PERFORM 0779B-DECIDE-REQUEST
               PERFORM 0779D-ADD-TO-CATALOG
               PERFORM 0779E-NOTIFY-VOTERS
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "ACQ-APPROVE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               IF WS-LA-COST > 999
                   MOVE 999 TO AUDIT-AMOUNT
               ELSE
                   MOVE WS-LA-COST TO AUDIT-AMOUNT
               END-IF
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "APPROVED - ADDED TO THE CATALOG" TO
                 ACQ-RESULT-MESSAGE
           END-IF.

       0779A-FIND-REQUEST.
           MOVE 0 TO WS-LA-FOUND.
           MOVE SPACES TO WS-LA-TITLE.
           MOVE SPACES TO WS-LA-AUTHOR.
           MOVE SPACES TO WS-LA-RAISED.
           IF ACQ-ID-ENTRY > 0
               OPEN INPUT F-ACQUISITIONS-FILE
               IF WS-LA-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ACQUISITIONS-FILE
                           NOT AT END
                               IF LA-ID = ACQ-ID-ENTRY
                               AND LA-STATUS = "OPEN"
                                   MOVE 1 TO WS-LA-FOUND
                                   MOVE LA-TITLE TO WS-LA-TITLE
                                   MOVE LA-AUTHOR TO WS-LA-AUTHOR
                                   MOVE LA-DATE TO WS-LA-RAISED
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ACQUISITIONS-FILE
               END-IF
           END-IF.

      *    WS-QA-OUTCOME carries the decision, APPROVED or DECLINED.
       0779B-DECIDE-REQUEST.
           OPEN I-O F-ACQUISITIONS-FILE.
           IF WS-LA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ACQUISITIONS-FILE
                       NOT AT END
                           IF LA-ID = ACQ-ID-ENTRY
                           AND LA-STATUS = "OPEN"
                               MOVE WS-QA-OUTCOME TO LA-STATUS
                               MOVE WS-TODAY TO LA-DECIDED
                               IF WS-QA-OUTCOME = "APPROVED"
                                   MOVE WS-LA-COST TO LA-EST-COST
                               END-IF
                               REWRITE ACQUISITION-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ACQUISITIONS-FILE
           END-IF.
           MOVE "ACQUISITIONS" TO WS-QA-QUEUE.
           MOVE ACQ-ID-ENTRY TO WS-QA-ITEM-NUM.
           MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM.
           MOVE WS-LA-RAISED TO WS-QA-RAISED.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

       0779C-DECLINE-ACQUISITION.
           PERFORM 0779A-FIND-REQUEST.
           IF WS-LA-FOUND = 0
               MOVE "NO OPEN REQUEST WITH THAT ID" TO
                 ACQ-RESULT-MESSAGE
           ELSE
               MOVE "DECLINED" TO WS-QA-OUTCOME
               PERFORM 0779B-DECIDE-REQUEST
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "ACQ-DECLINE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "REQUEST DECLINED" TO ACQ-RESULT-MESSAGE
           END-IF.

      *    Same catalog entry a published manuscript gets, with a
      *    shelf note in place of the text, and one copy to lend.
       0779D-ADD-TO-CATALOG.
           OPEN EXTEND F-LIBRARY-FILE.
           IF WS-LIBRARY-STATUS = "35"
               OPEN OUTPUT F-LIBRARY-FILE
           END-IF.
           MOVE SPACES TO LIBRARY.
           MOVE WS-LA-AUTHOR TO BOOK-AUTHOR.
           MOVE WS-LA-TITLE TO BOOK-TITLE.
           MOVE "PRINT COPY ON THE SHELF - ASK AT THE LENDING DESK"
             TO BOOK-BODY.
           MOVE "ACTIVE" TO BOOK-STATUS.
           WRITE LIBRARY.
           CLOSE F-LIBRARY-FILE.
           MOVE WS-LA-TITLE TO COPIES-TITLE-ENTRY.
           MOVE 1 TO COPIES-COUNT-ENTRY.
           PERFORM 0774-SAVE-COPY-COUNT.

       0779E-NOTIFY-VOTERS.
           OPEN INPUT F-ACQ-VOTES-FILE.
           IF WS-LV-STATUS = "00"
               OPEN EXTEND F-NOTIFY-OUTBOX-FILE
               IF WS-NTFY-STATUS = "35"
                   OPEN OUTPUT F-NOTIFY-OUTBOX-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ACQ-VOTES-FILE
                       NOT AT END
                           IF LV-ID = ACQ-ID-ENTRY
                               MOVE SPACES TO
                                 NOTIFICATION-OUTBOX-RECORD
                               MOVE LV-USERNAME TO NTFY-USERNAME
                               MOVE
                                 "A BOOK YOU VOTED FOR IS ON THE SHELF"
                                 TO NTFY-MESSAGE
                               MOVE 0 TO NTFY-AMOUNT
                               MOVE WS-TODAY TO NTFY-DATE
                               WRITE NOTIFICATION-OUTBOX-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-NOTIFY-OUTBOX-FILE
               CLOSE F-ACQ-VOTES-FILE
           END-IF.

       0780-TRIVIA-BANK.
           PERFORM 0782-LOAD-QUESTION-LIST.
           MOVE SPACES TO TQ-NEW-QUESTION.
           MOVE SPACES TO TQ-NEW-OPT-1.
           MOVE SPACES TO TQ-NEW-OPT-2.
           MOVE SPACES TO TQ-NEW-OPT-3.
           MOVE SPACES TO TQ-NEW-OPT-4.
           MOVE 0 TO TQ-NEW-ANSWER.
           MOVE SPACES TO TQ-NEW-CATEGORY.
           INITIALIZE TQ-NEW-DIFFICULTY.
           MOVE 0 TO TQ-RETIRE-ID.
           INITIALIZE TQ-CHOICE.
           DISPLAY TRIVIA-BANK-SCREEN.

           ACCEPT TQ-QUESTION-FIELD.
           ACCEPT TQ-OPT-1-FIELD.
           ACCEPT TQ-OPT-2-FIELD.
           ACCEPT TQ-OPT-3-FIELD.
           ACCEPT TQ-OPT-4-FIELD.
           ACCEPT TQ-ANSWER-FIELD.
           ACCEPT TQ-CATEGORY-FIELD.
           ACCEPT TQ-DIFFICULTY-FIELD.
           ACCEPT TQ-RETIRE-FIELD.
           ACCEPT TQ-CHOICE-FIELD.
           MOVE SPACES TO TQ-RESULT-MESSAGE.

           IF TQ-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF TQ-CHOICE = 's' OR 'S'
           AND TQ-NEW-QUESTION NOT = SPACES
           AND TQ-NEW-ANSWER >= 1 AND TQ-NEW-ANSWER <= 4
               PERFORM 0784-ADD-QUESTION
               PERFORM 0780-TRIVIA-BANK
           ELSE IF TQ-CHOICE = 'd' OR 'D'
           AND TQ-RETIRE-ID > 0
               PERFORM 0786-RETIRE-QUESTION
               PERFORM 0780-TRIVIA-BANK
           ELSE
               PERFORM 0780-TRIVIA-BANK
           END-IF.

       0782-LOAD-QUESTION-LIST.
           MOVE 0 TO WS-TQ-COUNT.
           MOVE 0 TO WS-TQ-MAX-ID.
           INITIALIZE WS-TQ-TABLE.
           OPEN INPUT F-TRIVIA-QUESTIONS-FILE.
           IF WS-QUESTIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRIVIA-QUESTIONS-FILE
                       NOT AT END
                           IF TQ-ID > WS-TQ-MAX-ID
                               MOVE TQ-ID TO WS-TQ-MAX-ID
                           END-IF
                           IF TQ-RETIRED NOT = "Y"
                           AND WS-TQ-COUNT < 5
                               ADD 1 TO WS-TQ-COUNT
                               MOVE TQ-ID TO
                                 WS-TQ-LIST-ID(WS-TQ-COUNT)
                               MOVE TQ-CATEGORY TO
                                 WS-TQ-LIST-CAT(WS-TQ-COUNT)
                               MOVE TQ-QUESTION TO
                                 WS-TQ-LIST-TEXT(WS-TQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRIVIA-QUESTIONS-FILE
           END-IF.

       0784-ADD-QUESTION.
           OPEN EXTEND F-TRIVIA-QUESTIONS-FILE.
           IF WS-QUESTIONS-STATUS = "35"
               OPEN OUTPUT F-TRIVIA-QUESTIONS-FILE
           END-IF.
           MOVE SPACES TO TRIVIA-QUESTION.
           COMPUTE TQ-ID = WS-TQ-MAX-ID + 1.
           MOVE TQ-NEW-QUESTION TO TQ-QUESTION.
           MOVE TQ-NEW-OPT-1 TO TQ-OPT-1.
           MOVE TQ-NEW-OPT-2 TO TQ-OPT-2.
           MOVE TQ-NEW-OPT-3 TO TQ-OPT-3.
           MOVE TQ-NEW-OPT-4 TO TQ-OPT-4.
           MOVE TQ-NEW-ANSWER TO TQ-ANSWER.
           MOVE TQ-NEW-CATEGORY TO TQ-CATEGORY.
           MOVE TQ-NEW-DIFFICULTY TO TQ-DIFFICULTY.
           MOVE "N" TO TQ-RETIRED.
           WRITE TRIVIA-QUESTION.
           CLOSE F-TRIVIA-QUESTIONS-FILE.
           MOVE "QUESTION ADDED" TO TQ-RESULT-MESSAGE.

       0786-RETIRE-QUESTION.
           OPEN I-O F-TRIVIA-QUESTIONS-FILE.
           IF WS-QUESTIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRIVIA-QUESTIONS-FILE
                       NOT AT END
                           IF TQ-ID = TQ-RETIRE-ID
                               MOVE "Y" TO TQ-RETIRED
                               REWRITE TRIVIA-QUESTION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TRIVIA-QUESTIONS-FILE
           END-IF.
           MOVE "QUESTION RETIRED" TO TQ-RESULT-MESSAGE.

       0788-WELFARE-QUEUE.
           MOVE 0 TO WS-WQ-COUNT.
           INITIALIZE WS-WQ-TABLE.
           OPEN INPUT F-WELFARE-QUEUE-FILE.
           IF WS-WELFARE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WELFARE-QUEUE-FILE
                       NOT AT END
                           IF WQ-STATUS = "OPEN"
                           AND WS-WQ-COUNT < 5
                               ADD 1 TO WS-WQ-COUNT
                               MOVE WS-WQ-COUNT TO
                                 WS-WQ-SEQ(WS-WQ-COUNT)
                               MOVE WQ-USERNAME TO
                                 WS-WQ-USERNAME(WS-WQ-COUNT)
                               MOVE WQ-WEEK-LOSSES TO
                                 WS-WQ-LOSSES(WS-WQ-COUNT)
                               MOVE WQ-DATE-FLAGGED TO
                                 WS-WQ-DATE(WS-WQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WELFARE-QUEUE-FILE
           END-IF.

           PERFORM 0789A-LOAD-RTP-REVIEWS.

           IF WS-WQ-COUNT = 0 AND WS-GV-COUNT = 0
               MOVE "NOTHING FOR THE WELFARE OFFICER" TO
                 WQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO WQ-SEQ-ENTRY.
           MOVE 0 TO GV-SEQ-ENTRY.
           INITIALIZE WQ-CHOICE.
           DISPLAY WELFARE-QUEUE-SCREEN.

           ACCEPT WQ-SEQ-FIELD.
           ACCEPT GV-SEQ-FIELD.
           ACCEPT WQ-CHOICE-FIELD.

           IF WQ-SEQ-ENTRY > 0
           AND WQ-SEQ-ENTRY <= WS-WQ-COUNT
               PERFORM 0789-MARK-WELFARE-HANDLED
           END-IF.
           IF GV-SEQ-ENTRY > 0
           AND GV-SEQ-ENTRY <= WS-GV-COUNT
               PERFORM 0789B-MARK-RTP-REVIEWED
           END-IF.

           IF WQ-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0788-WELFARE-QUEUE
           END-IF.

       0789-MARK-WELFARE-HANDLED.
           MOVE 0 TO WS-WQ-RESOLVED.
           OPEN I-O F-WELFARE-QUEUE-FILE.
           IF WS-WELFARE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WELFARE-QUEUE-FILE
                       NOT AT END
                           IF WQ-STATUS = "OPEN"
                           AND WQ-USERNAME =
                             WS-WQ-USERNAME(WQ-SEQ-ENTRY)
                           AND WS-WQ-RESOLVED = 0
                               MOVE "HANDLED" TO WQ-STATUS
                               REWRITE WELFARE-QUEUE-RECORD
                               MOVE 1 TO WS-WQ-RESOLVED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WELFARE-QUEUE-FILE
           END-IF.
           MOVE "MARKED HANDLED" TO WQ-RESULT-MESSAGE.

      *    Games the monthly return-to-player report found drifting
      *    from their set odds; the welfare officer signs each off
      *    once the council has seen the report.
       0789A-LOAD-RTP-REVIEWS.
           MOVE 0 TO WS-GV-COUNT.
           INITIALIZE WS-GV-TABLE.
           OPEN INPUT F-RTP-REVIEW-FILE.
           IF WS-RTP-REVIEW-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RTP-REVIEW-FILE
                       NOT AT END
                           IF RV-STATUS = "OPEN"
                           AND WS-GV-COUNT < 3
                               ADD 1 TO WS-GV-COUNT
                               MOVE WS-GV-COUNT TO
                                 WS-GV-SEQ(WS-GV-COUNT)
                               MOVE RV-GAME TO WS-GV-GAME(WS-GV-COUNT)
                               MOVE RV-MONTH TO
                                 WS-GV-MONTH(WS-GV-COUNT)
                               MOVE RV-ACTUAL-RTP TO
                                 WS-GV-ACTUAL(WS-GV-COUNT)
                               MOVE RV-SET-RTP TO
                                 WS-GV-SET(WS-GV-COUNT)
                               MOVE RV-PLAYS TO
                                 WS-GV-PLAYS(WS-GV-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RTP-REVIEW-FILE
           END-IF.

       0789B-MARK-RTP-REVIEWED.
           MOVE 0 TO WS-WQ-RESOLVED.
           OPEN I-O F-RTP-REVIEW-FILE.
           IF WS-RTP-REVIEW-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RTP-REVIEW-FILE
                       NOT AT END
                           IF RV-STATUS = "OPEN"
                           AND RV-GAME = WS-GV-GAME(GV-SEQ-ENTRY)
                           AND RV-MONTH = WS-GV-MONTH(GV-SEQ-ENTRY)
                           AND WS-WQ-RESOLVED = 0
                               MOVE "REVIEWED" TO RV-STATUS
                               REWRITE RTP-REVIEW-RECORD
                               MOVE 1 TO WS-WQ-RESOLVED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RTP-REVIEW-FILE
           END-IF.
           MOVE "GAME MARKED REVIEWED" TO WQ-RESULT-MESSAGE.

       0830-LOAN-QUEUE.
           MOVE 0 TO WS-LO-COUNT.
           INITIALIZE WS-LO-TABLE.
           OPEN INPUT F-LOANS-FILE.
           IF WS-CREDIT-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "APPLIED"
                           AND WS-LO-COUNT < 5
                               ADD 1 TO WS-LO-COUNT
                               MOVE WS-LO-COUNT TO
                                 WS-LO-SEQ(WS-LO-COUNT)
                               MOVE LOAN-USERNAME TO
                                 WS-LO-USERNAME(WS-LO-COUNT)
                               MOVE LOAN-AMOUNT TO
                                 WS-LO-AMOUNT(WS-LO-COUNT)
                               MOVE LOAN-WEEKS TO
                                 WS-LO-WEEKS(WS-LO-COUNT)
                               MOVE LOAN-DATE TO
                                 WS-LO-DATE(WS-LO-COUNT)
                               CALL 'get-credit-score' USING
                                 LOAN-USERNAME
                                 WS-LO-SCORE(WS-LO-COUNT)
                                 WS-LO-REASON-1(WS-LO-COUNT)
                                 WS-LO-REASON-2(WS-LO-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.

           IF WS-LO-COUNT = 0
               MOVE "NO LOAN APPLICATIONS WAITING" TO
                 LO-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO LO-RESOLVE-SEQ-ENTRY.
           INITIALIZE LO-RESOLVE-DECISION.
           INITIALIZE LOAN-QUEUE-CHOICE.
           DISPLAY LOAN-QUEUE-SCREEN.

           ACCEPT LO-SEQ-FIELD.
           ACCEPT LO-DECISION-FIELD.
           ACCEPT LOAN-QUEUE-FIELD.

           IF LO-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0832-RESOLVE-LOAN
           END-IF.

           IF LOAN-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0830-LOAN-QUEUE
           END-IF.

       0832-RESOLVE-LOAN.
           IF LO-RESOLVE-SEQ-ENTRY > WS-LO-COUNT
               MOVE "NO SUCH APPLICATION ON SCREEN" TO
                 LO-RESULT-MESSAGE
           ELSE IF LO-RESOLVE-DECISION NOT = 'a' AND
           LO-RESOLVE-DECISION NOT = 'A' AND
           LO-RESOLVE-DECISION NOT = 'd' AND
           LO-RESOLVE-DECISION NOT = 'D'
               MOVE "ENTER a OR d TO RESOLVE" TO LO-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-LO-RESOLVED
               OPEN I-O F-LOANS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "APPLIED"
                           AND WS-LO-RESOLVED = 0
                           AND LOAN-USERNAME =
                             WS-LO-USERNAME(LO-RESOLVE-SEQ-ENTRY)
                               MOVE 1 TO WS-LO-RESOLVED
                               PERFORM 0834-APPLY-LOAN-DECISION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.

      *    The nightly sweep ages arrears into the 1-7, 8-30 and
      *    over-30 day buckets.  A loan more than 30 days late can be
      *    written off: it closes, and what is still owing goes to
      *    the loan losses account against the issue it was
      *    advanced from.
       0838-LOAN-ARREARS.
           PERFORM 0838A-LOAD-ARREARS.
           IF WS-LAR-COUNT = 0
               MOVE "NO LOANS IN ARREARS" TO LAR-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO LAR-SEQ-ENTRY.
           INITIALIZE LAR-CHOICE.
           DISPLAY LOAN-ARREARS-SCREEN.

           ACCEPT LAR-SEQ-FIELD.
           ACCEPT LAR-CHOICE-FIELD.

           IF LAR-CHOICE = 'g' OR 'G'
               MOVE SPACES TO LAR-RESULT-MESSAGE
           ELSE IF LAR-CHOICE = 'w' OR 'W'
               EVALUATE TRUE
                   WHEN LAR-SEQ-ENTRY = 0
                     OR LAR-SEQ-ENTRY > WS-LAR-COUNT
                       MOVE "NO SUCH LOAN ON SCREEN" TO
                         LAR-RESULT-MESSAGE
                   WHEN WS-LAR-DAYS(LAR-SEQ-ENTRY) NOT > 30
                       MOVE "NOT YET OVER 30 DAYS LATE" TO
                         LAR-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0838B-WRITE-OFF-LOAN
               END-EVALUATE
               PERFORM 0838-LOAN-ARREARS
           ELSE
               PERFORM 0838-LOAN-ARREARS
           END-IF.

       0838A-LOAD-ARREARS.
           MOVE 0 TO WS-LAR-COUNT.
           INITIALIZE WS-LAR-TABLE.
           OPEN INPUT F-LOANS-FILE.
           IF WS-CREDIT-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "ACTIVE"
                           AND LOAN-ARREARS IS NUMERIC
                           AND LOAN-ARREARS > 0
                           AND WS-LAR-COUNT < 5
                               ADD 1 TO WS-LAR-COUNT
                               MOVE WS-LAR-COUNT TO
                                 WS-LAR-SEQ(WS-LAR-COUNT)
                               MOVE LOAN-USERNAME TO
                                 WS-LAR-USERNAME(WS-LAR-COUNT)
                               MOVE LOAN-BALANCE TO
                                 WS-LAR-BALANCE(WS-LAR-COUNT)
                               MOVE LOAN-ARREARS TO
                                 WS-LAR-ARREARS(WS-LAR-COUNT)
                               MOVE LOAN-FEES TO
                                 WS-LAR-FEES(WS-LAR-COUNT)
                               MOVE LOAN-DAYS-PAST-DUE TO
                                 WS-LAR-DAYS(WS-LAR-COUNT)
                               EVALUATE TRUE
                                   WHEN LOAN-DAYS-PAST-DUE > 30
                                       MOVE "30+" TO
                                         WS-LAR-BUCKET(WS-LAR-COUNT)
                                   WHEN LOAN-DAYS-PAST-DUE > 7
                                       MOVE "8-30" TO
                                         WS-LAR-BUCKET(WS-LAR-COUNT)
                                   WHEN OTHER
                                       MOVE "1-7" TO
                                         WS-LAR-BUCKET(WS-LAR-COUNT)
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0838B-WRITE-OFF-LOAN.
           MOVE 0 TO WS-LAR-DONE.
           MOVE 0 TO WS-LAR-WRITTEN-OFF.
           OPEN I-O F-LOANS-FILE.
           IF WS-CREDIT-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           IF LOAN-STATUS = "ACTIVE"
                           AND WS-LAR-DONE = 0
                           AND LOAN-USERNAME =
                             WS-LAR-USERNAME(LAR-SEQ-ENTRY)
                               MOVE 1 TO WS-LAR-DONE
                               MOVE LOAN-BALANCE TO WS-LAR-WRITTEN-OFF
                               MOVE "WRITTENOFF" TO LOAN-STATUS
                               MOVE WS-TODAY TO LOAN-CLOSED
                               REWRITE LOAN-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-LAR-DONE = 0
               MOVE "LOAN NO LONGER OPEN" TO LAR-RESULT-MESSAGE
           ELSE
               MOVE WS-LAR-WRITTEN-OFF TO WS-LEDGER-AMOUNT
               MOVE WS-LOAN-LOSSES TO WS-DEBIT-ACCOUNT
               MOVE WS-HOUSE-ISSUE TO WS-CREDIT-ACCOUNT
               CALL 'get-posting-rule' USING WS-WRITE-OFF-REASON
                 WS-LAR-USERNAME(LAR-SEQ-ENTRY) WS-DEBIT-ACCOUNT
                 WS-CREDIT-ACCOUNT
               CALL 'post-ledger-entry' USING WS-DEBIT-ACCOUNT
                 WS-CREDIT-ACCOUNT WS-LEDGER-AMOUNT
                 WS-WRITE-OFF-REASON WS-LAR-NO-REF
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "LOAN-WRITOFF" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               IF WS-LAR-WRITTEN-OFF > 999
                   MOVE 999 TO AUDIT-AMOUNT
               ELSE
                   MOVE WS-LAR-WRITTEN-OFF TO AUDIT-AMOUNT
               END-IF
               PERFORM 0790-WRITE-AUDIT-ENTRY
               CALL 'add-notification' USING
                 WS-LAR-USERNAME(LAR-SEQ-ENTRY)
                 WS-LAR-NOTIFY-MESSAGE AUDIT-AMOUNT
               MOVE "LOAN WRITTEN OFF TO LOSSES" TO LAR-RESULT-MESSAGE
           END-IF.

      *    Approval posts the advance at once; the nightly sweep
      *    collects the weekly instalments until the loan clears.
       0834-APPLY-LOAN-DECISION.
           IF LO-RESOLVE-DECISION = 'd' OR 'D'
               MOVE "DECLINED" TO LOAN-STATUS
               MOVE LS-ADMIN-NAME TO LOAN-APPROVED-BY
               REWRITE LOAN-RECORD
               PERFORM 0836-NOTIFY-LOAN-MEMBER
               MOVE "APPLICATION DECLINED" TO LO-RESULT-MESSAGE
           ELSE
               MOVE "ACTIVE" TO LOAN-STATUS
               MOVE LS-ADMIN-NAME TO LOAN-APPROVED-BY
               MOVE LOAN-AMOUNT TO LOAN-BALANCE
               MOVE 0 TO LOAN-ARREARS
               MOVE SPACES TO LOAN-ARREARS-SINCE
               MOVE 0 TO LOAN-DAYS-PAST-DUE
               MOVE 0 TO LOAN-FEES
               COMPUTE LOAN-INSTALMENT =
                   (LOAN-AMOUNT + LOAN-WEEKS - 1) / LOAN-WEEKS
               COMPUTE WS-LOAN-NEXT-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) + 7
               COMPUTE WS-LOAN-NEXT-DUE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-LOAN-NEXT-DUE-INT)
               CALL 'business-day' USING WS-LOAN-NEXT-DUE-X
                 WS-LOAN-ROLL LOAN-NEXT-DUE
               REWRITE LOAN-RECORD
               CALL 'add-credits' USING LOAN-USERNAME, LOAN-AMOUNT,
                 WS-LOAN-ADVANCE-REASON, UPDATED-BALANCE
               PERFORM 0835-WRITE-ADVANCE-TRANSACTION
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "LOAN-APPROVE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE LOAN-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               PERFORM 0836-NOTIFY-LOAN-MEMBER
               MOVE "ADVANCE POSTED TO MEMBER" TO LO-RESULT-MESSAGE
           END-IF.
           MOVE "LOANS" TO WS-QA-QUEUE.
           MOVE LOAN-USERNAME TO WS-QA-ITEM.
           MOVE LOAN-DATE TO WS-QA-RAISED.
           MOVE LOAN-STATUS TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

       0835-WRITE-ADVANCE-TRANSACTION.
           MOVE SPACES TO WS-LOAN-ACNT.
           OPEN INPUT F-USERS-FILE.
           MOVE LOAN-USERNAME TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE USER-ACNT-NUM TO WS-LOAN-ACNT
           END-READ.
           CLOSE F-USERS-FILE.

           CALL 'next-trans-ref' USING WS-LOAN-REF.
           OPEN I-O F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS = "35"
               OPEN OUTPUT F-TRANSACTIONS-FILE
           END-IF.
           MOVE SPACES TO TRANSACTIONS.
           MOVE LOAN-USERNAME TO TRANS-USERNAME.
           MOVE WS-LOAN-ACNT TO TRANS-BANK-ACCOUNT.
           MOVE LOAN-AMOUNT TO TRANS-CREDITS-TO-ADD.
           MOVE CONV-CRED-TO-MON(LOAN-AMOUNT) TO TRANS-MON-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO TRANS-DATE-OF-TRANS.
           MOVE "LOAN ADVANCE" TO TRANS-PAYMENT-STATUS.
           MOVE WS-LOAN-REF TO TRANS-REF.
           MOVE 0 TO TRANS-PAIR-REF.
           WRITE TRANSACTIONS.
           CLOSE F-TRANSACTIONS-FILE.

       0836-NOTIFY-LOAN-MEMBER.
           OPEN EXTEND F-NOTIFY-OUTBOX-FILE.
           IF WS-NTFY-STATUS = "35"
               OPEN OUTPUT F-NOTIFY-OUTBOX-FILE
           END-IF.
           MOVE SPACES TO NOTIFICATION-OUTBOX-RECORD.
           MOVE LOAN-USERNAME TO NTFY-USERNAME.
           IF LO-RESOLVE-DECISION = 'd' OR 'D'
               MOVE "YOUR LOAN WAS DECLINED" TO NTFY-MESSAGE
           ELSE
               MOVE "YOUR LOAN ADVANCE HAS POSTED" TO NTFY-MESSAGE
           END-IF.
           MOVE LOAN-AMOUNT TO NTFY-AMOUNT.
           MOVE WS-TODAY TO NTFY-DATE.
           WRITE NOTIFICATION-OUTBOX-RECORD.
           CLOSE F-NOTIFY-OUTBOX-FILE.

       0840-REVERSAL-QUEUE.
           MOVE 0 TO WS-RR-COUNT.
           INITIALIZE WS-RR-TABLE.
           OPEN INPUT F-REVERSAL-REVIEW-FILE.
           IF WS-RR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REVERSAL-REVIEW-FILE
                       NOT AT END
                           IF RR-STATUS = "OPEN"
                           AND WS-RR-COUNT < 5
                               ADD 1 TO WS-RR-COUNT
                               MOVE WS-RR-COUNT TO
                                 WS-RR-SEQ(WS-RR-COUNT)
                               MOVE RR-USERNAME TO
                                 WS-RR-USERNAME(WS-RR-COUNT)
                               MOVE RR-TRANS-REF TO
                                 WS-RR-REF(WS-RR-COUNT)
                               MOVE RR-AMOUNT TO
                                 WS-RR-AMOUNT(WS-RR-COUNT)
                               MOVE RR-DATE TO
                                 WS-RR-DATE(WS-RR-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REVERSAL-REVIEW-FILE
           END-IF.

           IF WS-RR-COUNT = 0
               MOVE "NO REVERSALS AWAITING REVIEW" TO
                 RR-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO RR-RESOLVE-SEQ-ENTRY.
           INITIALIZE RR-RESOLVE-DECISION.
           INITIALIZE REVERSAL-QUEUE-CHOICE.
           DISPLAY REVERSAL-QUEUE-SCREEN.

           ACCEPT RR-SEQ-FIELD.
           ACCEPT RR-DECISION-FIELD.
           ACCEPT REVERSAL-QUEUE-FIELD.

           IF RR-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0842-RESOLVE-REVERSAL
           END-IF.

           IF REVERSAL-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0840-REVERSAL-QUEUE
           END-IF.

       0842-RESOLVE-REVERSAL.
           IF RR-RESOLVE-SEQ-ENTRY > WS-RR-COUNT
               MOVE "NO SUCH REVIEW ON SCREEN" TO RR-RESULT-MESSAGE
           ELSE IF RR-RESOLVE-DECISION NOT = 'c' AND
           RR-RESOLVE-DECISION NOT = 'C' AND
           RR-RESOLVE-DECISION NOT = 'w' AND
           RR-RESOLVE-DECISION NOT = 'W'
               MOVE "ENTER c OR w TO RESOLVE" TO RR-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-RR-RESOLVED
               OPEN I-O F-REVERSAL-REVIEW-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REVERSAL-REVIEW-FILE
                       NOT AT END
                           IF RR-STATUS = "OPEN"
                           AND WS-RR-RESOLVED = 0
                           AND RR-TRANS-REF =
                             WS-RR-REF(RR-RESOLVE-SEQ-ENTRY)
                               MOVE 1 TO WS-RR-RESOLVED
                               PERFORM 0844-APPLY-REVERSAL-DECISION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REVERSAL-REVIEW-FILE
           END-IF.

      *    Collecting takes the clawed-back credits only when the
      *    balance now covers them; a write-off closes the review
      *    and leaves the loss with the house.
       0844-APPLY-REVERSAL-DECISION.
           IF RR-RESOLVE-DECISION = 'w' OR 'W'
               MOVE "WRITEOFF" TO RR-STATUS
               REWRITE REVERSAL-REVIEW-RECORD
               PERFORM 0844A-LOG-REVERSAL
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "REV-WRITEOFF" TO AUDIT-ACTION
               MOVE RR-TRANS-REF TO AUDIT-ACCOUNT
               MOVE RR-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "REVERSAL WRITTEN OFF" TO RR-RESULT-MESSAGE
           ELSE
               OPEN I-O F-USERS-FILE
               MOVE RR-USERNAME TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       MOVE "MEMBER NOT ON FILE" TO
                         RR-RESULT-MESSAGE
                   NOT INVALID KEY
                       IF USER-CREDIT >= RR-AMOUNT
                           SUBTRACT RR-AMOUNT FROM USER-CREDIT
                           REWRITE USERS
                           MOVE "COLLECTED" TO RR-STATUS
                           REWRITE REVERSAL-REVIEW-RECORD
                           PERFORM 0844A-LOG-REVERSAL
                           MOVE RR-AMOUNT TO WS-LEDGER-AMOUNT
                           MOVE RR-USERNAME TO WS-DEBIT-ACCOUNT
                           MOVE WS-HOUSE-ISSUE TO WS-CREDIT-ACCOUNT
                           CALL 'get-posting-rule' USING
                             WS-REVERSAL-REASON RR-USERNAME
                             WS-DEBIT-ACCOUNT WS-CREDIT-ACCOUNT
                           CALL 'post-ledger-entry' USING
                             WS-DEBIT-ACCOUNT WS-CREDIT-ACCOUNT
                             WS-LEDGER-AMOUNT WS-REVERSAL-REASON
                             RR-TRANS-REF
                           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                           MOVE "REV-COLLECT" TO AUDIT-ACTION
                           MOVE RR-TRANS-REF TO AUDIT-ACCOUNT
                           MOVE RR-AMOUNT TO AUDIT-AMOUNT
                           PERFORM 0790-WRITE-AUDIT-ENTRY
                           MOVE "CLAW-BACK COLLECTED" TO
                             RR-RESULT-MESSAGE
                       ELSE
                           MOVE "BALANCE STILL SHORT" TO
                             RR-RESULT-MESSAGE
                       END-IF
               END-READ
               CLOSE F-USERS-FILE
           END-IF.

       0844A-LOG-REVERSAL.
           MOVE "REVERSALS" TO WS-QA-QUEUE.
           MOVE RR-TRANS-REF TO WS-QA-ITEM-NUM.
           MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM.
           MOVE RR-DATE TO WS-QA-RAISED.
           MOVE RR-STATUS TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.

      *    One bracket runs at a time: entry fees sit in the pot,
      *    the desk records each round, and closing pays the pot
      *    to the champion with the bracket printed for the wall.
       0941-TOURNAMENT-DESK.
           MOVE SPACES TO TD-NAME-ENTRY.
           MOVE SPACES TO TD-GAME-ENTRY.
           MOVE 0 TO TD-FEE-ENTRY.
           MOVE 0 TO TD-SIZE-ENTRY.
           MOVE SPACES TO TD-WINNER-ENTRY.
           MOVE SPACES TO TD-LOSER-ENTRY.
           INITIALIZE TOURNEY-DESK-CHOICE.
           DISPLAY TOURNAMENT-DESK-SCREEN.

           ACCEPT TD-NAME-FIELD.
           ACCEPT TD-GAME-FIELD.
           ACCEPT TD-FEE-FIELD.
           ACCEPT TD-SIZE-FIELD.
           ACCEPT TD-WINNER-FIELD.
           ACCEPT TD-LOSER-FIELD.
           ACCEPT TOURNEY-DESK-FIELD.

           IF TOURNEY-DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF TOURNEY-DESK-CHOICE = 'c' OR 'C'
               IF TD-NAME-ENTRY = SPACES OR TD-FEE-ENTRY = 0
                   MOVE "NAME AND FEE REQUIRED" TO
                     TD-RESULT-MESSAGE
               ELSE
                   PERFORM 0941A-CREATE-TOURNAMENT
               END-IF
               PERFORM 0941-TOURNAMENT-DESK
           ELSE IF TOURNEY-DESK-CHOICE = 'p' OR 'P'
               PERFORM 0941E-PAIR-NEXT-ROUND
               PERFORM 0941-TOURNAMENT-DESK
           ELSE IF TOURNEY-DESK-CHOICE = 'r' OR 'R'
               IF TD-WINNER-ENTRY = SPACES
               OR TD-LOSER-ENTRY = SPACES
                   MOVE "WINNER AND LOSER REQUIRED" TO
                     TD-RESULT-MESSAGE
               ELSE
                   PERFORM 0941B-RECORD-ROUND-RESULT
               END-IF
               PERFORM 0941-TOURNAMENT-DESK
           ELSE IF TOURNEY-DESK-CHOICE = 'z' OR 'Z'
               PERFORM 0941C-CLOSE-AND-PAY
               PERFORM 0941-TOURNAMENT-DESK
           ELSE
               PERFORM 0941-TOURNAMENT-DESK
           END-IF.

       0941A-CREATE-TOURNAMENT.
           MOVE 0 TO WS-TD-LAST-ID.
           MOVE 0 TO WS-TD-OPEN-ID.
           OPEN INPUT F-TOURNAMENTS-FILE.
           IF WS-TN-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TOURNAMENTS-FILE
                       NOT AT END
                           MOVE TN-ID TO WS-TD-LAST-ID
                           IF TN-STATUS NOT = "DONE"
                               MOVE TN-ID TO WS-TD-OPEN-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TOURNAMENTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-TD-OPEN-ID > 0
               MOVE "A BRACKET IS ALREADY RUNNING" TO
                 TD-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-TOURNAMENTS-FILE
               IF WS-TN-STATUS = "35"
                   OPEN OUTPUT F-TOURNAMENTS-FILE
               END-IF
               MOVE SPACES TO TOURNAMENT-RECORD
               COMPUTE TN-ID = WS-TD-LAST-ID + 1
               MOVE TD-NAME-ENTRY TO TN-NAME
               MOVE TD-GAME-ENTRY TO TN-GAME
               MOVE TD-FEE-ENTRY TO TN-FEE
               IF TD-SIZE-ENTRY = 8
                   MOVE 8 TO TN-SIZE
               ELSE
                   MOVE 4 TO TN-SIZE
               END-IF
               MOVE 0 TO TN-ENTRANTS
               MOVE "OPEN" TO TN-STATUS
               MOVE 0 TO TN-POT
               WRITE TOURNAMENT-RECORD
               CLOSE F-TOURNAMENTS-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "TOURNEY-OPEN" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "BRACKET OPEN FOR ENTRIES" TO
                 TD-RESULT-MESSAGE
           END-IF.

      *    The desk pairs each round from the surviving entry
      *    list; 4 and 8 seat brackets pair evenly, so a bye only
      *    appears after a withdrawal and advances unplayed.
       0941E-PAIR-NEXT-ROUND.
           PERFORM 0941D-FIND-OPEN-BRACKET.
           IF WS-TD-OPEN-ID = 0
               MOVE "NO BRACKET RUNNING" TO TD-RESULT-MESSAGE
           ELSE
               PERFORM 0941F-COUNT-OPEN-PAIRINGS
               IF WS-TD-OPEN-PAIRS > 0
                   MOVE "ROUND STILL IN PLAY" TO TD-RESULT-MESSAGE
               ELSE
                   PERFORM 0941G-LIST-SURVIVORS
                   IF WS-TD-SURV-COUNT < 2
                       MOVE "NOT ENOUGH PLAYERS LEFT" TO
                         TD-RESULT-MESSAGE
                   ELSE
                       PERFORM 0941H-WRITE-PAIRINGS
                   END-IF
               END-IF
           END-IF.

       0941F-COUNT-OPEN-PAIRINGS.
           MOVE 0 TO WS-TD-OPEN-PAIRS.
           MOVE 0 TO WS-TD-ROUND.
           OPEN INPUT F-ROUNDS-FILE.
           IF WS-TR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ROUNDS-FILE
                       NOT AT END
                           IF TR-TOURNEY = WS-TD-OPEN-ID
                               IF TR-ROUND > WS-TD-ROUND
                                   MOVE TR-ROUND TO WS-TD-ROUND
                               END-IF
                               IF TR-WINNER = SPACES
                                   ADD 1 TO WS-TD-OPEN-PAIRS
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ROUNDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0941G-LIST-SURVIVORS.
           MOVE 0 TO WS-TD-SURV-COUNT.
           OPEN INPUT F-ENTRIES-FILE.
           IF WS-TE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTRIES-FILE
                       NOT AT END
                           IF TE-TOURNEY = WS-TD-OPEN-ID
                           AND TE-OUT NOT = "Y"
                           AND WS-TD-SURV-COUNT < 8
                               ADD 1 TO WS-TD-SURV-COUNT
                               MOVE TE-USERNAME TO
                                 WS-TD-SURV-NAME(WS-TD-SURV-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTRIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0941H-WRITE-PAIRINGS.
           ADD 1 TO WS-TD-ROUND.
           OPEN EXTEND F-ROUNDS-FILE.
           IF WS-TR-STATUS = "35"
               OPEN OUTPUT F-ROUNDS-FILE
           END-IF.
           MOVE 1 TO WS-TD-SURV-IDX.
           PERFORM UNTIL WS-TD-SURV-IDX > WS-TD-SURV-COUNT
               MOVE SPACES TO TOURNAMENT-ROUND
               MOVE WS-TD-OPEN-ID TO TR-TOURNEY
               MOVE WS-TD-ROUND TO TR-ROUND
               MOVE WS-TD-SURV-NAME(WS-TD-SURV-IDX) TO TR-PLAYER-A
               IF WS-TD-SURV-IDX < WS-TD-SURV-COUNT
                   MOVE WS-TD-SURV-NAME(WS-TD-SURV-IDX + 1) TO
                     TR-PLAYER-B
                   MOVE SPACES TO TR-WINNER
               ELSE
                   MOVE "*BYE*" TO TR-PLAYER-B
                   MOVE WS-TD-SURV-NAME(WS-TD-SURV-IDX) TO
                     TR-WINNER
               END-IF
               WRITE TOURNAMENT-ROUND
               ADD 2 TO WS-TD-SURV-IDX
           END-PERFORM.
           CLOSE F-ROUNDS-FILE.
           MOVE SPACES TO TD-RESULT-MESSAGE.
           STRING "ROUND " DELIMITED BY SIZE
               WS-TD-ROUND DELIMITED BY SIZE
               " PAIRED" DELIMITED BY SIZE
               INTO TD-RESULT-MESSAGE.

       0941I-CLAIM-PAIRING.
           MOVE 0 TO WS-TD-PAIR-OK.
           OPEN I-O F-ROUNDS-FILE.
           IF WS-TR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ROUNDS-FILE
                       NOT AT END
                           IF TR-TOURNEY = WS-TD-OPEN-ID
                           AND TR-WINNER = SPACES
                           AND ((TR-PLAYER-A = TD-WINNER-ENTRY
                           AND TR-PLAYER-B = TD-LOSER-ENTRY)
                           OR (TR-PLAYER-A = TD-LOSER-ENTRY
                           AND TR-PLAYER-B = TD-WINNER-ENTRY))
                               MOVE TD-WINNER-ENTRY TO TR-WINNER
                               REWRITE TOURNAMENT-ROUND
                               MOVE 1 TO WS-TD-PAIR-OK
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ROUNDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0941B-RECORD-ROUND-RESULT.
           PERFORM 0941D-FIND-OPEN-BRACKET.
           IF WS-TD-OPEN-ID = 0
               MOVE "NO BRACKET RUNNING" TO TD-RESULT-MESSAGE
           ELSE
               PERFORM 0941I-CLAIM-PAIRING
               IF WS-TD-PAIR-OK = 0
                   MOVE "NOT AN OPEN PAIRING THIS ROUND" TO
                     TD-RESULT-MESSAGE
                   MOVE 1 TO WS-TD-SKIP-UPDATE
               ELSE
                   MOVE 0 TO WS-TD-SKIP-UPDATE
               END-IF
           END-IF.
           IF WS-TD-OPEN-ID > 0 AND WS-TD-SKIP-UPDATE = 0
               OPEN I-O F-ENTRIES-FILE
               IF WS-TE-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ENTRIES-FILE
                           NOT AT END
                               IF TE-TOURNEY = WS-TD-OPEN-ID
                               AND TE-USERNAME = TD-WINNER-ENTRY
                                   ADD 1 TO TE-WINS
                                   REWRITE TOURNAMENT-ENTRY
                               END-IF
                               IF TE-TOURNEY = WS-TD-OPEN-ID
                               AND TE-USERNAME = TD-LOSER-ENTRY
                                   MOVE "Y" TO TE-OUT
                                   REWRITE TOURNAMENT-ENTRY
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ENTRIES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM 0941J-RATE-ROUND
               MOVE "ROUND RECORDED" TO TD-RESULT-MESSAGE
           END-IF.

      *    O-and-X and caravan brackets count toward the players'
      *    ratings for that game; other games are not rated.
       0941J-RATE-ROUND.
           MOVE FUNCTION UPPER-CASE(WS-TD-GAME) TO WS-TD-GAME.
           MOVE SPACES TO WS-TD-RATING-GAME.
           IF WS-TD-GAME = "CARAVAN"
               MOVE "CARAVAN" TO WS-TD-RATING-GAME
           ELSE IF WS-TD-GAME = "OANDX" OR "O-AND-X" OR "O AND X"
           OR "OXO"
               MOVE "OANDX" TO WS-TD-RATING-GAME
           END-IF.
           IF WS-TD-RATING-GAME NOT = SPACES
               CALL 'update-game-rating' USING WS-TD-RATING-GAME
                 TD-WINNER-ENTRY TD-LOSER-ENTRY WS-TD-RATING-RESULT
           END-IF.

       0941D-FIND-OPEN-BRACKET.
           MOVE 0 TO WS-TD-OPEN-ID.
           MOVE 0 TO WS-TD-POT.
           MOVE SPACES TO WS-TD-GAME.
           OPEN INPUT F-TOURNAMENTS-FILE.
           IF WS-TN-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TOURNAMENTS-FILE
                       NOT AT END
                           IF TN-STATUS NOT = "DONE"
                               MOVE TN-ID TO WS-TD-OPEN-ID
                               MOVE TN-POT TO WS-TD-POT
                               MOVE TN-GAME TO WS-TD-GAME
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TOURNAMENTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0941C-CLOSE-AND-PAY.
           PERFORM 0941D-FIND-OPEN-BRACKET.
           IF WS-TD-OPEN-ID = 0
               MOVE "NO BRACKET RUNNING" TO TD-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-TD-BEST-WINS
               MOVE 0 TO WS-TD-PAY
               MOVE SPACES TO WS-TD-CHAMPION
               OPEN OUTPUT F-BRACKET-REPORT-FILE
               MOVE SPACES TO BRACKET-REPORT-LINE
               MOVE "VAULT GAMES - FINAL BRACKET" TO
                 BRACKET-REPORT-LINE
               WRITE BRACKET-REPORT-LINE
               OPEN INPUT F-ENTRIES-FILE
               IF WS-TE-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ENTRIES-FILE
                           NOT AT END
                               IF TE-TOURNEY = WS-TD-OPEN-ID
                                   MOVE SPACES TO
                                     BRACKET-REPORT-LINE
                                   STRING "  " DELIMITED BY SIZE
                                       TE-USERNAME
                                       DELIMITED BY SIZE
                                       " WINS " DELIMITED BY SIZE
                                       TE-WINS DELIMITED BY SIZE
                                       INTO BRACKET-REPORT-LINE
                                   WRITE BRACKET-REPORT-LINE
                                   IF TE-WINS > WS-TD-BEST-WINS
                                       MOVE TE-WINS TO
                                         WS-TD-BEST-WINS
                                       MOVE TE-USERNAME TO
                                         WS-TD-CHAMPION
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ENTRIES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE SPACES TO BRACKET-REPORT-LINE
               STRING "  CHAMPION: " DELIMITED BY SIZE
                   WS-TD-CHAMPION DELIMITED BY SIZE
                   " TAKES THE POT OF " DELIMITED BY SIZE
                   WS-TD-POT DELIMITED BY SIZE
                   INTO BRACKET-REPORT-LINE
               WRITE BRACKET-REPORT-LINE
               CLOSE F-BRACKET-REPORT-FILE
               CALL 'spool-report' USING WS-TD-SPOOL-NAME
                 WS-TD-SPOOL-SOURCE

               IF WS-TD-CHAMPION NOT = SPACES
                   IF WS-TD-POT > 999
                       MOVE 999 TO WS-TD-PAY
                   ELSE
                       MOVE WS-TD-POT TO WS-TD-PAY
                   END-IF
                   CALL 'add-credits' USING WS-TD-CHAMPION,
                     WS-TD-PAY, WS-TOURNEY-PRIZE-REASON,
                     UPDATED-BALANCE
               END-IF

               OPEN I-O F-TOURNAMENTS-FILE
               IF WS-TN-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-TOURNAMENTS-FILE
                           NOT AT END
                               IF TN-ID = WS-TD-OPEN-ID
                                   MOVE "DONE" TO TN-STATUS
                                   REWRITE TOURNAMENT-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-TOURNAMENTS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "TOURNEY-PAY" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE WS-TD-PAY TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "POT PAID - BRACKET ON THE SPOOL" TO
                 TD-RESULT-MESSAGE
           END-IF.

      *    Receiving tops the shelf up (creating an unknown code
      *    as a new line); an adjustment sets the count outright.
      *    Both leave an audit entry for the stock take.
       0939-COMMISSARY-DESK.
           MOVE SPACES TO QM-CODE-ENTRY.
           MOVE SPACES TO QM-NAME-ENTRY.
           MOVE 0 TO QM-PRICE-ENTRY.
           MOVE 0 TO QM-QTY-ENTRY.
           MOVE 0 TO QM-REORDER-ENTRY.
           MOVE 0 TO QM-PO-ENTRY.
           INITIALIZE QM-CHOICE.
           DISPLAY COMMISSARY-DESK-SCREEN.

           ACCEPT QM-CODE-FIELD.
           ACCEPT QM-NAME-FIELD.
           ACCEPT QM-PRICE-FIELD.
           ACCEPT QM-QTY-FIELD.
           ACCEPT QM-REORDER-FIELD.
           ACCEPT QM-PO-FIELD.
           ACCEPT QM-CHOICE-FIELD.

           IF QM-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF QM-CHOICE = 'r' OR 'R'
               IF QM-CODE-ENTRY = SPACES
                   MOVE "ITEM CODE REQUIRED" TO QM-RESULT-MESSAGE
               ELSE
                   PERFORM 0939J-CHECK-STOCKTAKE
                   IF WS-STOCKTAKE-OPEN = 1
                       MOVE "STOCKTAKE IN PROGRESS - NO RECEIPTS" TO
                         QM-RESULT-MESSAGE
                   ELSE
                       PERFORM 0939D-MATCH-PO-LINE
                       IF WS-QM-PO-FOUND = 1
                           PERFORM 0939A-RECEIVE-STOCK
                       ELSE
                           MOVE "NO-PO" TO WS-QM-GRN-RESULT
                           PERFORM 0939E-LOG-GOODS-RECEIVED
                           MOVE "NO OPEN PO LINE - RECEIPT REFUSED"
                             TO QM-RESULT-MESSAGE
                       END-IF
                   END-IF
               END-IF
               PERFORM 0939-COMMISSARY-DESK
           ELSE IF QM-CHOICE = 'o' OR 'O'
               IF QM-CODE-ENTRY = SPACES OR QM-QTY-ENTRY = 0
                   MOVE "ITEM CODE AND QTY REQUIRED" TO
                     QM-RESULT-MESSAGE
               ELSE
                   PERFORM 0939F-RAISE-PO
               END-IF
               PERFORM 0939-COMMISSARY-DESK
           ELSE IF QM-CHOICE = 'c' OR 'C'
               IF QM-CODE-ENTRY = SPACES OR QM-PO-ENTRY = 0
                   MOVE "ITEM CODE AND PO NUMBER REQUIRED" TO
                     QM-RESULT-MESSAGE
               ELSE
                   PERFORM 0939G-CLOSE-PO-LINE
               END-IF
               PERFORM 0939-COMMISSARY-DESK
           ELSE IF QM-CHOICE = 's' OR 'S'
               MOVE SPACES TO STK-RESULT-MESSAGE
               PERFORM 0939H-STOCKTAKE-DESK
               PERFORM 0939-COMMISSARY-DESK
           ELSE IF QM-CHOICE = 'n' OR 'N'
               MOVE SPACES TO RSL-RESULT-MESSAGE
               PERFORM 0939P-RATION-SCALE
               PERFORM 0939-COMMISSARY-DESK
           ELSE
               PERFORM 0939-COMMISSARY-DESK
           END-IF.

      *    Rations are issued weekly by member category from this
      *    scale; a member not set to a category here draws CHILD if
      *    they are a child in a household and ADULT otherwise.
       0939P-RATION-SCALE.
           PERFORM 0939Q-LOAD-SCALE.
           MOVE SPACES TO RSL-CATEGORY-ENTRY.
           MOVE SPACES TO RSL-CODE-ENTRY.
           MOVE 0 TO RSL-QTY-ENTRY.
           MOVE SPACES TO RSL-MEMBER-ENTRY.
           INITIALIZE RSL-CHOICE.
           DISPLAY RATION-SCALE-SCREEN.

           ACCEPT RSL-CATEGORY-FIELD.
           ACCEPT RSL-CODE-FIELD.
           ACCEPT RSL-QTY-FIELD.
           ACCEPT RSL-MEMBER-FIELD.
           ACCEPT RSL-CHOICE-FIELD.
           MOVE FUNCTION UPPER-CASE(RSL-CATEGORY-ENTRY) TO
             RSL-CATEGORY-ENTRY.

           IF RSL-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF RSL-CHOICE = 's' OR 'S'
               PERFORM 0939R-SET-SCALE-LINE
               PERFORM 0939P-RATION-SCALE
           ELSE IF RSL-CHOICE = 'm' OR 'M'
               PERFORM 0939S-SET-MEMBER-CATEGORY
               PERFORM 0939P-RATION-SCALE
           ELSE
               PERFORM 0939P-RATION-SCALE
           END-IF.

       0939Q-LOAD-SCALE.
           MOVE 0 TO WS-RSL-COUNT.
           INITIALIZE WS-RSL-TABLE.
           OPEN INPUT F-RATION-SCALE-FILE.
           IF WS-RATION-SCALE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATION-SCALE-FILE
                       NOT AT END
                           IF RSC-QTY IS NUMERIC AND RSC-QTY > 0
                           AND WS-RSL-COUNT < 10
                               ADD 1 TO WS-RSL-COUNT
                               MOVE RSC-CATEGORY TO
                                 WS-RSL-CATEGORY(WS-RSL-COUNT)
                               MOVE RSC-CODE TO
                                 WS-RSL-CODE(WS-RSL-COUNT)
                               MOVE RSC-QTY TO
                                 WS-RSL-QTY(WS-RSL-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATION-SCALE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    A line already on the scale for the category and item is
      *    changed in place; a quantity of nought takes it off.
       0939R-SET-SCALE-LINE.
           MOVE 0 TO WS-RSL-FOUND.
           MOVE 0 TO WS-QM-FOUND.
           OPEN INPUT F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           IF CS-CODE = RSL-CODE-ENTRY
                               MOVE 1 TO WS-QM-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF RSL-CATEGORY-ENTRY NOT = "ADULT"
               AND NOT = "CHILD" AND NOT = "HEAVY"
               MOVE "CATEGORY MUST BE ADULT, CHILD OR HEAVY" TO
                 RSL-RESULT-MESSAGE
           ELSE IF WS-QM-FOUND = 0
               MOVE "NO SUCH COMMISSARY ITEM" TO RSL-RESULT-MESSAGE
           ELSE
               OPEN I-O F-RATION-SCALE-FILE
               IF WS-RATION-SCALE-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-RATION-SCALE-FILE
                           NOT AT END
                               IF RSC-CATEGORY = RSL-CATEGORY-ENTRY
                               AND RSC-CODE = RSL-CODE-ENTRY
                                   MOVE 1 TO WS-RSL-FOUND
                                   MOVE RSL-QTY-ENTRY TO RSC-QTY
                                   REWRITE RATION-SCALE-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-RATION-SCALE-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-RSL-FOUND = 0 AND RSL-QTY-ENTRY > 0
                   OPEN EXTEND F-RATION-SCALE-FILE
                   IF WS-RATION-SCALE-STATUS = "35"
                       OPEN OUTPUT F-RATION-SCALE-FILE
                   END-IF
                   MOVE SPACES TO RATION-SCALE-RECORD
                   MOVE RSL-CATEGORY-ENTRY TO RSC-CATEGORY
                   MOVE RSL-CODE-ENTRY TO RSC-CODE
                   MOVE RSL-QTY-ENTRY TO RSC-QTY
                   WRITE RATION-SCALE-RECORD
                   CLOSE F-RATION-SCALE-FILE
               END-IF
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "RATION-SCALE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE RSL-QTY-ENTRY TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "SCALE SET - TAKES EFFECT NEXT WEEK" TO
                 RSL-RESULT-MESSAGE
           END-IF.

      *    Blank category puts the member back on the household
      *    default.
       0939S-SET-MEMBER-CATEGORY.
           MOVE 0 TO WS-RSL-FOUND.
           MOVE RSL-MEMBER-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943E-CHECK-USER.
           IF WS-HHD-USER-OK = 0
               MOVE "NO SUCH MEMBER" TO RSL-RESULT-MESSAGE
           ELSE IF RSL-CATEGORY-ENTRY NOT = SPACES
               AND NOT = "ADULT" AND NOT = "CHILD" AND NOT = "HEAVY"
               MOVE "CATEGORY MUST BE ADULT, CHILD OR HEAVY" TO
                 RSL-RESULT-MESSAGE
           ELSE
               OPEN I-O F-RATION-MEMBERS-FILE
               IF WS-RATION-MEMBERS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-RATION-MEMBERS-FILE
                           NOT AT END
                               IF RMC-USERNAME = RSL-MEMBER-ENTRY
                                   MOVE 1 TO WS-RSL-FOUND
                                   MOVE RSL-CATEGORY-ENTRY TO
                                     RMC-CATEGORY
                                   MOVE LS-ADMIN-NAME TO RMC-SET-BY
                                   MOVE WS-TODAY TO RMC-SET-DATE
                                   REWRITE RATION-MEMBER-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-RATION-MEMBERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-RSL-FOUND = 0
                   OPEN EXTEND F-RATION-MEMBERS-FILE
                   IF WS-RATION-MEMBERS-STATUS = "35"
                       OPEN OUTPUT F-RATION-MEMBERS-FILE
                   END-IF
                   MOVE SPACES TO RATION-MEMBER-RECORD
                   MOVE RSL-MEMBER-ENTRY TO RMC-USERNAME
                   MOVE RSL-CATEGORY-ENTRY TO RMC-CATEGORY
                   MOVE LS-ADMIN-NAME TO RMC-SET-BY
                   MOVE WS-TODAY TO RMC-SET-DATE
                   WRITE RATION-MEMBER-RECORD
                   CLOSE F-RATION-MEMBERS-FILE
               END-IF
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "RATION-CAT" TO AUDIT-ACTION
               MOVE WS-HHD-USER-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "MEMBER CATEGORY SET" TO RSL-RESULT-MESSAGE
           END-IF.

       0939A-RECEIVE-STOCK.
           MOVE 0 TO WS-QM-FOUND.
           OPEN I-O F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           IF CS-CODE = QM-CODE-ENTRY
                               MOVE 1 TO WS-QM-FOUND
                               ADD QM-QTY-ENTRY TO CS-ONHAND
                               IF QM-REORDER-ENTRY > 0
                                   MOVE QM-REORDER-ENTRY TO
                                     CS-REORDER
                               END-IF
                               REWRITE STOCK-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-QM-FOUND = 0
               OPEN EXTEND F-STOCK-FILE
               IF WS-STOCK-STATUS = "35"
                   OPEN OUTPUT F-STOCK-FILE
               END-IF
               MOVE SPACES TO STOCK-RECORD
               MOVE QM-CODE-ENTRY TO CS-CODE
               MOVE QM-NAME-ENTRY TO CS-NAME
               MOVE QM-PRICE-ENTRY TO CS-PRICE
               MOVE QM-QTY-ENTRY TO CS-ONHAND
               MOVE QM-REORDER-ENTRY TO CS-REORDER
               WRITE STOCK-RECORD
               CLOSE F-STOCK-FILE
           END-IF.
           MOVE "RECV" TO WS-QM-MOVE-TYPE.
           MOVE "IN" TO WS-QM-MOVE-DIR.
           MOVE QM-QTY-ENTRY TO WS-QM-MOVE-QTY.
           MOVE QM-PO-ENTRY TO WS-QM-MOVE-REF.
           PERFORM 0939C-LOG-STOCK-MOVEMENT.
           PERFORM 0939E-LOG-GOODS-RECEIVED.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "STOCK-RECV" TO AUDIT-ACTION.
           MOVE QM-CODE-ENTRY TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.
           IF WS-QM-GRN-RESULT = "OVER"
               MOVE "STOCK RECEIVED - OVER PO QTY" TO
                 QM-RESULT-MESSAGE
           ELSE
               MOVE "STOCK RECEIVED AGAINST PO" TO QM-RESULT-MESSAGE
           END-IF.

      *    Every change to the shelf count that is not a sale is
      *    logged so the till reconciliation can account for it.
       0939C-LOG-STOCK-MOVEMENT.
           OPEN EXTEND F-STOCK-MOVES-FILE.
           IF WS-SM-STATUS = "35"
               OPEN OUTPUT F-STOCK-MOVES-FILE
           END-IF.
           MOVE SPACES TO STOCK-MOVEMENT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SM-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SM-TIME.
           MOVE QM-CODE-ENTRY TO SM-CODE.
           MOVE WS-QM-MOVE-TYPE TO SM-TYPE.
           MOVE WS-QM-MOVE-DIR TO SM-DIRECTION.
           MOVE WS-QM-MOVE-QTY TO SM-QTY.
           MOVE LS-ADMIN-NAME TO SM-ADMIN.
           MOVE WS-QM-MOVE-REF TO SM-REFERENCE.
           WRITE STOCK-MOVEMENT-RECORD.
           CLOSE F-STOCK-MOVES-FILE.

      *    Goods only go on the shelf against an open purchase order
      *    line for the item. The quantity is booked to the line here
      *    and the line closes once the order is filled.
       0939D-MATCH-PO-LINE.
           MOVE 0 TO WS-QM-PO-FOUND.
           MOVE 0 TO WS-QM-PO-LINE.
           MOVE "MATCHED" TO WS-QM-GRN-RESULT.
           OPEN I-O F-PO-FILE.
           IF WS-PO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PO-FILE
                       NOT AT END
                           IF QM-PO-ENTRY > 0
                             AND PO-NUMBER = QM-PO-ENTRY
                             AND PO-CODE = QM-CODE-ENTRY
                             AND PO-STATUS = "OPEN"
                             AND WS-QM-PO-FOUND = 0
                               MOVE 1 TO WS-QM-PO-FOUND
                               MOVE PO-LINE TO WS-QM-PO-LINE
                               ADD QM-QTY-ENTRY TO PO-QTY-RECEIVED
                               IF PO-QTY-RECEIVED > PO-QTY-ORDERED
                                   MOVE "OVER" TO WS-QM-GRN-RESULT
                               END-IF
                               IF PO-QTY-RECEIVED >= PO-QTY-ORDERED
                                   MOVE "RECEIVED" TO PO-STATUS
                               END-IF
                               REWRITE PO-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PO-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0939E-LOG-GOODS-RECEIVED.
           OPEN EXTEND F-GRN-FILE.
           IF WS-GRN-STATUS = "35"
               OPEN OUTPUT F-GRN-FILE
           END-IF.
           MOVE SPACES TO GRN-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO GR-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO GR-TIME.
           MOVE QM-PO-ENTRY TO GR-PO-NUMBER.
           MOVE WS-QM-PO-LINE TO GR-PO-LINE.
           MOVE QM-CODE-ENTRY TO GR-CODE.
           MOVE QM-QTY-ENTRY TO GR-QTY.
           MOVE LS-ADMIN-NAME TO GR-ADMIN.
           MOVE WS-QM-GRN-RESULT TO GR-RESULT.
           WRITE GRN-RECORD.
           CLOSE F-GRN-FILE.

      *    Ad-hoc orders outside the reorder run get a PO of their
      *    own, numbered on from the highest PO on file.
       0939F-RAISE-PO.
           MOVE 0 TO WS-QM-NEXT-PO.
           OPEN INPUT F-PO-FILE.
           IF WS-PO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PO-FILE
                       NOT AT END
                           IF PO-NUMBER > WS-QM-NEXT-PO
                               MOVE PO-NUMBER TO WS-QM-NEXT-PO
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PO-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-QM-NEXT-PO.
           OPEN EXTEND F-PO-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT F-PO-FILE
           END-IF.
           MOVE SPACES TO PO-RECORD.
           MOVE WS-QM-NEXT-PO TO PO-NUMBER.
           MOVE 1 TO PO-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PO-DATE.
           MOVE QM-CODE-ENTRY TO PO-CODE.
           MOVE QM-NAME-ENTRY TO PO-NAME.
           MOVE QM-QTY-ENTRY TO PO-QTY-ORDERED.
           MOVE 0 TO PO-QTY-RECEIVED.
           MOVE "OPEN" TO PO-STATUS.
           MOVE LS-ADMIN-NAME TO PO-RAISED-BY.
           WRITE PO-RECORD.
           CLOSE F-PO-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "PO-RAISE" TO AUDIT-ACTION.
           MOVE QM-CODE-ENTRY TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO QM-RESULT-MESSAGE.
           STRING "RAISED PO " DELIMITED BY SIZE
               WS-QM-NEXT-PO DELIMITED BY SIZE
               INTO QM-RESULT-MESSAGE.

      *    The supplier has sent all they are going to send. A line
      *    closed before it is filled is kept as SHORT so the
      *    under-receipt shows on the exceptions report.
       0939G-CLOSE-PO-LINE.
           MOVE 0 TO WS-QM-PO-FOUND.
           OPEN I-O F-PO-FILE.
           IF WS-PO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PO-FILE
                       NOT AT END
                           IF PO-NUMBER = QM-PO-ENTRY
                             AND PO-CODE = QM-CODE-ENTRY
                             AND PO-STATUS = "OPEN"
                               MOVE 1 TO WS-QM-PO-FOUND
                               MOVE "SHORT" TO PO-STATUS
                               REWRITE PO-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PO-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-QM-PO-FOUND = 0
               MOVE "NO OPEN PO LINE FOR ITEM" TO QM-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "PO-CLOSE" TO AUDIT-ACTION
               MOVE QM-CODE-ENTRY TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "PO LINE CLOSED SHORT" TO QM-RESULT-MESSAGE
           END-IF.

      *    Stocktake: freezing copies the book on-hand of every line
      *    into the count sheet, and the shelf stays frozen (no
      *    receipts here, no sales at the hatch) until a supervisor
      *    approves the variances from the ops menu.
       0939H-STOCKTAKE-DESK.
           PERFORM 0939J-CHECK-STOCKTAKE.
           MOVE SPACES TO STK-CODE-ENTRY.
           MOVE 0 TO STK-COUNT-ENTRY.
           INITIALIZE STK-CHOICE.
           DISPLAY STOCKTAKE-DESK-SCREEN.

           ACCEPT STK-CODE-FIELD.
           ACCEPT STK-COUNT-FIELD.
           ACCEPT STK-CHOICE-FIELD.

           IF STK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF STK-CHOICE = 'f' OR 'F'
               IF WS-STOCKTAKE-OPEN = 1
                   MOVE "STOCKTAKE ALREADY OPEN" TO STK-RESULT-MESSAGE
               ELSE
                   PERFORM 0939K-FREEZE-STOCK
               END-IF
               PERFORM 0939H-STOCKTAKE-DESK
           ELSE IF STK-CHOICE = 'k' OR 'K'
               IF WS-STOCKTAKE-OPEN = 0
                   MOVE "NO STOCKTAKE OPEN" TO STK-RESULT-MESSAGE
               ELSE
                   IF STK-CODE-ENTRY = SPACES
                       MOVE "ITEM CODE REQUIRED" TO STK-RESULT-MESSAGE
                   ELSE
                       PERFORM 0939L-KEY-COUNT
                   END-IF
               END-IF
               PERFORM 0939H-STOCKTAKE-DESK
           ELSE IF STK-CHOICE = 'v' OR 'V'
               IF WS-STOCKTAKE-OPEN = 0
                   MOVE "NO STOCKTAKE OPEN" TO STK-RESULT-MESSAGE
               ELSE
                   CALL 'commissary-variance-report' USING
                     STOCKTAKE-STATUS-MESSAGE
                   MOVE STOCKTAKE-STATUS-MESSAGE TO
                     STK-RESULT-MESSAGE
               END-IF
               PERFORM 0939H-STOCKTAKE-DESK
           ELSE
               PERFORM 0939H-STOCKTAKE-DESK
           END-IF.

      *    Sets WS-STOCKTAKE-OPEN and the counted progress from the
      *    count sheet; an empty sheet means no stocktake is open.
       0939J-CHECK-STOCKTAKE.
           MOVE 0 TO WS-STOCKTAKE-OPEN.
           MOVE 0 TO STK-LINES.
           MOVE 0 TO STK-COUNTED-LINES.
           OPEN INPUT F-STOCKTAKE-FILE.
           IF WS-STOCKTAKE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCKTAKE-FILE
                       NOT AT END
                           MOVE 1 TO WS-STOCKTAKE-OPEN
                           ADD 1 TO STK-LINES
                           IF ST-COUNTED = "Y"
                               ADD 1 TO STK-COUNTED-LINES
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCKTAKE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0939K-FREEZE-STOCK.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-STK-FROZEN-AT.
           OPEN OUTPUT F-STOCKTAKE-FILE.
           OPEN INPUT F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           MOVE SPACES TO STOCKTAKE-RECORD
                           MOVE CS-CODE TO ST-CODE
                           MOVE CS-NAME TO ST-NAME
                           MOVE CS-PRICE TO ST-PRICE
                           MOVE CS-ONHAND TO ST-BOOK-QTY
                           MOVE 0 TO ST-COUNT-QTY
                           MOVE "N" TO ST-COUNTED
                           MOVE LS-ADMIN-NAME TO ST-FROZEN-BY
                           MOVE WS-STK-FROZEN-AT TO ST-FROZEN-AT
                           WRITE STOCKTAKE-RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           CLOSE F-STOCKTAKE-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "STK-FREEZE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.
           MOVE "BOOK FROZEN - KEY COUNTS" TO STK-RESULT-MESSAGE.

      *    A recount simply replaces the earlier figure for the line.
       0939L-KEY-COUNT.
           MOVE 0 TO WS-QM-FOUND.
           OPEN I-O F-STOCKTAKE-FILE.
           IF WS-STOCKTAKE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCKTAKE-FILE
                       NOT AT END
                           IF ST-CODE = STK-CODE-ENTRY
                               MOVE 1 TO WS-QM-FOUND
                               MOVE STK-COUNT-ENTRY TO ST-COUNT-QTY
                               MOVE "Y" TO ST-COUNTED
                               MOVE LS-ADMIN-NAME TO ST-COUNTED-BY
                               REWRITE STOCKTAKE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCKTAKE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-QM-FOUND = 0
               MOVE "ITEM NOT ON COUNT SHEET" TO STK-RESULT-MESSAGE
           ELSE
               MOVE "COUNT RECORDED" TO STK-RESULT-MESSAGE
           END-IF.

      *    Chores with a credit reward: the supervisor's verify
      *    is what actually releases the pay, with its own ledger
      *    reason so welfare can steer members to paid work.
       0938-DUTY-ROSTER-DESK.
           MOVE SPACES TO DU-DESC-ENTRY.
           MOVE 0 TO DU-REWARD-ENTRY.
           MOVE SPACES TO DU-DUE-ENTRY.
           MOVE 0 TO DU-CERT-ENTRY.
           MOVE 0 TO DU-EXPOSURE-ENTRY.
           MOVE 0 TO DU-VERIFY-ID-ENTRY.
           MOVE SPACES TO DU-CLEAR-ENTRY.
           INITIALIZE DUTY-DESK-CHOICE.
           DISPLAY DUTY-DESK-SCREEN.

           ACCEPT DU-DESC-FIELD.
           ACCEPT DU-REWARD-FIELD.
           ACCEPT DU-DUE-FIELD.
           ACCEPT DU-CERT-FIELD.
           ACCEPT DU-EXPOSURE-FIELD.
           ACCEPT DU-VERIFY-FIELD.
           ACCEPT DU-CLEAR-FIELD.
           ACCEPT DUTY-DESK-FIELD.

           IF DUTY-DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF DUTY-DESK-CHOICE = 'p' OR 'P'
               IF DU-DESC-ENTRY = SPACES OR DU-REWARD-ENTRY = 0
                   MOVE "DUTY AND REWARD REQUIRED" TO
                     DU-RESULT-MESSAGE
               ELSE
                   PERFORM 0938A-POST-DUTY
               END-IF
               PERFORM 0938-DUTY-ROSTER-DESK
           ELSE IF DUTY-DESK-CHOICE = 'v' OR 'V'
               IF DU-VERIFY-ID-ENTRY = 0
                   MOVE "DUTY ID REQUIRED" TO DU-RESULT-MESSAGE
               ELSE
                   PERFORM 0938B-VERIFY-AND-PAY
               END-IF
               PERFORM 0938-DUTY-ROSTER-DESK
           ELSE IF DUTY-DESK-CHOICE = 'r' OR 'R'
               IF DU-CLEAR-ENTRY = SPACES
                   MOVE "MEMBER NAME REQUIRED" TO DU-RESULT-MESSAGE
               ELSE
                   PERFORM 0938C-CLEAR-DOSE-HOLD
               END-IF
               PERFORM 0938-DUTY-ROSTER-DESK
           ELSE
               PERFORM 0938-DUTY-ROSTER-DESK
           END-IF.

       0938A-POST-DUTY.
           MOVE 0 TO WS-DU-LAST-ID.
           OPEN INPUT F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF DU-ID > WS-DU-LAST-ID
                               MOVE DU-ID TO WS-DU-LAST-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN EXTEND F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "35"
               OPEN OUTPUT F-DUTIES-FILE
           END-IF.
           MOVE SPACES TO DUTY-RECORD.
           COMPUTE DU-ID = WS-DU-LAST-ID + 1.
           MOVE DU-DESC-ENTRY TO DU-DESC.
           MOVE DU-REWARD-ENTRY TO DU-REWARD.
           MOVE DU-DUE-ENTRY TO DU-DUE.
           MOVE DU-CERT-ENTRY TO DU-CERT-COURSE.
           MOVE DU-EXPOSURE-ENTRY TO DU-EXPOSURE.
           MOVE "OPEN" TO DU-STATUS.
           MOVE LS-ADMIN-NAME TO DU-POSTED-BY.
           WRITE DUTY-RECORD.
           CLOSE F-DUTIES-FILE.
           MOVE "DUTY POSTED" TO DU-RESULT-MESSAGE.

       0938B-VERIFY-AND-PAY.
           MOVE 0 TO WS-DU-DONE.
           OPEN I-O F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF DU-ID = DU-VERIFY-ID-ENTRY
                           AND DU-STATUS = "DONE"
                           AND WS-DU-DONE = 0
                               MOVE 1 TO WS-DU-DONE
                               MOVE "VERIFIED" TO DU-STATUS
                               MOVE DU-CLAIMED-BY TO
                                 WS-DU-PAY-NAME
                               MOVE DU-REWARD TO WS-DU-PAY-AMOUNT
                               REWRITE DUTY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-DU-DONE = 0
               MOVE "NO DONE DUTY WITH THAT ID" TO
                 DU-RESULT-MESSAGE
           ELSE
               CALL 'add-credits' USING WS-DU-PAY-NAME,
                 WS-DU-PAY-AMOUNT, WS-DUTY-PAY-REASON,
                 UPDATED-BALANCE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "DUTY-PAY" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE WS-DU-PAY-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "VERIFIED - PAY RELEASED" TO DU-RESULT-MESSAGE
           END-IF.

      *    The medic's release of a member held by the nightly dose
      *    register; it lets them back onto exposed duties for the
      *    rest of the month.
       0938C-CLEAR-DOSE-HOLD.
           MOVE 0 TO WS-DOSE-CLEARED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN I-O F-DOSE-REGISTER-FILE.
           IF WS-DOSE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DOSE-REGISTER-FILE
                       NOT AT END
                           IF DR-USERNAME = DU-CLEAR-ENTRY
                           AND DR-STATUS = "OVER"
                               MOVE 1 TO WS-DOSE-CLEARED
                               MOVE "CLEARED" TO DR-STATUS
                               MOVE WS-TODAY(1:6) TO DR-CLEARED-MONTH
                               MOVE LS-ADMIN-NAME TO DR-CLEARED-BY
                               REWRITE DOSE-REGISTER-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DOSE-REGISTER-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-DOSE-CLEARED = 0
               MOVE "NO DOSE HOLD ON THAT MEMBER" TO DU-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "RAD-CLEAR" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "DOSE HOLD CLEARED FOR THIS MONTH" TO
                 DU-RESULT-MESSAGE
           END-IF.

      *    Staff book the hours they worked, on or off the terminal,
      *    and any leave they want; nothing is paid until a
      *    supervisor approves it on the operations menu.
       0942-STAFF-TIMESHEET.
           PERFORM 0942A-LOAD-MY-TIMESHEETS.
           MOVE SPACES TO TSE-DATE-ENTRY.
           MOVE 0 TO TSE-HOURS-ENTRY.
           MOVE "W" TO TSE-TYPE-ENTRY.
           MOVE SPACES TO TSE-NOTE-ENTRY.
           INITIALIZE TIMESHEET-CHOICE.
           DISPLAY STAFF-TIMESHEET-SCREEN.

           ACCEPT TSE-DATE-FIELD.
           ACCEPT TSE-HOURS-FIELD.
           ACCEPT TSE-TYPE-FIELD.
           ACCEPT TSE-NOTE-FIELD.
           ACCEPT TIMESHEET-CHOICE-FIELD.

           IF TIMESHEET-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF TIMESHEET-CHOICE = 's' OR 'S'
               PERFORM 0942B-SUBMIT-TIMESHEET
               PERFORM 0942-STAFF-TIMESHEET
           ELSE
               PERFORM 0942-STAFF-TIMESHEET
           END-IF.

       0942A-LOAD-MY-TIMESHEETS.
           MOVE 0 TO WS-TSE-BALANCE.
           MOVE 0 TO WS-TSE-PENDING-LEAVE.
           MOVE 0 TO WS-TSE-LAST-ID.
           MOVE 0 TO WS-TSE-COUNT.
           INITIALIZE WS-TSE-TABLE.
           OPEN INPUT F-LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEAVE-FILE
                       NOT AT END
                           IF LV-ADMIN = LS-ADMIN-NAME
                               MOVE LV-BALANCE TO WS-TSE-BALANCE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEAVE-FILE
           END-IF.
      *    The list keeps the five most recent rows, newest last.
           OPEN INPUT F-TIMESHEETS-FILE.
           IF WS-TIMESHEETS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TIMESHEETS-FILE
                       NOT AT END
                           IF TS-ID > WS-TSE-LAST-ID
                               MOVE TS-ID TO WS-TSE-LAST-ID
                           END-IF
                           IF TS-ADMIN = LS-ADMIN-NAME
                               PERFORM 0942C-LIST-TIMESHEET
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TIMESHEETS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0942C-LIST-TIMESHEET.
           IF TS-TYPE = "LEAVE" AND TS-STATUS = "PENDING"
               ADD TS-HOURS TO WS-TSE-PENDING-LEAVE
           END-IF.
           IF WS-TSE-COUNT = 5
               PERFORM VARYING WS-TSE-IDX FROM 1 BY 1
                 UNTIL WS-TSE-IDX > 4
                   MOVE WS-TSE-ENTRY(WS-TSE-IDX + 1) TO
                     WS-TSE-ENTRY(WS-TSE-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-TSE-COUNT
           END-IF.
           MOVE TS-DATE TO WS-TSE-LIST-DATE(WS-TSE-COUNT).
           MOVE TS-TYPE TO WS-TSE-LIST-TYPE(WS-TSE-COUNT).
           MOVE TS-HOURS TO WS-TSE-LIST-HOURS(WS-TSE-COUNT).
           MOVE TS-STATUS TO WS-TSE-LIST-STATUS(WS-TSE-COUNT).

      *    Worked hours cannot be booked ahead of the day; leave can
      *    be booked ahead but not beyond the balance still free
      *    once leave already awaiting approval is counted.
       0942B-SUBMIT-TIMESHEET.
           IF TSE-DATE-ENTRY IS NOT NUMERIC
               MOVE "DATE MUST BE YYYYMMDD" TO TSE-RESULT-MESSAGE
           ELSE IF TSE-HOURS-ENTRY = 0 OR TSE-HOURS-ENTRY > 24
               MOVE "HOURS MUST BE 1 TO 24" TO TSE-RESULT-MESSAGE
           ELSE IF TSE-TYPE-ENTRY NOT = "W" AND NOT = "w"
               AND NOT = "L" AND NOT = "l"
               MOVE "TYPE MUST BE W OR L" TO TSE-RESULT-MESSAGE
           ELSE IF (TSE-TYPE-ENTRY = "W" OR "w")
               AND TSE-DATE-ENTRY > WS-TODAY
               MOVE "CANNOT BOOK WORK AHEAD OF THE DAY" TO
                 TSE-RESULT-MESSAGE
           ELSE IF (TSE-TYPE-ENTRY = "L" OR "l")
               AND WS-TSE-PENDING-LEAVE + TSE-HOURS-ENTRY
                 > WS-TSE-BALANCE
               MOVE "NOT ENOUGH LEAVE BALANCE" TO TSE-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-TIMESHEETS-FILE
               IF WS-TIMESHEETS-STATUS = "35"
                   OPEN OUTPUT F-TIMESHEETS-FILE
               END-IF
               MOVE SPACES TO TIMESHEET-RECORD
               COMPUTE TS-ID = WS-TSE-LAST-ID + 1
               MOVE LS-ADMIN-NAME TO TS-ADMIN
               MOVE TSE-DATE-ENTRY TO TS-DATE
               IF TSE-TYPE-ENTRY = "L" OR "l"
                   MOVE "LEAVE" TO TS-TYPE
               ELSE
                   MOVE "WORK" TO TS-TYPE
               END-IF
               MOVE TSE-HOURS-ENTRY TO TS-HOURS
               MOVE TSE-NOTE-ENTRY TO TS-NOTE
               MOVE "PENDING" TO TS-STATUS
               WRITE TIMESHEET-RECORD
               CLOSE F-TIMESHEETS-FILE
               MOVE "SUBMITTED FOR APPROVAL" TO TSE-RESULT-MESSAGE
           END-IF.

      *    Households are opened here by staff, who name the head;
      *    the head then manages transfers and the children's caps
      *    from the member menu.  A member belongs to at most one
      *    active household at a time.
       0943-HOUSEHOLD-DESK.
           PERFORM 0943A-LOAD-HOUSEHOLDS.
           MOVE SPACES TO HHD-HEAD-ENTRY.
           MOVE SPACES TO HHD-NAME-ENTRY.
           MOVE 0 TO HHD-ID-ENTRY.
           MOVE SPACES TO HHD-MEMBER-ENTRY.
           MOVE "C" TO HHD-ROLE-ENTRY.
           INITIALIZE HOUSEHOLD-DESK-CHOICE.
           DISPLAY HOUSEHOLD-DESK-SCREEN.

           ACCEPT HHD-HEAD-FIELD.
           ACCEPT HHD-NAME-FIELD.
           ACCEPT HHD-ID-FIELD.
           ACCEPT HHD-MEMBER-FIELD.
           ACCEPT HHD-ROLE-FIELD.
           ACCEPT HOUSEHOLD-DESK-FIELD.

           IF HOUSEHOLD-DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF HOUSEHOLD-DESK-CHOICE = 'c' OR 'C'
               PERFORM 0943B-CREATE-HOUSEHOLD
               PERFORM 0943-HOUSEHOLD-DESK
           ELSE IF HOUSEHOLD-DESK-CHOICE = 'l' OR 'L'
               PERFORM 0943C-LINK-MEMBER
               PERFORM 0943-HOUSEHOLD-DESK
           ELSE IF HOUSEHOLD-DESK-CHOICE = 'u' OR 'U'
               PERFORM 0943D-UNLINK-MEMBER
               PERFORM 0943-HOUSEHOLD-DESK
           ELSE IF HOUSEHOLD-DESK-CHOICE = 'x' OR 'X'
               PERFORM 0943H-CLOSE-HOUSEHOLD
               PERFORM 0943-HOUSEHOLD-DESK
           ELSE
               PERFORM 0943-HOUSEHOLD-DESK
           END-IF.

       0943A-LOAD-HOUSEHOLDS.
           MOVE 0 TO WS-HHD-LAST-ID.
           MOVE 0 TO WS-HHD-COUNT.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOUSEHOLDS-FILE
                       NOT AT END
                           IF HH-ID > WS-HHD-LAST-ID
                               MOVE HH-ID TO WS-HHD-LAST-ID
                           END-IF
                           IF HH-STATUS = "ACTIVE"
                               ADD 1 TO WS-HHD-COUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOUSEHOLDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0943B-CREATE-HOUSEHOLD.
           MOVE HHD-HEAD-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943E-CHECK-USER.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           IF HHD-NAME-ENTRY = SPACES
               MOVE "HOUSEHOLD NAME IS REQUIRED" TO HHD-RESULT-MESSAGE
           ELSE IF WS-HHD-USER-OK = 0
               MOVE "NO SUCH MEMBER" TO HHD-RESULT-MESSAGE
           ELSE IF WS-HHD-ACTIVE-IN NOT = 0
               MOVE "ALREADY IN A HOUSEHOLD" TO HHD-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-HOUSEHOLDS-FILE
               IF WS-HOUSEHOLDS-STATUS = "35"
                   OPEN OUTPUT F-HOUSEHOLDS-FILE
               END-IF
               MOVE SPACES TO HOUSEHOLD-RECORD
               COMPUTE HH-ID = WS-HHD-LAST-ID + 1
               MOVE HHD-NAME-ENTRY TO HH-NAME
               MOVE HHD-HEAD-ENTRY TO HH-HEAD
               MOVE WS-TODAY TO HH-CREATED
               MOVE "ACTIVE" TO HH-STATUS
               WRITE HOUSEHOLD-RECORD
               CLOSE F-HOUSEHOLDS-FILE
               MOVE HH-ID TO HHD-ID-ENTRY
               MOVE "HEAD" TO WS-HHD-ROLE
               PERFORM 0943G-WRITE-MEMBER-ROW
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "HH-CREATE" TO AUDIT-ACTION
               MOVE WS-HHD-USER-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO WS-HHD-NOTIFY-MESSAGE
               STRING "YOU HEAD HOUSEHOLD " DELIMITED BY SIZE
                   HH-ID DELIMITED BY SIZE
                   INTO WS-HHD-NOTIFY-MESSAGE
               CALL 'add-notification' USING HHD-HEAD-ENTRY
                 WS-HHD-NOTIFY-MESSAGE WS-HHD-NOTIFY-AMOUNT
               MOVE SPACES TO HHD-RESULT-MESSAGE
               STRING "HOUSEHOLD " DELIMITED BY SIZE
                   HH-ID DELIMITED BY SIZE
                   " OPENED" DELIMITED BY SIZE
                   INTO HHD-RESULT-MESSAGE
           END-IF.

       0943C-LINK-MEMBER.
           MOVE 0 TO WS-HHD-FOUND.
           OPEN INPUT F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOUSEHOLDS-FILE
                       NOT AT END
                           IF HH-ID = HHD-ID-ENTRY
                           AND HH-STATUS = "ACTIVE"
                               MOVE 1 TO WS-HHD-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOUSEHOLDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE HHD-MEMBER-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943E-CHECK-USER.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           IF WS-HHD-FOUND = 0
               MOVE "NO ACTIVE HOUSEHOLD WITH THAT ID" TO
                 HHD-RESULT-MESSAGE
           ELSE IF WS-HHD-USER-OK = 0
               MOVE "NO SUCH MEMBER" TO HHD-RESULT-MESSAGE
           ELSE IF WS-HHD-ACTIVE-IN NOT = 0
               MOVE "ALREADY IN A HOUSEHOLD" TO HHD-RESULT-MESSAGE
           ELSE IF HHD-ROLE-ENTRY NOT = "A" AND NOT = "a"
               AND NOT = "C" AND NOT = "c"
               MOVE "ROLE MUST BE A OR C" TO HHD-RESULT-MESSAGE
           ELSE
               IF HHD-ROLE-ENTRY = "C" OR "c"
                   MOVE "CHILD" TO WS-HHD-ROLE
               ELSE
                   MOVE "ADULT" TO WS-HHD-ROLE
               END-IF
               PERFORM 0943G-WRITE-MEMBER-ROW
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "HH-LINK" TO AUDIT-ACTION
               MOVE WS-HHD-USER-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO WS-HHD-NOTIFY-MESSAGE
               STRING "ADDED TO HOUSEHOLD " DELIMITED BY SIZE
                   HHD-ID-ENTRY DELIMITED BY SIZE
                   INTO WS-HHD-NOTIFY-MESSAGE
               CALL 'add-notification' USING HHD-MEMBER-ENTRY
                 WS-HHD-NOTIFY-MESSAGE WS-HHD-NOTIFY-AMOUNT
               MOVE "MEMBER LINKED" TO HHD-RESULT-MESSAGE
           END-IF.

      *    The head cannot be unlinked; to change the head the
      *    household is closed and a new one opened under the new
      *    head, who then links the others back in.
       0943D-UNLINK-MEMBER.
           MOVE 0 TO WS-HHD-DONE.
           MOVE 0 TO WS-HHD-FOUND.
           OPEN I-O F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HH-MEMBERS-FILE
                       NOT AT END
                           IF HM-HOUSEHOLD = HHD-ID-ENTRY
                           AND HM-USERNAME = HHD-MEMBER-ENTRY
                           AND HM-STATUS = "ACTIVE"
                               IF HM-ROLE = "HEAD"
                                   MOVE 1 TO WS-HHD-FOUND
                               ELSE
                                   MOVE "REMOVED" TO HM-STATUS
                                   REWRITE HH-MEMBER-RECORD
                                   MOVE 1 TO WS-HHD-DONE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HH-MEMBERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-HHD-FOUND = 1
               MOVE "THE HEAD CANNOT BE UNLINKED" TO
                 HHD-RESULT-MESSAGE
           ELSE IF WS-HHD-DONE = 0
               MOVE "NOT AN ACTIVE MEMBER OF THAT HOUSEHOLD" TO
                 HHD-RESULT-MESSAGE
           ELSE
               MOVE HHD-MEMBER-ENTRY TO WS-HHD-CHECK-NAME
               PERFORM 0943E-CHECK-USER
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "HH-UNLINK" TO AUDIT-ACTION
               MOVE WS-HHD-USER-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO WS-HHD-NOTIFY-MESSAGE
               STRING "REMOVED FROM HOUSEHOLD " DELIMITED BY SIZE
                   HHD-ID-ENTRY DELIMITED BY SIZE
                   INTO WS-HHD-NOTIFY-MESSAGE
               CALL 'add-notification' USING HHD-MEMBER-ENTRY
                 WS-HHD-NOTIFY-MESSAGE WS-HHD-NOTIFY-AMOUNT
               MOVE "MEMBER UNLINKED" TO HHD-RESULT-MESSAGE
           END-IF.

       0943E-CHECK-USER.
           MOVE 0 TO WS-HHD-USER-OK.
           MOVE SPACES TO WS-HHD-USER-ACNT.
           IF WS-HHD-CHECK-NAME NOT = SPACES
               OPEN INPUT F-USERS-FILE
               MOVE WS-HHD-CHECK-NAME TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-HHD-USER-OK
                       MOVE USER-ACNT-NUM TO WS-HHD-USER-ACNT
               END-READ
               CLOSE F-USERS-FILE
           END-IF.

       0943F-CHECK-MEMBERSHIP.
           MOVE 0 TO WS-HHD-ACTIVE-IN.
           OPEN INPUT F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HH-MEMBERS-FILE
                       NOT AT END
                           IF HM-USERNAME = WS-HHD-CHECK-NAME
                           AND HM-STATUS = "ACTIVE"
                               MOVE HM-HOUSEHOLD TO WS-HHD-ACTIVE-IN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HH-MEMBERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    New rows start uncapped; the head sets any limits.
       0943G-WRITE-MEMBER-ROW.
           OPEN EXTEND F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "35"
               OPEN OUTPUT F-HH-MEMBERS-FILE
           END-IF.
           MOVE SPACES TO HH-MEMBER-RECORD.
           MOVE HHD-ID-ENTRY TO HM-HOUSEHOLD.
           MOVE WS-HHD-CHECK-NAME TO HM-USERNAME.
           MOVE WS-HHD-ROLE TO HM-ROLE.
           MOVE 0 TO HM-GAME-CAP.
           MOVE 0 TO HM-MARKET-CAP.
           MOVE 0 TO HM-COMMISSARY-CAP.
           MOVE "ACTIVE" TO HM-STATUS.
           MOVE WS-TODAY TO HM-JOINED.
           WRITE HH-MEMBER-RECORD.
           CLOSE F-HH-MEMBERS-FILE.

      *    Closing a household releases everyone still in it, the
      *    head included, so each can be linked elsewhere or head a
      *    household of their own.  Caps set by the head lapse with
      *    it.
       0943H-CLOSE-HOUSEHOLD.
           MOVE 0 TO WS-HHD-FOUND.
           MOVE SPACES TO WS-HHD-HEAD.
           OPEN I-O F-HOUSEHOLDS-FILE.
           IF WS-HOUSEHOLDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HOUSEHOLDS-FILE
                       NOT AT END
                           IF HH-ID = HHD-ID-ENTRY
                           AND HH-STATUS = "ACTIVE"
                               MOVE "CLOSED" TO HH-STATUS
                               REWRITE HOUSEHOLD-RECORD
                               MOVE HH-HEAD TO WS-HHD-HEAD
                               MOVE 1 TO WS-HHD-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HOUSEHOLDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-HHD-FOUND = 0
               MOVE "NO ACTIVE HOUSEHOLD WITH THAT ID" TO
                 HHD-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-HHD-CLOSED-COUNT
               MOVE SPACES TO WS-HHD-NOTIFY-MESSAGE
               STRING "HOUSEHOLD " DELIMITED BY SIZE
                   HHD-ID-ENTRY DELIMITED BY SIZE
                   " HAS BEEN CLOSED" DELIMITED BY SIZE
                   INTO WS-HHD-NOTIFY-MESSAGE
               OPEN I-O F-HH-MEMBERS-FILE
               IF WS-HH-MEMBERS-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-HH-MEMBERS-FILE
                           NOT AT END
                               IF HM-HOUSEHOLD = HHD-ID-ENTRY
                               AND HM-STATUS = "ACTIVE"
                                   MOVE "CLOSED" TO HM-STATUS
                                   REWRITE HH-MEMBER-RECORD
                                   ADD 1 TO WS-HHD-CLOSED-COUNT
                                   CALL 'add-notification' USING
                                     HM-USERNAME WS-HHD-NOTIFY-MESSAGE
                                     WS-HHD-NOTIFY-AMOUNT
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-HH-MEMBERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE WS-HHD-HEAD TO WS-HHD-CHECK-NAME
               PERFORM 0943E-CHECK-USER
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "HH-CLOSE" TO AUDIT-ACTION
               MOVE WS-HHD-USER-ACNT TO AUDIT-ACCOUNT
               MOVE WS-HHD-CLOSED-COUNT TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO HHD-RESULT-MESSAGE
               STRING "HOUSEHOLD " DELIMITED BY SIZE
                   HHD-ID-ENTRY DELIMITED BY SIZE
                   " CLOSED" DELIMITED BY SIZE
                   INTO HHD-RESULT-MESSAGE
           END-IF.

      *    Approval pays the member from the insurance pool: the
      *    credit posts from issue like any admin credit and the
      *    mirror draws the same amount back out of the pool.  A
      *    claim the pool reserve cannot cover has to wait.
       0944-INSURANCE-CLAIMS.
           PERFORM 0944A-LOAD-CLAIMS.
           PERFORM 0944C-POOL-RESERVE.
           IF WS-ICQ-COUNT = 0
               MOVE "NO INSURANCE CLAIMS WAITING" TO
                 ICQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO ICQ-SEQ-ENTRY.
           INITIALIZE ICQ-DECISION.
           INITIALIZE ICQ-CHOICE.
           DISPLAY INSURANCE-CLAIMS-SCREEN.

           ACCEPT ICQ-SEQ-FIELD.
           ACCEPT ICQ-DECISION-FIELD.
           ACCEPT ICQ-CHOICE-FIELD.

           IF ICQ-CHOICE = 'g' OR 'G'
               MOVE SPACES TO ICQ-RESULT-MESSAGE
           ELSE IF ICQ-CHOICE = 'd' OR 'D'
               EVALUATE TRUE
                   WHEN ICQ-SEQ-ENTRY = 0
                     OR ICQ-SEQ-ENTRY > WS-ICQ-COUNT
                       MOVE "NO SUCH CLAIM ON SCREEN" TO
                         ICQ-RESULT-MESSAGE
                   WHEN ICQ-DECISION NOT = 'a' AND NOT = 'A'
                     AND NOT = 'r' AND NOT = 'R'
                       MOVE "DECISION MUST BE A OR R" TO
                         ICQ-RESULT-MESSAGE
                   WHEN (ICQ-DECISION = 'a' OR 'A')
                     AND WS-ICQ-AMOUNT(ICQ-SEQ-ENTRY) > WS-ICQ-RESERVE
                       MOVE "POOL RESERVE CANNOT COVER THAT CLAIM" TO
                         ICQ-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0944B-DECIDE-CLAIM
               END-EVALUATE
               PERFORM 0944-INSURANCE-CLAIMS
           ELSE
               PERFORM 0944-INSURANCE-CLAIMS
           END-IF.

       0944A-LOAD-CLAIMS.
           MOVE 0 TO WS-ICQ-COUNT.
           INITIALIZE WS-ICQ-TABLE.
           OPEN INPUT F-INS-CLAIMS-FILE.
           IF WS-INS-CLAIMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INS-CLAIMS-FILE
                       NOT AT END
                           IF IC-STATUS = "PENDING"
                           AND WS-ICQ-COUNT < 5
                               ADD 1 TO WS-ICQ-COUNT
                               MOVE WS-ICQ-COUNT TO
                                 WS-ICQ-SEQ(WS-ICQ-COUNT)
                               MOVE IC-ID TO WS-ICQ-ID(WS-ICQ-COUNT)
                               MOVE IC-USERNAME TO
                                 WS-ICQ-USERNAME(WS-ICQ-COUNT)
                               MOVE IC-AMOUNT TO
                                 WS-ICQ-AMOUNT(WS-ICQ-COUNT)
                               MOVE IC-FILED TO
                                 WS-ICQ-FILED(WS-ICQ-COUNT)
                               MOVE IC-DETAIL TO
                                 WS-ICQ-DETAIL(WS-ICQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INS-CLAIMS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0944B-DECIDE-CLAIM.
           MOVE 0 TO WS-ICQ-DONE.
           OPEN I-O F-INS-CLAIMS-FILE.
           IF WS-INS-CLAIMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INS-CLAIMS-FILE
                       NOT AT END
                           IF IC-ID = WS-ICQ-ID(ICQ-SEQ-ENTRY)
                           AND IC-STATUS = "PENDING"
                               MOVE 1 TO WS-ICQ-DONE
                               IF ICQ-DECISION = 'a' OR 'A'
                                   MOVE "PAID" TO IC-STATUS
                               ELSE
                                   MOVE "REJECTED" TO IC-STATUS
                               END-IF
                               MOVE LS-ADMIN-NAME TO IC-DECIDED-BY
                               MOVE WS-TODAY TO IC-DECIDED
                               REWRITE INS-CLAIM-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INS-CLAIMS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-ICQ-DONE = 0
               MOVE "CLAIM ALREADY DECIDED" TO ICQ-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE WS-ICQ-AMOUNT(ICQ-SEQ-ENTRY) TO AUDIT-AMOUNT
               MOVE SPACES TO WS-ICQ-NOTIFY-MESSAGE
               IF ICQ-DECISION = 'a' OR 'A'
                   CALL 'add-credits' USING
                     WS-ICQ-USERNAME(ICQ-SEQ-ENTRY)
                     WS-ICQ-AMOUNT(ICQ-SEQ-ENTRY)
                     WS-CLAIM-PAY-REASON UPDATED-BALANCE
                   MOVE WS-ICQ-AMOUNT(ICQ-SEQ-ENTRY) TO
                     WS-LEDGER-AMOUNT
                   MOVE WS-INSURANCE-POOL TO WS-DEBIT-ACCOUNT
                   MOVE WS-HOUSE-ISSUE TO WS-CREDIT-ACCOUNT
                   CALL 'get-posting-rule' USING WS-POOL-DRAW-REASON
                     WS-ICQ-NO-MEMBER WS-DEBIT-ACCOUNT
                     WS-CREDIT-ACCOUNT
                   CALL 'post-ledger-entry' USING WS-DEBIT-ACCOUNT
                     WS-CREDIT-ACCOUNT WS-LEDGER-AMOUNT
                     WS-POOL-DRAW-REASON WS-ICQ-NO-REF
                   MOVE "INS-PAY" TO AUDIT-ACTION
                   STRING "INSURANCE CLAIM " DELIMITED BY SIZE
                       WS-ICQ-ID(ICQ-SEQ-ENTRY) DELIMITED BY SIZE
                       " PAID" DELIMITED BY SIZE
                       INTO WS-ICQ-NOTIFY-MESSAGE
                   MOVE "CLAIM PAID FROM THE POOL" TO
                     ICQ-RESULT-MESSAGE
               ELSE
                   MOVE "INS-REJECT" TO AUDIT-ACTION
                   STRING "INSURANCE CLAIM " DELIMITED BY SIZE
                       WS-ICQ-ID(ICQ-SEQ-ENTRY) DELIMITED BY SIZE
                       " REJECTED" DELIMITED BY SIZE
                       INTO WS-ICQ-NOTIFY-MESSAGE
                   MOVE "CLAIM REJECTED" TO ICQ-RESULT-MESSAGE
               END-IF
               PERFORM 0790-WRITE-AUDIT-ENTRY
               CALL 'add-notification' USING
                 WS-ICQ-USERNAME(ICQ-SEQ-ENTRY)
                 WS-ICQ-NOTIFY-MESSAGE WS-ICQ-AMOUNT(ICQ-SEQ-ENTRY)
           END-IF.

      *    Reserve is every premium collected less every claim paid,
      *    the same figure the monthly pool report carries.
       0944C-POOL-RESERVE.
           MOVE 0 TO WS-ICQ-RESERVE.
           OPEN INPUT F-INS-PREMIUMS-FILE.
           IF WS-INS-PREMIUMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INS-PREMIUMS-FILE
                       NOT AT END
                           ADD IPM-AMOUNT TO WS-ICQ-RESERVE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INS-PREMIUMS-FILE
           END-IF.
           OPEN INPUT F-INS-CLAIMS-FILE.
           IF WS-INS-CLAIMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-INS-CLAIMS-FILE
                       NOT AT END
                           IF IC-STATUS = "PAID"
                               SUBTRACT IC-AMOUNT FROM WS-ICQ-RESERVE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-INS-CLAIMS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Hallway gripes get the dispute-queue treatment: each
      *    tracked item is owned by the role watching its
      *    category, and the response shows back to the member.
       0935-SUGGESTION-QUEUE.
           MOVE 0 TO WS-SQ-COUNT.
           INITIALIZE WS-SQ-TABLE.
           OPEN INPUT F-SUGGESTIONS-FILE.
           IF WS-SG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUGGESTIONS-FILE
                       NOT AT END
                           IF (SG-STATUS = "OPEN" OR
                               SG-STATUS = "PROGRESS")
                           AND (SQ-CATEGORY-FILTER = SPACES OR
                               SG-CATEGORY = SQ-CATEGORY-FILTER)
                           AND WS-SQ-COUNT < 5
                               ADD 1 TO WS-SQ-COUNT
                               MOVE WS-SQ-COUNT TO
                                 WS-SQ-SEQ(WS-SQ-COUNT)
                               MOVE SG-TRACKING TO
                                 WS-SQ-TRACKING(WS-SQ-COUNT)
                               MOVE SG-CATEGORY TO
                                 WS-SQ-CATEGORY(WS-SQ-COUNT)
                               MOVE SG-TEXT(1:40) TO
                                 WS-SQ-TEXT(WS-SQ-COUNT)
                               MOVE SG-DATE TO
                                 WS-SQ-DATE(WS-SQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUGGESTIONS-FILE
           END-IF.

           IF WS-SQ-COUNT = 0
               MOVE "NOTHING IN THE BOX" TO SQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO SQ-RESOLVE-SEQ-ENTRY.
           INITIALIZE SQ-RESOLVE-DECISION.
           MOVE SPACES TO SQ-RESPONSE-ENTRY.
           INITIALIZE SUGGESTION-QUEUE-CHOICE.
           DISPLAY SUGGESTION-QUEUE-SCREEN.

           ACCEPT SQ-CATEGORY-FIELD.
           ACCEPT SQ-SEQ-FIELD.
           ACCEPT SQ-DECISION-FIELD.
           ACCEPT SQ-RESPONSE-FIELD.
           ACCEPT SUGGESTION-QUEUE-FIELD.

           IF SQ-RESOLVE-SEQ-ENTRY > 0
           AND SQ-RESOLVE-SEQ-ENTRY <= WS-SQ-COUNT
               PERFORM 0936-RESOLVE-SUGGESTION
           END-IF.

           IF SUGGESTION-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0935-SUGGESTION-QUEUE
           END-IF.

       0936-RESOLVE-SUGGESTION.
           MOVE 0 TO WS-SQ-RESOLVED.
           OPEN I-O F-SUGGESTIONS-FILE.
           IF WS-SG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUGGESTIONS-FILE
                       NOT AT END
                           IF SG-TRACKING =
                             WS-SQ-TRACKING(SQ-RESOLVE-SEQ-ENTRY)
                           AND WS-SQ-RESOLVED = 0
                               MOVE 1 TO WS-SQ-RESOLVED
                               EVALUATE TRUE
                                   WHEN SQ-RESOLVE-DECISION = 'p'
                                     OR SQ-RESOLVE-DECISION = 'P'
                                       MOVE "PROGRESS" TO SG-STATUS
                                   WHEN SQ-RESOLVE-DECISION = 'a'
                                     OR SQ-RESOLVE-DECISION = 'A'
                                       MOVE "ANSWERED" TO SG-STATUS
                                   WHEN SQ-RESOLVE-DECISION = 'z'
                                     OR SQ-RESOLVE-DECISION = 'Z'
                                       MOVE "CLOSED" TO SG-STATUS
                               END-EVALUATE
                               IF SQ-RESPONSE-ENTRY NOT = SPACES
                                   MOVE SQ-RESPONSE-ENTRY TO
                                     SG-RESPONSE
                               END-IF
                               REWRITE SUGGESTION-RECORD
                               IF SG-STATUS = "ANSWERED"
                               OR SG-STATUS = "CLOSED"
                                   MOVE "SUGGESTIONS" TO WS-QA-QUEUE
                                   MOVE SG-TRACKING TO WS-QA-ITEM-NUM
                                   MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM
                                   MOVE SG-DATE TO WS-QA-RAISED
                                   MOVE SG-STATUS TO WS-QA-OUTCOME
                                   PERFORM 0797-LOG-QUEUE-ACTIVITY
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUGGESTIONS-FILE
           END-IF.
           MOVE "ITEM UPDATED" TO SQ-RESULT-MESSAGE.

      *    The librarian's editorial desk: accept publishes the
      *    draft into the catalog, changes and reject carry a
      *    comment back to the writer.
       0899-MANUSCRIPT-QUEUE.
           MOVE 0 TO WS-MQ-COUNT.
           INITIALIZE WS-MQ-TABLE.
           OPEN INPUT F-MANUSCRIPTS-FILE.
           IF WS-MS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MANUSCRIPTS-FILE
                       NOT AT END
                           IF MS-STATUS = "SUBMITTED"
                           AND WS-MQ-COUNT < 5
                               ADD 1 TO WS-MQ-COUNT
                               MOVE WS-MQ-COUNT TO
                                 WS-MQ-SEQ(WS-MQ-COUNT)
                               MOVE MS-ID TO WS-MQ-ID(WS-MQ-COUNT)
                               MOVE MS-AUTHOR TO
                                 WS-MQ-AUTHOR(WS-MQ-COUNT)
                               MOVE MS-TITLE TO
                                 WS-MQ-TITLE(WS-MQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MANUSCRIPTS-FILE
           END-IF.

           IF WS-MQ-COUNT = 0
               MOVE "NO MANUSCRIPTS WAITING" TO MQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO MQ-RESOLVE-SEQ-ENTRY.
           INITIALIZE MQ-RESOLVE-DECISION.
           MOVE SPACES TO MQ-RESOLVE-NOTE.
           INITIALIZE MANUSCRIPT-QUEUE-CHOICE.
           DISPLAY MANUSCRIPT-QUEUE-SCREEN.

           ACCEPT MQ-SEQ-FIELD.
           ACCEPT MQ-DECISION-FIELD.
           ACCEPT MQ-NOTE-FIELD.
           ACCEPT MANUSCRIPT-QUEUE-FIELD.

           IF MQ-RESOLVE-SEQ-ENTRY > 0
           AND MQ-RESOLVE-SEQ-ENTRY <= WS-MQ-COUNT
               PERFORM 0899A-RESOLVE-MANUSCRIPT
           END-IF.

           IF MANUSCRIPT-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0899-MANUSCRIPT-QUEUE
           END-IF.

       0899A-RESOLVE-MANUSCRIPT.
           IF MQ-RESOLVE-DECISION NOT = 'a' AND
           MQ-RESOLVE-DECISION NOT = 'A' AND
           MQ-RESOLVE-DECISION NOT = 'c' AND
           MQ-RESOLVE-DECISION NOT = 'C' AND
           MQ-RESOLVE-DECISION NOT = 'r' AND
           MQ-RESOLVE-DECISION NOT = 'R'
               MOVE "ENTER a, c OR r TO RESOLVE" TO
                 MQ-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-MQ-RESOLVED
               OPEN I-O F-MANUSCRIPTS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MANUSCRIPTS-FILE
                       NOT AT END
                           IF MS-ID =
                             WS-MQ-ID(MQ-RESOLVE-SEQ-ENTRY)
                           AND MS-STATUS = "SUBMITTED"
                           AND WS-MQ-RESOLVED = 0
                               MOVE 1 TO WS-MQ-RESOLVED
                               PERFORM 0899B-APPLY-EDIT-DECISION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MANUSCRIPTS-FILE
           END-IF.

       0899B-APPLY-EDIT-DECISION.
           MOVE MQ-RESOLVE-NOTE TO MS-EDITOR-NOTE.
           IF MQ-RESOLVE-DECISION = 'a' OR 'A'
               MOVE "ACCEPTED" TO MS-STATUS
               REWRITE MANUSCRIPT-RECORD
               PERFORM 0899C-PUBLISH-TO-CATALOG
               MOVE "PUBLISHED TO THE CATALOG" TO MQ-RESULT-MESSAGE
           ELSE IF MQ-RESOLVE-DECISION = 'c' OR 'C'
               MOVE "CHANGES" TO MS-STATUS
               REWRITE MANUSCRIPT-RECORD
               MOVE "CHANGES REQUESTED" TO MQ-RESULT-MESSAGE
           ELSE
               MOVE "REJECTED" TO MS-STATUS
               REWRITE MANUSCRIPT-RECORD
               MOVE "MANUSCRIPT REJECTED" TO MQ-RESULT-MESSAGE
           END-IF.
           MOVE "MANUSCRIPTS" TO WS-QA-QUEUE.
           MOVE MS-ID TO WS-QA-ITEM-NUM.
           MOVE WS-QA-ITEM-NUM TO WS-QA-ITEM.
           MOVE MS-DATE TO WS-QA-RAISED.
           MOVE MS-STATUS TO WS-QA-OUTCOME.
           PERFORM 0797-LOG-QUEUE-ACTIVITY.
           PERFORM 0899D-NOTIFY-WRITER.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "MS-REVIEW" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.

       0899C-PUBLISH-TO-CATALOG.
           OPEN EXTEND F-LIBRARY-FILE.
           IF WS-LIBRARY-STATUS = "35"
               OPEN OUTPUT F-LIBRARY-FILE
           END-IF.
           MOVE SPACES TO LIBRARY.
           MOVE MS-AUTHOR TO BOOK-AUTHOR.
           MOVE MS-TITLE TO BOOK-TITLE.
           MOVE MS-BODY TO BOOK-BODY.
           MOVE "ACTIVE" TO BOOK-STATUS.
           WRITE LIBRARY.
           CLOSE F-LIBRARY-FILE.

       0899D-NOTIFY-WRITER.
           OPEN EXTEND F-NOTIFY-OUTBOX-FILE.
           IF WS-NTFY-STATUS = "35"
               OPEN OUTPUT F-NOTIFY-OUTBOX-FILE
           END-IF.
           MOVE SPACES TO NOTIFICATION-OUTBOX-RECORD.
           MOVE MS-USERNAME TO NTFY-USERNAME.
           IF MS-STATUS = "ACCEPTED"
               MOVE "YOUR BOOK IS IN THE CATALOG" TO NTFY-MESSAGE
           ELSE IF MS-STATUS = "CHANGES"
               MOVE "THE LIBRARIAN ASKS FOR CHANGES" TO
                 NTFY-MESSAGE
           ELSE
               MOVE "YOUR MANUSCRIPT WAS DECLINED" TO NTFY-MESSAGE
           END-IF.
           MOVE 0 TO NTFY-AMOUNT.
           MOVE WS-TODAY TO NTFY-DATE.
           WRITE NOTIFICATION-OUTBOX-RECORD.
           CLOSE F-NOTIFY-OUTBOX-FILE.

      *    Each named board can carry its own moderator roster;
      *    moving a thread re-homes the post and every reply so
      *    nothing is lost from the conversation.
       0895-BOARD-MODERATORS.
           MOVE SPACES TO BM-BOARD-ENTRY.
           MOVE SPACES TO BM-ADMIN-ENTRY.
           MOVE 0 TO BM-MOVE-THREAD-ENTRY.
           MOVE SPACES TO BM-MOVE-BOARD-ENTRY.
           MOVE 0 TO BM-RESTORE-ENTRY.
           INITIALIZE BM-CHOICE.
           DISPLAY BOARD-MODERATORS-SCREEN.

           ACCEPT BM-BOARD-FIELD.
           ACCEPT BM-ADMIN-FIELD.
           ACCEPT BM-MOVE-THREAD-FIELD.
           ACCEPT BM-MOVE-BOARD-FIELD.
           ACCEPT BM-RESTORE-FIELD.
           ACCEPT BM-CHOICE-FIELD.

           IF BM-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF BM-CHOICE = 'a' OR 'A'
               IF BM-BOARD-ENTRY = SPACES
               OR BM-ADMIN-ENTRY = SPACES
                   MOVE "BOARD AND ADMIN REQUIRED" TO
                     BM-RESULT-MESSAGE
               ELSE
                   PERFORM 0896-ASSIGN-MODERATOR
               END-IF
               PERFORM 0895-BOARD-MODERATORS
           ELSE IF BM-CHOICE = 'm' OR 'M'
               IF BM-MOVE-THREAD-ENTRY = 0
               OR BM-MOVE-BOARD-ENTRY = SPACES
                   MOVE "THREAD AND TARGET BOARD REQUIRED" TO
                     BM-RESULT-MESSAGE
               ELSE
                   PERFORM 0897-MOVE-THREAD
               END-IF
               PERFORM 0895-BOARD-MODERATORS
           ELSE IF BM-CHOICE = 'r' OR 'R'
               IF BM-RESTORE-ENTRY = 0
                   MOVE "ARCHIVED THREAD # REQUIRED" TO
                     BM-RESULT-MESSAGE
               ELSE
                   PERFORM 0898-RESTORE-THREAD
               END-IF
               PERFORM 0895-BOARD-MODERATORS
           ELSE
               PERFORM 0895-BOARD-MODERATORS
           END-IF.

       0896-ASSIGN-MODERATOR.
           OPEN EXTEND F-BOARD-MODERATORS-FILE.
           IF WS-BM-STATUS = "35"
               OPEN OUTPUT F-BOARD-MODERATORS-FILE
           END-IF.
           MOVE SPACES TO BOARD-MODERATOR-RECORD.
           MOVE BM-BOARD-ENTRY TO BM-BOARD.
           MOVE BM-ADMIN-ENTRY TO BM-ADMIN.
           WRITE BOARD-MODERATOR-RECORD.
           CLOSE F-BOARD-MODERATORS-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "BOARD-MOD" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.
           MOVE "MODERATOR ASSIGNED" TO BM-RESULT-MESSAGE.

       0897-MOVE-THREAD.
           MOVE 0 TO WS-BM-MOVED.
           OPEN I-O F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-ID = BM-MOVE-THREAD-ENTRY
                           OR MB-PARENT-ID = BM-MOVE-THREAD-ENTRY
                               MOVE BM-MOVE-BOARD-ENTRY TO MB-BOARD
                               REWRITE MESSAGE-BOARD-RECORD
                               ADD 1 TO WS-BM-MOVED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-BM-MOVED = 0
               MOVE "NO SUCH THREAD" TO BM-RESULT-MESSAGE
           ELSE
               MOVE "THREAD AND REPLIES MOVED" TO BM-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "THREAD-MOVE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
           END-IF.

      *    Brings an archived thread back to the live board when
      *    discussion starts again.  The live board still holds each
      *    message's id, title and board, so the text and review
      *    state are copied back from the archive and the archive
      *    rows are marked RESTORED.  On a board with its own
      *    moderator roster only those moderators may restore.  The
      *    thread is dated today so the next monthly run leaves it.
       0898-RESTORE-THREAD.
           MOVE 0 TO WS-RST-COUNT.
           INITIALIZE WS-RST-TABLE.
           OPEN INPUT F-BOARD-ARCHIVE-FILE.
           IF WS-BOARD-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF (AR-ID = BM-RESTORE-ENTRY
                            OR AR-PARENT-ID = BM-RESTORE-ENTRY)
                           AND AR-STATUS = "ARCHIVED"
                           AND WS-RST-COUNT < 999
                               ADD 1 TO WS-RST-COUNT
                               MOVE AR-ID TO WS-RST-ID(WS-RST-COUNT)
                               MOVE AR-TITLE TO
                                 WS-RST-TITLE(WS-RST-COUNT)
                               MOVE AR-CONTENT TO
                                 WS-RST-CONTENT(WS-RST-COUNT)
                               MOVE AR-DELETED TO
                                 WS-RST-DELETED(WS-RST-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-RST-COUNT = 0
               MOVE "NO SUCH ARCHIVED THREAD" TO BM-RESULT-MESSAGE
           ELSE
               PERFORM 0898A-CHECK-RESTORE-BOARD
               IF WS-BM-IS-MOD = 0
                   MOVE "NOT A MODERATOR FOR THAT BOARD" TO
                     BM-RESULT-MESSAGE
               ELSE
                   PERFORM 0898B-REWRITE-LIVE-ROWS
                   PERFORM 0898C-MARK-ARCHIVE-RESTORED
                   PERFORM 0898D-DATE-RESTORED-THREAD
                   MOVE "THREAD RESTORED TO LIVE BOARD" TO
                     BM-RESULT-MESSAGE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "ARC-RESTORE" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE WS-RST-COUNT TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       0898A-CHECK-RESTORE-BOARD.
           MOVE 0 TO WS-BM-IS-MOD.
           MOVE 0 TO WS-RST-FOUND.
           OPEN INPUT F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-ID = BM-RESTORE-ENTRY
                           AND WS-RST-FOUND = 0
                               MOVE 1 TO WS-RST-FOUND
                               PERFORM 0764A-CHECK-BOARD-MODERATOR
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0898B-REWRITE-LIVE-ROWS.
           OPEN I-O F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           IF MB-DELETED = "A"
                               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                                   UNTIL WS-RST-IDX > WS-RST-COUNT
                                   IF WS-RST-ID(WS-RST-IDX) = MB-ID
                                       MOVE WS-RST-TITLE(WS-RST-IDX)
                                         TO MB-TITLE
                                       MOVE WS-RST-CONTENT(WS-RST-IDX)
                                         TO MB-CONTENT
                                       MOVE WS-RST-DELETED(WS-RST-IDX)
                                         TO MB-DELETED
                                       REWRITE MESSAGE-BOARD-RECORD
                                   END-IF
                               END-PERFORM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0898C-MARK-ARCHIVE-RESTORED.
           OPEN I-O F-BOARD-ARCHIVE-FILE.
           IF WS-BOARD-ARCHIVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BOARD-ARCHIVE-FILE
                       NOT AT END
                           IF (AR-ID = BM-RESTORE-ENTRY
                            OR AR-PARENT-ID = BM-RESTORE-ENTRY)
                           AND AR-STATUS = "ARCHIVED"
                               MOVE "RESTORED" TO AR-STATUS
                               MOVE LS-ADMIN-NAME TO AR-RESTORED-BY
                               MOVE WS-TODAY TO AR-RESTORED-ON
                               REWRITE BOARD-ARCHIVE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BOARD-ARCHIVE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0898D-DATE-RESTORED-THREAD.
           OPEN EXTEND F-THREAD-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT F-THREAD-ACTIVITY-FILE
           END-IF.
           MOVE SPACES TO THREAD-ACTIVITY-RECORD.
           MOVE BM-RESTORE-ENTRY TO TA-THREAD-ID.
           MOVE BM-RESTORE-ENTRY TO TA-MSG-ID.
           MOVE WS-TODAY TO TA-DATE.
           WRITE THREAD-ACTIVITY-RECORD.
           CLOSE F-THREAD-ACTIVITY-FILE.

      *    Topside traders get a restricted one-day account with a
      *    small prepaid allowance; the register tells security
      *    who has been inside the system.
       0890-VISITOR-PASSES.
           MOVE SPACES TO VISITOR-NAME-ENTRY.
           MOVE SPACES TO VISITOR-PASSWORD-ENTRY.
           INITIALIZE VISITOR-CHOICE.
           DISPLAY VISITOR-PASS-SCREEN.

           ACCEPT VISITOR-NAME-FIELD.
           ACCEPT VISITOR-PASSWORD-FIELD.
           ACCEPT VISITOR-CHOICE-FIELD.

           IF VISITOR-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF VISITOR-CHOICE = 's' OR 'S'
               IF VISITOR-NAME-ENTRY = SPACES
               OR VISITOR-PASSWORD-ENTRY = SPACES
                   MOVE "NAME AND PASSWORD REQUIRED" TO
                     VISITOR-RESULT-MESSAGE
               ELSE
                   PERFORM 0892-ISSUE-VISITOR-PASS
               END-IF
               PERFORM 0890-VISITOR-PASSES
           ELSE
               PERFORM 0890-VISITOR-PASSES
           END-IF.

       0892-ISSUE-VISITOR-PASS.
           MOVE 0 TO WS-VISITOR-EXISTS.
           OPEN INPUT F-USERS-FILE.
           MOVE VISITOR-NAME-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-VISITOR-EXISTS
           END-READ.
           CLOSE F-USERS-FILE.

           IF WS-VISITOR-EXISTS = 1
               MOVE "NAME ALREADY ON FILE" TO
                 VISITOR-RESULT-MESSAGE
           ELSE
               CALL 'get-price' USING WS-VISITOR-ALLOW-KEY
                 WS-VISITOR-ALLOWANCE
               IF WS-VISITOR-ALLOWANCE = 0
                   MOVE 20 TO WS-VISITOR-ALLOWANCE
               END-IF
               CALL 'hash-password' USING VISITOR-PASSWORD-ENTRY
                 WS-VISITOR-HASH
               ACCEPT WS-VISITOR-TIME FROM TIME
               MOVE SPACES TO WS-VISITOR-ACNT
               STRING "V" DELIMITED BY SIZE
                   WS-VISITOR-TIME DELIMITED BY SIZE
                   INTO WS-VISITOR-ACNT
               OPEN I-O F-USERS-FILE
               MOVE SPACES TO USERS
               MOVE VISITOR-NAME-ENTRY TO USERNAME
               MOVE WS-VISITOR-HASH TO USER-PASSWORD
               MOVE WS-VISITOR-ACNT TO USER-ACNT-NUM
               MOVE WS-VISITOR-ALLOWANCE TO USER-CREDIT
               MOVE WS-VISITOR-ALLOWANCE TO USER-CREDIT-LIMIT
               MOVE "TOPSIDE" TO USER-LOCATION
               MOVE WS-TODAY TO USER-LAST-ACTIVITY
               MOVE "N" TO USER-ARCHIVED
               WRITE USERS
               END-WRITE
               CLOSE F-USERS-FILE

               OPEN EXTEND F-VISITOR-REGISTER-FILE
               IF WS-VR-STATUS = "35"
                   OPEN OUTPUT F-VISITOR-REGISTER-FILE
               END-IF
               MOVE SPACES TO VISITOR-REGISTER-RECORD
               MOVE VISITOR-NAME-ENTRY TO VR-USERNAME
               MOVE LS-ADMIN-NAME TO VR-ISSUED-BY
               MOVE WS-TODAY TO VR-DATE
               MOVE "OPEN" TO VR-STATUS
               WRITE VISITOR-REGISTER-RECORD
               CLOSE F-VISITOR-REGISTER-FILE

               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "VISITOR-PASS" TO AUDIT-ACTION
               MOVE WS-VISITOR-ACNT TO AUDIT-ACCOUNT
               MOVE WS-VISITOR-ALLOWANCE TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "DAY PASS ISSUED" TO VISITOR-RESULT-MESSAGE
           END-IF.

      *    Filtered view over the raw audit trail for the security
      *    role, with paging and a signed extract to the spool
      *    when a set needs keeping for the record.
       0880-AUDIT-INQUIRY.
           MOVE SPACES TO AQ-ADMIN-FILTER.
           MOVE SPACES TO AQ-ACCOUNT-FILTER.
           MOVE SPACES TO AQ-ACTION-FILTER.
           MOVE SPACES TO AQ-FROM-FILTER.
           MOVE SPACES TO AQ-TO-FILTER.
           MOVE 0 TO WS-AQ-SKIP.
           INITIALIZE WS-AQ-LINE-TABLE.
           MOVE 0 TO WS-AQ-MATCHES.
           PERFORM 0882-AUDIT-INQUIRY-PAGE.

       0882-AUDIT-INQUIRY-PAGE.
           INITIALIZE AQ-CHOICE.
           DISPLAY AUDIT-INQUIRY-SCREEN.

           ACCEPT AQ-ADMIN-FIELD.
           ACCEPT AQ-ACCOUNT-FIELD.
           ACCEPT AQ-ACTION-FIELD.
           ACCEPT AQ-FROM-FIELD.
           ACCEPT AQ-TO-FIELD.
           ACCEPT AQ-CHOICE-FIELD.

           IF AQ-CHOICE = 's' OR 'S'
               MOVE 0 TO WS-AQ-SKIP
               MOVE 0 TO WS-AQ-EXPORTING
               PERFORM 0884-SCAN-AUDIT-TRAIL
               PERFORM 0882-AUDIT-INQUIRY-PAGE
           ELSE IF AQ-CHOICE = 'n' OR 'N'
               ADD 8 TO WS-AQ-SKIP
               MOVE 0 TO WS-AQ-EXPORTING
               PERFORM 0884-SCAN-AUDIT-TRAIL
               PERFORM 0882-AUDIT-INQUIRY-PAGE
           ELSE IF AQ-CHOICE = 'e' OR 'E'
               PERFORM 0886-EXPORT-FILTERED-SET
               PERFORM 0882-AUDIT-INQUIRY-PAGE
           ELSE IF AQ-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0882-AUDIT-INQUIRY-PAGE
           END-IF.

       0884-SCAN-AUDIT-TRAIL.
           INITIALIZE WS-AQ-LINE-TABLE.
           MOVE 0 TO WS-AQ-MATCHES.
           MOVE 0 TO WS-AQ-SEEN.
           MOVE 0 TO WS-AQ-SHOWN.
           MOVE 0 TO WS-AQ-CHECK-TOTAL.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE
                       NOT AT END
                           PERFORM 0885-APPLY-AUDIT-FILTERS
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0885-APPLY-AUDIT-FILTERS.
           IF (AQ-ADMIN-FILTER = SPACES OR
               AUDIT-ADMIN = AQ-ADMIN-FILTER)
           AND (AQ-ACCOUNT-FILTER = SPACES OR
               AUDIT-ACCOUNT = AQ-ACCOUNT-FILTER)
           AND (AQ-ACTION-FILTER = SPACES OR
               AUDIT-ACTION = AQ-ACTION-FILTER)
           AND (AQ-FROM-FILTER = SPACES OR
               AUDIT-DATE(1:8) >= AQ-FROM-FILTER)
           AND (AQ-TO-FILTER = SPACES OR
               AUDIT-DATE(1:8) <= AQ-TO-FILTER)
               ADD 1 TO WS-AQ-MATCHES
               ADD 1 TO WS-AQ-SEEN
               IF WS-AQ-EXPORTING = 1
                   ADD FUNCTION NUMVAL(AUDIT-CHECK) TO
                     WS-AQ-CHECK-TOTAL
                   MOVE SPACES TO AUDIT-EXTRACT-LINE
                   STRING "  " DELIMITED BY SIZE
                       AUDIT-DATE(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AUDIT-ADMIN DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AUDIT-ACTION DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AUDIT-ACCOUNT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       AUDIT-AMOUNT DELIMITED BY SIZE
                       INTO AUDIT-EXTRACT-LINE
                   WRITE AUDIT-EXTRACT-LINE
               ELSE
                   IF WS-AQ-SEEN > WS-AQ-SKIP
                   AND WS-AQ-SHOWN < 8
                       ADD 1 TO WS-AQ-SHOWN
                       MOVE SPACES TO WS-AQ-LINE(WS-AQ-SHOWN)
                       STRING AUDIT-DATE(1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUDIT-ADMIN DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUDIT-ACTION DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUDIT-ACCOUNT DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           AUDIT-AMOUNT DELIMITED BY SIZE
                           INTO WS-AQ-LINE(WS-AQ-SHOWN)
                   END-IF
               END-IF
           END-IF.

      *    The extract closes with the sum of the chained check
      *    values of every line in it, so the copy can be proved
      *    against the live trail later.
       0886-EXPORT-FILTERED-SET.
           MOVE 1 TO WS-AQ-EXPORTING.
           OPEN OUTPUT F-AUDIT-EXTRACT-FILE.
           MOVE SPACES TO AUDIT-EXTRACT-LINE.
           STRING "SIGNED AUDIT EXTRACT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               LS-ADMIN-NAME DELIMITED BY SIZE
               INTO AUDIT-EXTRACT-LINE.
           WRITE AUDIT-EXTRACT-LINE.
           PERFORM 0884-SCAN-AUDIT-TRAIL.
           MOVE SPACES TO AUDIT-EXTRACT-LINE.
           STRING "  LINES " DELIMITED BY SIZE
               WS-AQ-MATCHES DELIMITED BY SIZE
               "  CHECK TOTAL " DELIMITED BY SIZE
               WS-AQ-CHECK-TOTAL DELIMITED BY SIZE
               INTO AUDIT-EXTRACT-LINE.
           WRITE AUDIT-EXTRACT-LINE.
           CLOSE F-AUDIT-EXTRACT-FILE.
           MOVE 0 TO WS-AQ-EXPORTING.
           CALL 'spool-report' USING WS-AQ-SPOOL-NAME
             WS-AQ-SPOOL-SOURCE.
           MOVE "EXTRACT ON THE SPOOL" TO AQ-RESULT-MESSAGE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "AUDIT-EXPORT" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.

      *    The overseer opens a quarterly campaign, attests every
      *    active admin one by one, and the campaign only closes
      *    when the worklist is empty.  Anyone unattested past the
      *    deadline is suspended on the next visit here.
       0870-RECERT-CAMPAIGN.
           PERFORM 0871-LOAD-OPEN-CAMPAIGN.
           IF WS-RC-OPEN-ID NOT = SPACES
           AND WS-RC-DEADLINE < WS-TODAY
           AND WS-RC-PENDING > 0
               PERFORM 0876-SUSPEND-UNATTESTED
               PERFORM 0871-LOAD-OPEN-CAMPAIGN
           END-IF.

           MOVE 0 TO RI-RESOLVE-SEQ-ENTRY.
           INITIALIZE RI-RESOLVE-DECISION.
           INITIALIZE RECERT-CHOICE.
           DISPLAY RECERT-SCREEN.

           ACCEPT RI-SEQ-FIELD.
           ACCEPT RI-DECISION-FIELD.
           ACCEPT RECERT-CHOICE-FIELD.

           IF RI-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0873-ATTEST-ITEM
           END-IF.

           IF RECERT-CHOICE = 'o' OR 'O'
               PERFORM 0872-OPEN-CAMPAIGN
               PERFORM 0870-RECERT-CAMPAIGN
           ELSE IF RECERT-CHOICE = 'z' OR 'Z'
               PERFORM 0875-CLOSE-CAMPAIGN
               PERFORM 0870-RECERT-CAMPAIGN
           ELSE IF RECERT-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0870-RECERT-CAMPAIGN
           END-IF.

       0871-LOAD-OPEN-CAMPAIGN.
           MOVE SPACES TO WS-RC-OPEN-ID.
           MOVE SPACES TO WS-RC-DEADLINE.
           MOVE 0 TO WS-RC-PENDING.
           MOVE 0 TO WS-RI-COUNT.
           INITIALIZE WS-RI-TABLE.
           OPEN INPUT F-RECERT-CAMPAIGNS-FILE.
           IF WS-RC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECERT-CAMPAIGNS-FILE
                       NOT AT END
                           IF RC-STATUS = "OPEN"
                               MOVE RC-ID TO WS-RC-OPEN-ID
                               MOVE RC-DEADLINE TO WS-RC-DEADLINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECERT-CAMPAIGNS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           IF WS-RC-OPEN-ID NOT = SPACES
               OPEN INPUT F-RECERT-ITEMS-FILE
               IF WS-RI-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-RECERT-ITEMS-FILE
                           NOT AT END
                               IF RI-CAMPAIGN = WS-RC-OPEN-ID
                               AND RI-DECISION = "PENDING"
                                   ADD 1 TO WS-RC-PENDING
                                   IF WS-RI-COUNT < 5
                                       ADD 1 TO WS-RI-COUNT
                                       MOVE WS-RI-COUNT TO
                                         WS-RI-SEQ(WS-RI-COUNT)
                                       MOVE RI-ADMIN TO
                                         WS-RI-ADMIN(WS-RI-COUNT)
                                       MOVE RI-ROLE TO
                                         WS-RI-ROLE(WS-RI-COUNT)
                                   END-IF
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-RECERT-ITEMS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.

       0872-OPEN-CAMPAIGN.
           IF WS-RC-OPEN-ID NOT = SPACES
               MOVE "A CAMPAIGN IS ALREADY OPEN" TO
                 RECERT-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO WS-RC-OPEN-ID
               STRING FUNCTION CURRENT-DATE(1:4) DELIMITED BY SIZE
                   "Q" DELIMITED BY SIZE
                   FUNCTION CURRENT-DATE(5:2) DELIMITED BY SIZE
                   INTO WS-RC-OPEN-ID
               COMPUTE WS-RC-DEADLINE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) + 30
               COMPUTE WS-RC-DEADLINE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-RC-DEADLINE-INT)
               OPEN EXTEND F-RECERT-CAMPAIGNS-FILE
               IF WS-RC-STATUS = "35"
                   OPEN OUTPUT F-RECERT-CAMPAIGNS-FILE
               END-IF
               MOVE SPACES TO RECERT-CAMPAIGN-RECORD
               MOVE WS-RC-OPEN-ID TO RC-ID
               MOVE WS-TODAY TO RC-OPENED
               MOVE WS-RC-DEADLINE-INT TO RC-DEADLINE
               MOVE "OPEN" TO RC-STATUS
               WRITE RECERT-CAMPAIGN-RECORD
               CLOSE F-RECERT-CAMPAIGNS-FILE
               PERFORM 0872A-BUILD-WORKLIST
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "RECERT-OPEN" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "CAMPAIGN OPENED" TO RECERT-RESULT-MESSAGE
           END-IF.

       0872A-BUILD-WORKLIST.
           OPEN INPUT F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN-STATUS = "ACTIVE"
                               PERFORM 0872B-ADD-WORKLIST-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0872B-ADD-WORKLIST-ITEM.
           OPEN EXTEND F-RECERT-ITEMS-FILE.
           IF WS-RI-STATUS = "35"
               OPEN OUTPUT F-RECERT-ITEMS-FILE
           END-IF.
           MOVE SPACES TO RECERT-ITEM-RECORD.
           MOVE WS-RC-OPEN-ID TO RI-CAMPAIGN.
           MOVE ADMIN TO RI-ADMIN.
           MOVE ADMIN-ROLE TO RI-ROLE.
           MOVE "PENDING" TO RI-DECISION.
           WRITE RECERT-ITEM-RECORD.
           CLOSE F-RECERT-ITEMS-FILE.

       0873-ATTEST-ITEM.
           IF RI-RESOLVE-SEQ-ENTRY > WS-RI-COUNT
               MOVE "NO SUCH ITEM ON SCREEN" TO
                 RECERT-RESULT-MESSAGE
           ELSE IF RI-RESOLVE-DECISION NOT = 'c' AND
           RI-RESOLVE-DECISION NOT = 'C' AND
           RI-RESOLVE-DECISION NOT = 'r' AND
           RI-RESOLVE-DECISION NOT = 'R'
               MOVE "ENTER c OR r TO ATTEST" TO
                 RECERT-RESULT-MESSAGE
           ELSE
               MOVE WS-RI-ADMIN(RI-RESOLVE-SEQ-ENTRY) TO
                 WS-RECERT-TARGET
               MOVE 0 TO WS-RI-RESOLVED
               OPEN I-O F-RECERT-ITEMS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECERT-ITEMS-FILE
                       NOT AT END
                           IF RI-CAMPAIGN = WS-RC-OPEN-ID
                           AND RI-ADMIN = WS-RECERT-TARGET
                           AND RI-DECISION = "PENDING"
                           AND WS-RI-RESOLVED = 0
                               MOVE 1 TO WS-RI-RESOLVED
                               IF RI-RESOLVE-DECISION = 'r' OR 'R'
                                   MOVE "REVOKED" TO RI-DECISION
                               ELSE
                                   MOVE "CONFIRMED" TO RI-DECISION
                               END-IF
                               MOVE LS-ADMIN-NAME TO RI-ATTESTED-BY
                               MOVE WS-TODAY TO RI-DATE
                               REWRITE RECERT-ITEM-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECERT-ITEMS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-RI-RESOLVED = 1
                   IF RI-RESOLVE-DECISION = 'r' OR 'R'
                       PERFORM 0874-REVOKE-ROLE
                       MOVE "ROLE REVOKED AND ATTESTED" TO
                         RECERT-RESULT-MESSAGE
                   ELSE
                       MOVE "ACCESS CONFIRMED" TO
                         RECERT-RESULT-MESSAGE
                   END-IF
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "RECERT-ATT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       0874-REVOKE-ROLE.
           OPEN I-O F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN = WS-RECERT-TARGET
                               MOVE SPACES TO ADMIN-ROLE
                               MOVE SPACES TO ADMIN-ROLE-2
                               REWRITE ADMINS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0875-CLOSE-CAMPAIGN.
           IF WS-RC-OPEN-ID = SPACES
               MOVE "NO CAMPAIGN OPEN" TO RECERT-RESULT-MESSAGE
           ELSE IF WS-RC-PENDING > 0
               MOVE "UNATTESTED ADMINS REMAIN" TO
                 RECERT-RESULT-MESSAGE
           ELSE
               OPEN I-O F-RECERT-CAMPAIGNS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECERT-CAMPAIGNS-FILE
                       NOT AT END
                           IF RC-ID = WS-RC-OPEN-ID
                           AND RC-STATUS = "OPEN"
                               MOVE "CLOSED" TO RC-STATUS
                               REWRITE RECERT-CAMPAIGN-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECERT-CAMPAIGNS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "RECERT-CLOSE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "CAMPAIGN CLOSED" TO RECERT-RESULT-MESSAGE
           END-IF.

       0876-SUSPEND-UNATTESTED.
           OPEN I-O F-RECERT-ITEMS-FILE.
           IF WS-RI-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECERT-ITEMS-FILE
                       NOT AT END
                           IF RI-CAMPAIGN = WS-RC-OPEN-ID
                           AND RI-DECISION = "PENDING"
                               MOVE "SUSPENDED" TO RI-DECISION
                               MOVE WS-TODAY TO RI-DATE
                               REWRITE RECERT-ITEM-RECORD
                               MOVE RI-ADMIN TO WS-RECERT-TARGET
                               PERFORM 0877-SUSPEND-ADMIN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECERT-ITEMS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "DEADLINE PASSED - UNATTESTED SUSPENDED" TO
             RECERT-RESULT-MESSAGE.

       0877-SUSPEND-ADMIN.
           OPEN I-O F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN = WS-RECERT-TARGET
                               MOVE "SUSPENDED" TO ADMIN-STATUS
                               REWRITE ADMINS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "RECERT-SUSP" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.

       0860-ESTATE-DESK.
           MOVE SPACES TO ESTATE-USERNAME-ENTRY.
           INITIALIZE ESTATE-CHOICE.
           DISPLAY ESTATE-DESK-SCREEN.

           ACCEPT ESTATE-USERNAME-FIELD.
           ACCEPT ESTATE-CHOICE-FIELD.

           IF ESTATE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF ESTATE-CHOICE = 'o' OR 'O'
               IF ESTATE-USERNAME-ENTRY = SPACES
                   MOVE "MEMBER NAME REQUIRED" TO
                     ESTATE-RESULT-MESSAGE
               ELSE
                   PERFORM 0862-OPEN-ESTATE
               END-IF
               PERFORM 0860-ESTATE-DESK
           ELSE
               PERFORM 0860-ESTATE-DESK
           END-IF.

       0862-OPEN-ESTATE.
           MOVE SPACES TO WS-EST-BENEFICIARY.
           OPEN INPUT F-BENEFICIARIES-FILE.
           IF WS-BEN-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BENEFICIARIES-FILE
                       NOT AT END
                           IF BEN-USERNAME = ESTATE-USERNAME-ENTRY
                               MOVE BEN-BENEFICIARY TO
                                 WS-EST-BENEFICIARY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BENEFICIARIES-FILE
           END-IF.

           IF WS-EST-BENEFICIARY = SPACES
               MOVE "NO BENEFICIARY NOMINATED" TO
                 ESTATE-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-EST-FROZEN
               OPEN I-O F-USERS-FILE
               MOVE ESTATE-USERNAME-ENTRY TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "D" TO USER-ARCHIVED
                       REWRITE USERS
                       MOVE 1 TO WS-EST-FROZEN
               END-READ
               CLOSE F-USERS-FILE
               IF WS-EST-FROZEN = 0
                   MOVE "MEMBER NOT ON FILE" TO
                     ESTATE-RESULT-MESSAGE
               ELSE
                   COMPUTE WS-EST-CONTEST-INT =
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-TODAY)) + 30
                   COMPUTE WS-EST-CONTEST-INT =
                       FUNCTION DATE-OF-INTEGER(WS-EST-CONTEST-INT)
                   OPEN EXTEND F-ESTATES-FILE
                   IF WS-ESTATES-STATUS = "35"
                       OPEN OUTPUT F-ESTATES-FILE
                   END-IF
                   MOVE SPACES TO ESTATE-RECORD
                   MOVE ESTATE-USERNAME-ENTRY TO EST-USERNAME
                   MOVE WS-EST-BENEFICIARY TO EST-BENEFICIARY
                   MOVE WS-TODAY TO EST-OPENED
                   MOVE WS-EST-CONTEST-INT TO EST-CONTEST-END
                   MOVE "OPEN" TO EST-STATUS
                   MOVE LS-ADMIN-NAME TO EST-OPENED-BY
                   WRITE ESTATE-RECORD
                   CLOSE F-ESTATES-FILE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "ESTATE-OPEN" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE "ESTATE OPENED - ACCOUNT FROZEN" TO
                     ESTATE-RESULT-MESSAGE
               END-IF
           END-IF.

       0850-FRAUD-QUEUE.
           MOVE 0 TO WS-FQ-COUNT.
           INITIALIZE WS-FQ-TABLE.
           OPEN INPUT F-FRAUD-REVIEW-FILE.
           IF WS-FRAUD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FRAUD-REVIEW-FILE
                       NOT AT END
                           IF FR-STATUS = "OPEN"
                           AND WS-FQ-COUNT < 5
                               ADD 1 TO WS-FQ-COUNT
                               MOVE WS-FQ-COUNT TO
                                 WS-FQ-SEQ(WS-FQ-COUNT)
                               MOVE FR-USERNAME TO
                                 WS-FQ-USERNAME(WS-FQ-COUNT)
                               MOVE FR-RULE TO
                                 WS-FQ-RULE(WS-FQ-COUNT)
                               MOVE FR-DATE TO
                                 WS-FQ-DATE(WS-FQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FRAUD-REVIEW-FILE
           END-IF.

           IF WS-FQ-COUNT = 0
               MOVE "NOTHING FOR THE SECURITY OFFICER" TO
                 FQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO FQ-RESOLVE-SEQ-ENTRY.
           INITIALIZE FQ-RESOLVE-DECISION.
           INITIALIZE FRAUD-QUEUE-CHOICE.
           DISPLAY FRAUD-QUEUE-SCREEN.

           ACCEPT FQ-SEQ-FIELD.
           ACCEPT FQ-DECISION-FIELD.
           ACCEPT FRAUD-QUEUE-FIELD.

           IF FQ-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0852-RESOLVE-FRAUD-ITEM
           END-IF.

           IF FRAUD-QUEUE-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0850-FRAUD-QUEUE
           END-IF.

       0852-RESOLVE-FRAUD-ITEM.
           IF FQ-RESOLVE-SEQ-ENTRY > WS-FQ-COUNT
               MOVE "NO SUCH ITEM ON SCREEN" TO FQ-RESULT-MESSAGE
           ELSE IF FQ-RESOLVE-DECISION NOT = 'c' AND
           FQ-RESOLVE-DECISION NOT = 'C' AND
           FQ-RESOLVE-DECISION NOT = 'e' AND
           FQ-RESOLVE-DECISION NOT = 'E'
               MOVE "ENTER c OR e TO RESOLVE" TO FQ-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-FQ-RESOLVED
               OPEN I-O F-FRAUD-REVIEW-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FRAUD-REVIEW-FILE
                       NOT AT END
                           IF FR-STATUS = "OPEN"
                           AND WS-FQ-RESOLVED = 0
                           AND FR-USERNAME =
                             WS-FQ-USERNAME(FQ-RESOLVE-SEQ-ENTRY)
                           AND FR-RULE =
                             WS-FQ-RULE(FQ-RESOLVE-SEQ-ENTRY)
                               MOVE 1 TO WS-FQ-RESOLVED
                               IF FQ-RESOLVE-DECISION = 'e' OR 'E'
                                   MOVE "ESCALATED" TO FR-STATUS
                               ELSE
                                   MOVE "CLEARED" TO FR-STATUS
                               END-IF
                               REWRITE FRAUD-REVIEW-RECORD
                               MOVE "FRAUD" TO WS-QA-QUEUE
                               MOVE FR-USERNAME TO WS-QA-ITEM
                               MOVE FR-DATE TO WS-QA-RAISED
                               MOVE FR-STATUS TO WS-QA-OUTCOME
                               PERFORM 0797-LOG-QUEUE-ACTIVITY
                               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                               MOVE "FRAUD-REVIEW" TO AUDIT-ACTION
                               MOVE SPACES TO AUDIT-ACCOUNT
                               MOVE ZERO TO AUDIT-AMOUNT
                               PERFORM 0790-WRITE-AUDIT-ENTRY
                               IF FQ-RESOLVE-DECISION = 'e' OR 'E'
                                   MOVE "ITEM ESCALATED" TO
                                     FQ-RESULT-MESSAGE
                               ELSE
                                   MOVE "ITEM CLEARED" TO
                                     FQ-RESULT-MESSAGE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FRAUD-REVIEW-FILE
           END-IF.

       0800-EVENTS-MAINTENANCE.
           MOVE SPACES TO NEW-EVENT-DATE.
           MOVE SPACES TO NEW-EVENT-TIME.
           MOVE SPACES TO NEW-EVENT-DESC.
           MOVE 0 TO NEW-EVENT-CAPACITY.
           MOVE 0 TO NEW-EVENT-PRICE.
           MOVE 0 TO EVENT-VIEW-ID.
           INITIALIZE EVENT-ADMIN-CHOICE.
           DISPLAY EVENTS-ADMIN-SCREEN.

           ACCEPT NEW-EVENT-DATE-FIELD.
           ACCEPT NEW-EVENT-TIME-FIELD.
           ACCEPT NEW-EVENT-DESC-FIELD.
           ACCEPT NEW-EVENT-CAP-FIELD.
           ACCEPT NEW-EVENT-PRICE-FIELD.
           ACCEPT EVENT-VIEW-FIELD.
           ACCEPT EVENT-ADMIN-FIELD.
           MOVE SPACES TO EVENT-ADMIN-MESSAGE.

           IF EVENT-ADMIN-CHOICE = 'g' OR 'G'
               INITIALIZE WS-ATT-TABLE
               CONTINUE
           ELSE IF EVENT-ADMIN-CHOICE = 's' OR 'S'
           AND NEW-EVENT-DATE NOT = SPACES
           AND NEW-EVENT-DESC NOT = SPACES
               PERFORM 0802-SAVE-EVENT
               PERFORM 0800-EVENTS-MAINTENANCE
           ELSE IF EVENT-ADMIN-CHOICE = 'v' OR 'V'
           AND EVENT-VIEW-ID > 0
               PERFORM 0804-LIST-ATTENDEES
               PERFORM 0800-EVENTS-MAINTENANCE
           ELSE IF EVENT-ADMIN-CHOICE = 'c' OR 'C'
           AND EVENT-VIEW-ID > 0
               PERFORM 0806-CANCEL-EVENT
               PERFORM 0800-EVENTS-MAINTENANCE
           ELSE IF EVENT-ADMIN-CHOICE = 'r' OR 'R'
               CALL 'event-reminders' USING EVENT-REMINDER-STATUS
               MOVE EVENT-REMINDER-STATUS TO EVENT-ADMIN-MESSAGE
               PERFORM 0800-EVENTS-MAINTENANCE
           ELSE
               PERFORM 0800-EVENTS-MAINTENANCE
           END-IF.

       0802-SAVE-EVENT.
           MOVE 0 TO WS-EV-MAX-ID.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-ID > WS-EV-MAX-ID
                               MOVE EV-ID TO WS-EV-MAX-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.
           OPEN EXTEND F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT F-EVENTS-FILE
           END-IF.
           MOVE SPACES TO EVENT-RECORD.
           COMPUTE EV-ID = WS-EV-MAX-ID + 1.
           MOVE NEW-EVENT-DATE TO EV-DATE.
           MOVE NEW-EVENT-TIME TO EV-TIME.
           MOVE NEW-EVENT-DESC TO EV-DESC.
           MOVE NEW-EVENT-CAPACITY TO EV-CAPACITY.
           MOVE LS-ADMIN-NAME TO EV-CREATED-BY.
           MOVE NEW-EVENT-PRICE TO EV-PRICE.
           WRITE EVENT-RECORD.
           CLOSE F-EVENTS-FILE.
           MOVE "EVENT ON THE CALENDAR" TO EVENT-ADMIN-MESSAGE.

      *    Only confirmed places fill the attendee grid; the
      *    waitlist count is the demand the event turned away.
       0804-LIST-ATTENDEES.
           MOVE 0 TO WS-ATT-COUNT.
           MOVE 0 TO WS-EV-BOOKED.
           MOVE 0 TO WS-EV-WAITING.
           INITIALIZE WS-ATT-TABLE.
           OPEN INPUT F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = EVENT-VIEW-ID
                               EVALUATE ES-STATUS
                                   WHEN "BOOKED"
                                   WHEN SPACES
                                       ADD 1 TO WS-EV-BOOKED
                                       IF WS-ATT-COUNT < 8
                                           ADD 1 TO WS-ATT-COUNT
                                           MOVE ES-USERNAME TO
                                             WS-ATT-NAME(WS-ATT-COUNT)
                                       END-IF
                                   WHEN "WAITLIST"
                                       ADD 1 TO WS-EV-WAITING
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
           END-IF.
           IF WS-EV-BOOKED = 0 AND WS-EV-WAITING = 0
               MOVE "NO SIGN-UPS YET" TO EVENT-ADMIN-MESSAGE
           ELSE
               MOVE SPACES TO EVENT-ADMIN-MESSAGE
               MOVE WS-EV-BOOKED TO WS-EV-COUNT-OUT
               MOVE WS-EV-WAITING TO WS-EV-WAIT-OUT
               STRING "BOOKED " DELIMITED BY SIZE
                   WS-EV-COUNT-OUT DELIMITED BY SIZE
                   "  ON WAITLIST " DELIMITED BY SIZE
                   WS-EV-WAIT-OUT DELIMITED BY SIZE
                   INTO EVENT-ADMIN-MESSAGE
           END-IF.

      *    Cancelling an event refunds every paid ticket in full,
      *    whatever the date, and tells everyone booked or waiting.
       0806-CANCEL-EVENT.
           MOVE 0 TO WS-EV-CANCEL-FOUND.
           MOVE SPACES TO WS-EV-CANCEL-DESC.
           OPEN I-O F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-ID = EVENT-VIEW-ID
                               IF EV-STATUS = "CANCELLED"
                                   MOVE 2 TO WS-EV-CANCEL-FOUND
                               ELSE
                                   MOVE 1 TO WS-EV-CANCEL-FOUND
                                   MOVE EV-DESC TO WS-EV-CANCEL-DESC
                                   MOVE "CANCELLED" TO EV-STATUS
                                   REWRITE EVENT-RECORD
                               END-IF
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.

           IF WS-EV-CANCEL-FOUND = 0
               MOVE "NO SUCH EVENT" TO EVENT-ADMIN-MESSAGE
           ELSE IF WS-EV-CANCEL-FOUND = 2
               MOVE "EVENT IS ALREADY CANCELLED" TO
                 EVENT-ADMIN-MESSAGE
           ELSE
               PERFORM 0807-REFUND-EVENT-SIGNUPS
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "EVT-CANCEL" TO AUDIT-ACTION
               MOVE EVENT-VIEW-ID TO AUDIT-ACCOUNT
               IF WS-EV-REFUND-TOTAL > 999
                   MOVE 999 TO AUDIT-AMOUNT
               ELSE
                   MOVE WS-EV-REFUND-TOTAL TO AUDIT-AMOUNT
               END-IF
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO EVENT-ADMIN-MESSAGE
               MOVE WS-EV-REFUNDS TO WS-EV-COUNT-OUT
               STRING "EVENT CANCELLED - " DELIMITED BY SIZE
                   WS-EV-COUNT-OUT DELIMITED BY SIZE
                   " TICKETS REFUNDED" DELIMITED BY SIZE
                   INTO EVENT-ADMIN-MESSAGE
           END-IF.

       0807-REFUND-EVENT-SIGNUPS.
           MOVE 0 TO WS-EV-REFUNDS.
           MOVE 0 TO WS-EV-REFUND-TOTAL.
           OPEN I-O F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = EVENT-VIEW-ID
                           AND (ES-STATUS = "BOOKED" OR "WAITLIST"
                             OR SPACES)
                               PERFORM 0808-REFUND-ONE-SIGNUP
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
           END-IF.

       0808-REFUND-ONE-SIGNUP.
           MOVE 0 TO WS-EV-NOTIFY-AMOUNT.
           IF ES-STATUS NOT = "WAITLIST"
           AND ES-PAID IS NUMERIC
           AND ES-PAID > 0
               MOVE ES-PAID TO WS-EV-NOTIFY-AMOUNT
               CALL 'add-credits' USING ES-USERNAME,
                 WS-EV-NOTIFY-AMOUNT, WS-EV-REFUND-REASON,
                 UPDATED-BALANCE
      *        Whatever of the ticket is still deferred comes back
      *        to revenue to meet the refund.
               MOVE EVENT-VIEW-ID TO WS-EV-DEFER-ITEM
               CALL 'post-deferral' USING WS-EV-DEFER-SERVICE
                 ES-USERNAME WS-EV-DEFER-ITEM WS-EV-DEFER-AMOUNT
                 WS-EV-DEFER-START WS-EV-DEFER-DAYS
                 WS-EV-DEFER-DIRECTION
               ADD 1 TO WS-EV-REFUNDS
               ADD WS-EV-NOTIFY-AMOUNT TO WS-EV-REFUND-TOTAL
           END-IF.
           MOVE SPACES TO WS-EV-NOTIFY-MESSAGE.
           STRING "CANCELLED: " DELIMITED BY SIZE
               WS-EV-CANCEL-DESC DELIMITED BY SIZE
               INTO WS-EV-NOTIFY-MESSAGE.
           CALL 'add-notification' USING ES-USERNAME
             WS-EV-NOTIFY-MESSAGE WS-EV-NOTIFY-AMOUNT.
           MOVE "CANCELLD" TO ES-STATUS.
           REWRITE EVENT-SIGNUP.

       0810-HANDOVER-LOG.
           PERFORM 0812-LOAD-HANDOVER-TAIL.
           MOVE SPACES TO NEW-HANDOVER-NOTE.
           MOVE SPACES TO NEW-HANDOVER-QUEUE.
           INITIALIZE HANDOVER-ADMIN-CHOICE.
           DISPLAY HANDOVER-ADMIN-SCREEN.

           ACCEPT NEW-HANDOVER-FIELD.
           ACCEPT NEW-HANDOVER-QUEUE-FIELD.
           ACCEPT HANDOVER-ADMIN-FIELD.
           MOVE SPACES TO HANDOVER-ADMIN-MESSAGE.

           IF HANDOVER-ADMIN-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF HANDOVER-ADMIN-CHOICE = 's' OR 'S'
           AND NEW-HANDOVER-NOTE NOT = SPACES
               PERFORM 0814-SAVE-HANDOVER-NOTE
               PERFORM 0810-HANDOVER-LOG
           ELSE
               PERFORM 0810-HANDOVER-LOG
           END-IF.

       0812-LOAD-HANDOVER-TAIL.
           MOVE 0 TO WS-HOB-TOTAL.
           OPEN INPUT F-HANDOVER-LOG-FILE.
           IF WS-HANDOVER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HANDOVER-LOG-FILE
                       NOT AT END
                           ADD 1 TO WS-HOB-TOTAL
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HANDOVER-LOG-FILE
           END-IF.
           IF WS-HOB-TOTAL > 6
               COMPUTE WS-HOB-SKIP = WS-HOB-TOTAL - 6
           ELSE
               MOVE 0 TO WS-HOB-SKIP
           END-IF.
           MOVE 0 TO WS-HOB-COUNT.
           MOVE 0 TO WS-HOB-SEEN.
           INITIALIZE WS-HOB-TABLE.
           OPEN INPUT F-HANDOVER-LOG-FILE.
           IF WS-HANDOVER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-HANDOVER-LOG-FILE
                       NOT AT END
                           ADD 1 TO WS-HOB-SEEN
                           IF WS-HOB-SEEN > WS-HOB-SKIP
                           AND WS-HOB-COUNT < 6
                               ADD 1 TO WS-HOB-COUNT
                               MOVE HO-DATE TO
                                 WS-HOB-DATE(WS-HOB-COUNT)
                               MOVE HO-AUTHOR TO
                                 WS-HOB-AUTHOR(WS-HOB-COUNT)
                               MOVE HO-NOTE TO
                                 WS-HOB-NOTE(WS-HOB-COUNT)
                               IF HO-ACKED = "Y"
                                   MOVE "OK" TO
                                     WS-HOB-ACK(WS-HOB-COUNT)
                               ELSE
                                   MOVE "! " TO
                                     WS-HOB-ACK(WS-HOB-COUNT)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HANDOVER-LOG-FILE
           END-IF.

       0814-SAVE-HANDOVER-NOTE.
           OPEN EXTEND F-HANDOVER-LOG-FILE.
           IF WS-HANDOVER-STATUS = "35"
               OPEN OUTPUT F-HANDOVER-LOG-FILE
           END-IF.
           MOVE SPACES TO HANDOVER-NOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HO-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HO-TIME.
           MOVE LS-ADMIN-NAME TO HO-AUTHOR.
           MOVE NEW-HANDOVER-NOTE TO HO-NOTE.
           MOVE NEW-HANDOVER-QUEUE TO HO-REF-QUEUE.
           MOVE "N" TO HO-ACKED.
           WRITE HANDOVER-NOTE.
           CLOSE F-HANDOVER-LOG-FILE.
           MOVE "NOTE LEFT FOR THE NEXT SHIFT" TO
             HANDOVER-ADMIN-MESSAGE.

       0820-PARTNER-EXCHANGE.
           PERFORM 0822-LOAD-PARTNERS.
           PERFORM 0823-LOAD-LAST-ERROR.
           MOVE SPACES TO NEW-PARTNER-CODE.
           MOVE SPACES TO NEW-PARTNER-NAME.
           MOVE SPACES TO FED-RUN-CODE.
           MOVE SPACES TO NEW-PARTNER-KEY.
           INITIALIZE FED-ADMIN-CHOICE.
           DISPLAY PARTNER-EXCHANGE-SCREEN.

           ACCEPT NEW-PARTNER-CODE-FIELD.
           ACCEPT NEW-PARTNER-NAME-FIELD.
           ACCEPT FED-RUN-CODE-FIELD.
           ACCEPT NEW-PARTNER-KEY-FIELD.
           ACCEPT FED-ADMIN-FIELD.
           MOVE SPACES TO FED-ADMIN-MESSAGE.

           IF FED-ADMIN-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF FED-ADMIN-CHOICE = 'a' OR 'A'
           AND NEW-PARTNER-CODE NOT = SPACES
               PERFORM 0824-ADD-PARTNER
               PERFORM 0820-PARTNER-EXCHANGE
           ELSE IF FED-ADMIN-CHOICE = 'x' OR 'X'
           AND FED-RUN-CODE NOT = SPACES
               CALL 'federation-export' USING FED-RUN-CODE
                 FED-JOB-STATUS
               MOVE FED-JOB-STATUS TO FED-ADMIN-MESSAGE
               PERFORM 0820-PARTNER-EXCHANGE
           ELSE IF FED-ADMIN-CHOICE = 'i' OR 'I'
           AND FED-RUN-CODE NOT = SPACES
               CALL 'federation-import' USING FED-RUN-CODE
                 FED-JOB-STATUS
               MOVE FED-JOB-STATUS TO FED-ADMIN-MESSAGE
               PERFORM 0820-PARTNER-EXCHANGE
           ELSE IF FED-ADMIN-CHOICE = 'k' OR 'K'
           AND FED-RUN-CODE NOT = SPACES
               IF NEW-PARTNER-KEY(8:1) = SPACE
                   MOVE "KEY MUST BE AT LEAST 8 CHARACTERS" TO
                     FED-ADMIN-MESSAGE
               ELSE
                   PERFORM 0825-SET-PARTNER-KEY
               END-IF
               PERFORM 0820-PARTNER-EXCHANGE
           ELSE
               PERFORM 0820-PARTNER-EXCHANGE
           END-IF.

       0822-LOAD-PARTNERS.
           MOVE 0 TO WS-FED-COUNT.
           INITIALIZE WS-FED-TABLE.
           OPEN INPUT F-PARTNERS-FILE.
           IF WS-PARTNERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARTNERS-FILE
                       NOT AT END
                           IF WS-FED-COUNT < 4
                               ADD 1 TO WS-FED-COUNT
                               MOVE FP-CODE TO
                                 WS-FED-CODE(WS-FED-COUNT)
                               MOVE FP-NAME TO
                                 WS-FED-NAME(WS-FED-COUNT)
                               MOVE FP-EXPORT-SEQ TO
                                 WS-FED-EXP(WS-FED-COUNT)
                               MOVE FP-IMPORT-SEQ TO
                                 WS-FED-IMP(WS-FED-COUNT)
                               IF FP-KEY-GEN IS NUMERIC
                                   MOVE FP-KEY-GEN TO
                                     WS-FED-GEN(WS-FED-COUNT)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARTNERS-FILE
           END-IF.

       0823-LOAD-LAST-ERROR.
           MOVE SPACES TO WS-LAST-FED-ERROR.
           OPEN INPUT F-FED-ERRORS-FILE.
           IF WS-FED-ERRORS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FED-ERRORS-FILE
                       NOT AT END
                           MOVE FED-ERROR-RECORD TO
                             WS-LAST-FED-ERROR
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FED-ERRORS-FILE
           END-IF.

       0824-ADD-PARTNER.
           OPEN EXTEND F-PARTNERS-FILE.
           IF WS-PARTNERS-STATUS = "35"
               OPEN OUTPUT F-PARTNERS-FILE
           END-IF.
           MOVE SPACES TO FEDERATION-PARTNER.
           MOVE NEW-PARTNER-CODE TO FP-CODE.
           MOVE NEW-PARTNER-NAME TO FP-NAME.
           MOVE 0 TO FP-EXPORT-SEQ.
           MOVE 0 TO FP-IMPORT-SEQ.
           MOVE 0 TO FP-LAST-MSG-ID.
           MOVE 0 TO FP-KEY-GEN.
           WRITE FEDERATION-PARTNER.
           CLOSE F-PARTNERS-FILE.
           MOVE "PARTNER VAULT ON THE ROSTER" TO FED-ADMIN-MESSAGE.

      *    Sets or rotates the secret shared with one partner.  The
      *    key it replaces is kept so pouches sealed before the
      *    partner rotated too still import for the grace days.
      *    The roster is written back whole so every line carries
      *    the key fields at full length; a roster too long to hold
      *    is left alone rather than written back short.
       0825-SET-PARTNER-KEY.
           MOVE 0 TO WS-FEDK-COUNT.
           MOVE 0 TO WS-FEDK-ROWS.
           MOVE 0 TO WS-FEDK-FOUND.
           OPEN INPUT F-PARTNERS-FILE.
           IF WS-PARTNERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PARTNERS-FILE
                       NOT AT END
                           IF FP-KEY-GEN IS NOT NUMERIC
                               MOVE SPACES TO FP-SECRET
                               MOVE SPACES TO FP-PREV-SECRET
                               MOVE SPACES TO FP-KEY-SET
                               MOVE 0 TO FP-KEY-GEN
                           END-IF
                           IF FP-CODE = FED-RUN-CODE
                               MOVE 1 TO WS-FEDK-FOUND
                               MOVE FP-SECRET TO FP-PREV-SECRET
                               MOVE NEW-PARTNER-KEY TO FP-SECRET
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 FP-KEY-SET
                               ADD 1 TO FP-KEY-GEN
                           END-IF
                           ADD 1 TO WS-FEDK-ROWS
                           IF WS-FEDK-COUNT < 50
                               ADD 1 TO WS-FEDK-COUNT
                               MOVE FEDERATION-PARTNER TO
                                 WS-FEDK-LINE(WS-FEDK-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PARTNERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           IF WS-FEDK-FOUND = 0
               MOVE "NO SUCH PARTNER VAULT" TO FED-ADMIN-MESSAGE
           ELSE IF WS-FEDK-ROWS > 50
               MOVE "ROSTER OVER 50 VAULTS - KEY NOT CHANGED" TO
                 FED-ADMIN-MESSAGE
           ELSE
               OPEN OUTPUT F-PARTNERS-FILE
               PERFORM VARYING WS-FEDK-IDX FROM 1 BY 1
                 UNTIL WS-FEDK-IDX > WS-FEDK-COUNT
                   MOVE WS-FEDK-LINE(WS-FEDK-IDX) TO FEDERATION-PARTNER
                   WRITE FEDERATION-PARTNER
               END-PERFORM
               CLOSE F-PARTNERS-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "FED-KEY" TO AUDIT-ACTION
               MOVE FED-RUN-CODE TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "SHARED KEY SET - GIVE IT TO THE PARTNER" TO
                 FED-ADMIN-MESSAGE
           END-IF.

      *    All audit writes go through the chained writer so each
      *    record carries a tamper-evident check value.
      *    Break-glass sessions wait here once their window has
      *    closed.  Another overseer reads the reason and the tagged
      *    audit entries and signs the session off; nobody may sign
      *    off a session of their own.
       0945-BREAK-GLASS-REVIEW.
           PERFORM 0945A-LOAD-BG-SESSIONS.
           MOVE 0 TO BG-RESOLVE-SEQ-ENTRY.
           MOVE SPACES TO BG-REVIEW-NOTE-ENTRY.
           INITIALIZE BG-REVIEW-CHOICE.
           DISPLAY BREAK-GLASS-REVIEW-SCREEN.

           ACCEPT BG-SEQ-FIELD.
           ACCEPT BG-NOTE-FIELD.
           ACCEPT BG-REVIEW-CHOICE-FIELD.

           IF BG-REVIEW-CHOICE = 's' OR 'S'
               PERFORM 0945B-SIGN-OFF-SESSION
               PERFORM 0945-BREAK-GLASS-REVIEW
           ELSE IF BG-REVIEW-CHOICE = 'v' OR 'V'
               PERFORM 0945C-VIEW-BG-ACTIONS
               PERFORM 0945-BREAK-GLASS-REVIEW
           ELSE IF BG-REVIEW-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0945-BREAK-GLASS-REVIEW
           END-IF.

      *    A session still marked ACTIVE after its window is one
      *    whose overseer never came back to the menu; it is
      *    reviewable all the same.
       0945A-LOAD-BG-SESSIONS.
           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-BG-NOW.
           MOVE 0 TO WS-BG-COUNT.
           INITIALIZE WS-BG-TABLE.
           OPEN INPUT F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-ADMIN NOT = LS-ADMIN-NAME
                           AND (BG-STATUS = "REVIEW"
                             OR (BG-STATUS = "ACTIVE"
                             AND BG-EXPIRES < WS-BG-NOW))
                           AND WS-BG-COUNT < 5
                               ADD 1 TO WS-BG-COUNT
                               MOVE WS-BG-COUNT TO
                                 WS-BG-SEQ(WS-BG-COUNT)
                               MOVE BG-ID TO WS-BG-ID(WS-BG-COUNT)
                               MOVE BG-ADMIN TO
                                 WS-BG-ADMIN(WS-BG-COUNT)
                               MOVE BG-OPENED TO
                                 WS-BG-OPENED(WS-BG-COUNT)
                               IF BG-CLOSED = SPACES
                                   MOVE BG-EXPIRES TO
                                     WS-BG-CLOSED(WS-BG-COUNT)
                               ELSE
                                   MOVE BG-CLOSED TO
                                     WS-BG-CLOSED(WS-BG-COUNT)
                               END-IF
                               MOVE BG-ACTIONS TO
                                 WS-BG-ACTIONS(WS-BG-COUNT)
                               MOVE BG-REASON TO
                                 WS-BG-REASON(WS-BG-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0945B-SIGN-OFF-SESSION.
           IF BG-RESOLVE-SEQ-ENTRY = 0
           OR BG-RESOLVE-SEQ-ENTRY > WS-BG-COUNT
               MOVE "NO SUCH SESSION ON THIS PAGE" TO
                 BG-REVIEW-RESULT-MESSAGE
           ELSE IF BG-REVIEW-NOTE-ENTRY = SPACES
               MOVE "A REVIEW NOTE IS REQUIRED" TO
                 BG-REVIEW-RESULT-MESSAGE
           ELSE
               MOVE WS-BG-ID(BG-RESOLVE-SEQ-ENTRY) TO WS-BG-TARGET-ID
               MOVE 0 TO WS-BG-SIGNED
               OPEN I-O F-BREAK-GLASS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-ID = WS-BG-TARGET-ID
                           AND BG-ADMIN NOT = LS-ADMIN-NAME
                           AND (BG-STATUS = "REVIEW"
                             OR BG-STATUS = "ACTIVE")
                               IF BG-CLOSED = SPACES
                                   MOVE BG-EXPIRES TO BG-CLOSED
                               END-IF
                               MOVE "SIGNED" TO BG-STATUS
                               MOVE LS-ADMIN-NAME TO BG-REVIEWED-BY
                               MOVE WS-TODAY TO BG-REVIEW-DATE
                               MOVE BG-REVIEW-NOTE-ENTRY TO
                                 BG-REVIEW-NOTE
                               REWRITE BREAK-GLASS-RECORD
                               MOVE 1 TO WS-BG-SIGNED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-BG-SIGNED = 1
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "BG-SIGNOFF" TO AUDIT-ACTION
                   MOVE WS-BG-TARGET-ID TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE "SESSION SIGNED OFF" TO
                     BG-REVIEW-RESULT-MESSAGE
               ELSE
                   MOVE "SESSION NO LONGER AWAITING REVIEW" TO
                     BG-REVIEW-RESULT-MESSAGE
               END-IF
           END-IF.

      *    Lists the entries the audit writer tagged BG for the
      *    session's overseer between the session opening and
      *    closing.
       0945C-VIEW-BG-ACTIONS.
           IF BG-RESOLVE-SEQ-ENTRY = 0
           OR BG-RESOLVE-SEQ-ENTRY > WS-BG-COUNT
               MOVE "NO SUCH SESSION ON THIS PAGE" TO
                 BG-REVIEW-RESULT-MESSAGE
           ELSE
               MOVE WS-BG-ADMIN(BG-RESOLVE-SEQ-ENTRY) TO
                 WS-BG-TARGET-ADMIN
               MOVE 0 TO WS-BG-ACT-COUNT
               INITIALIZE WS-BG-ACT-TABLE
               OPEN INPUT F-AUDIT-FILE
               IF WS-AUDIT-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-AUDIT-FILE
                           NOT AT END
                               PERFORM 0945D-PICK-BG-ACTION
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-AUDIT-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               INITIALIZE BG-ACTIONS-CHOICE
               DISPLAY BREAK-GLASS-ACTIONS-SCREEN
               ACCEPT BG-ACTIONS-CHOICE-FIELD
               MOVE SPACES TO BG-REVIEW-RESULT-MESSAGE
           END-IF.

       0945D-PICK-BG-ACTION.
           IF AUDIT-ADMIN = WS-BG-TARGET-ADMIN
           AND AUDIT-DATE(9:2) = "BG"
           AND AUDIT-DATE(1:8) >=
             WS-BG-OPENED(BG-RESOLVE-SEQ-ENTRY)(1:8)
           AND AUDIT-DATE(1:8) <=
             WS-BG-CLOSED(BG-RESOLVE-SEQ-ENTRY)(1:8)
           AND WS-BG-ACT-COUNT < 10
               ADD 1 TO WS-BG-ACT-COUNT
               STRING AUDIT-DATE(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-SEQ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-ACTION DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUDIT-AMOUNT DELIMITED BY SIZE
                   INTO WS-BG-ACT-LINE(WS-BG-ACT-COUNT)
           END-IF.

      *    Spools the service level and productivity report for the
      *    queues this menu works.
       0946-QUEUE-SLA-REPORT.
           CALL 'queue-sla-report' USING SLA-STATUS-MESSAGE.
           MOVE SLA-STATUS-MESSAGE TO QUEUES-RESULT-MESSAGE.

      *    For harassment complaints the desk sees only counts: how
      *    many members have blocked someone and how many of that
      *    member's contacts the blocks turned away.  The names stay
      *    private to the members who did the blocking.  Each
      *    lookup is audited.
       0947-BLOCK-LIST-LOOKUP.
           INITIALIZE BLK-CHOICE.
           DISPLAY BLOCK-LOOKUP-SCREEN.

           ACCEPT BLK-MEMBER-FIELD.
           ACCEPT BLK-CHOICE-FIELD.

           IF BLK-CHOICE = 's' OR 'S'
               IF BLK-MEMBER-ENTRY = SPACES
                   MOVE "MEMBER NAME REQUIRED" TO BLK-RESULT-MESSAGE
               ELSE
                   CALL 'get-block-counts' USING BLK-MEMBER-ENTRY
                     BLK-BLOCKED-BY BLK-BLOCKING BLK-REFUSED
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "BLOCK-LOOKUP" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE 0 TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE SPACES TO BLK-RESULT-MESSAGE
                   STRING "COUNTS FOR " DELIMITED BY SIZE
                       BLK-MEMBER-ENTRY DELIMITED BY SPACE
                       INTO BLK-RESULT-MESSAGE
               END-IF
               PERFORM 0947-BLOCK-LIST-LOOKUP
           ELSE IF BLK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0947-BLOCK-LIST-LOOKUP
           END-IF.

      *    The quarters master and who lives where.  Rent itself is
      *    taken at month end by the nightly run; the desk only sets
      *    the rent and the dates it is charged between.
       0948-QUARTERS-DESK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0948A-LOAD-QUARTERS.
           MOVE SPACES TO QTR-UNIT-ENTRY.
           MOVE SPACES TO QTR-DESC-ENTRY.
           MOVE 0 TO QTR-BERTHS-ENTRY.
           MOVE 0 TO QTR-RENT-ENTRY.
           MOVE SPACES TO QTR-MEMBER-ENTRY.
           MOVE 0 TO QTR-HOUSEHOLD-ENTRY.
           MOVE SPACES TO QTR-MOVE-IN-ENTRY.
           MOVE SPACES TO QTR-MOVE-OUT-ENTRY.
           INITIALIZE QUARTERS-DESK-CHOICE.
           DISPLAY QUARTERS-DESK-SCREEN.

           ACCEPT QTR-UNIT-FIELD.
           ACCEPT QTR-DESC-FIELD.
           ACCEPT QTR-BERTHS-FIELD.
           ACCEPT QTR-RENT-FIELD.
           ACCEPT QTR-MEMBER-FIELD.
           ACCEPT QTR-HOUSEHOLD-FIELD.
           ACCEPT QTR-MOVE-IN-FIELD.
           ACCEPT QTR-MOVE-OUT-FIELD.
           ACCEPT QUARTERS-DESK-FIELD.

           IF QUARTERS-DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF QUARTERS-DESK-CHOICE = 'u' OR 'U'
               PERFORM 0948B-SAVE-UNIT
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUARTERS-DESK-CHOICE = 'c' OR 'C'
               PERFORM 0948E-CLOSE-UNIT
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUARTERS-DESK-CHOICE = 'a' OR 'A'
               PERFORM 0948C-ALLOCATE-UNIT
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUARTERS-DESK-CHOICE = 'o' OR 'O'
               PERFORM 0948D-MOVE-OUT
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUARTERS-DESK-CHOICE = 'v' OR 'V'
               MOVE SPACES TO WS-QTR-REPORT-STATUS
               CALL 'quarters-vacancy-report' USING
                 WS-QTR-REPORT-STATUS
               MOVE WS-QTR-REPORT-STATUS TO QTR-RESULT-MESSAGE
               PERFORM 0948-QUARTERS-DESK
           ELSE IF QUARTERS-DESK-CHOICE = 'r' OR 'R'
               MOVE SPACES TO WS-QTR-REPORT-STATUS
               CALL 'quarters-arrears-report' USING
                 WS-QTR-REPORT-STATUS
               MOVE WS-QTR-REPORT-STATUS TO QTR-RESULT-MESSAGE
               PERFORM 0948-QUARTERS-DESK
           ELSE
               PERFORM 0948-QUARTERS-DESK
           END-IF.

       0948A-LOAD-QUARTERS.
           MOVE 0 TO WS-QTR-UNITS.
           MOVE 0 TO WS-QTR-OCCUPIED.
           MOVE 0 TO WS-QTR-VACANT.
           OPEN INPUT F-QUARTERS-FILE.
           IF WS-QUARTERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUARTERS-FILE
                       NOT AT END
                           IF QU-STATUS = "ACTIVE"
                               ADD 1 TO WS-QTR-UNITS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUARTERS-FILE
           END-IF.
           OPEN INPUT F-QTR-ALLOC-FILE.
           IF WS-QTR-ALLOC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QTR-ALLOC-FILE
                       NOT AT END
                           IF QL-MOVE-IN NOT > WS-TODAY
                           AND (QL-MOVE-OUT = SPACES
                             OR QL-MOVE-OUT NOT < WS-TODAY)
                               ADD 1 TO WS-QTR-OCCUPIED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QTR-ALLOC-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-QTR-UNITS > WS-QTR-OCCUPIED
               COMPUTE WS-QTR-VACANT = WS-QTR-UNITS - WS-QTR-OCCUPIED
           END-IF.

      *    A unit already on file has its size and rent changed in
      *    place, and is reopened if it had been closed.  A change of
      *    rent is charged from the next month end.
       0948B-SAVE-UNIT.
           MOVE 0 TO WS-QTR-FOUND.
           IF QTR-UNIT-ENTRY = SPACES
               MOVE "UNIT IS REQUIRED" TO QTR-RESULT-MESSAGE
           ELSE IF QTR-BERTHS-ENTRY = 0 OR QTR-RENT-ENTRY = 0
               MOVE "BERTHS AND RENT ARE REQUIRED" TO
                 QTR-RESULT-MESSAGE
           ELSE
               OPEN I-O F-QUARTERS-FILE
               IF WS-QUARTERS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-QUARTERS-FILE
                           NOT AT END
                               IF QU-UNIT = QTR-UNIT-ENTRY
                                   MOVE 1 TO WS-QTR-FOUND
                                   IF QTR-DESC-ENTRY NOT = SPACES
                                       MOVE QTR-DESC-ENTRY TO QU-DESC
                                   END-IF
                                   MOVE QTR-BERTHS-ENTRY TO QU-BERTHS
                                   MOVE QTR-RENT-ENTRY TO QU-RENT
                                   MOVE "ACTIVE" TO QU-STATUS
                                   REWRITE QUARTERS-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-QUARTERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-QTR-FOUND = 0
                   OPEN EXTEND F-QUARTERS-FILE
                   IF WS-QUARTERS-STATUS = "35"
                       OPEN OUTPUT F-QUARTERS-FILE
                   END-IF
                   MOVE SPACES TO QUARTERS-RECORD
                   MOVE QTR-UNIT-ENTRY TO QU-UNIT
                   MOVE QTR-DESC-ENTRY TO QU-DESC
                   MOVE QTR-BERTHS-ENTRY TO QU-BERTHS
                   MOVE QTR-RENT-ENTRY TO QU-RENT
                   MOVE "ACTIVE" TO QU-STATUS
                   MOVE WS-TODAY TO QU-ADDED
                   WRITE QUARTERS-RECORD
                   CLOSE F-QUARTERS-FILE
                   MOVE "UNIT ADDED" TO QTR-RESULT-MESSAGE
               ELSE
                   MOVE "UNIT UPDATED" TO QTR-RESULT-MESSAGE
               END-IF
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "QTR-UNIT" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE QTR-RENT-ENTRY TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
           END-IF.

      *    A household's quarters are held in the head's name; the
      *    nightly rent run follows the head if it changes.
       0948C-ALLOCATE-UNIT.
           IF QTR-MOVE-IN-ENTRY = SPACES
               MOVE WS-TODAY TO QTR-MOVE-IN-ENTRY
           END-IF.
           MOVE QTR-MOVE-IN-ENTRY TO QTR-MOVE-OUT-ENTRY.
           PERFORM 0948F-CHECK-UNIT.
           PERFORM 0948H-FIND-OCCUPANT.
           PERFORM 0948G-CHECK-HELD.
           IF QTR-UNIT-ENTRY = SPACES
               MOVE "UNIT IS REQUIRED" TO QTR-RESULT-MESSAGE
           ELSE IF QTR-MOVE-IN-ENTRY IS NOT NUMERIC
               MOVE "MOVE-IN DATE MUST BE YYYYMMDD" TO
                 QTR-RESULT-MESSAGE
           ELSE IF QTR-MEMBER-ENTRY NOT = SPACES
               AND QTR-HOUSEHOLD-ENTRY > 0
               MOVE "MEMBER OR HOUSEHOLD - NOT BOTH" TO
                 QTR-RESULT-MESSAGE
           ELSE IF WS-QTR-UNIT-OPEN = 0
               MOVE "NO OPEN UNIT WITH THAT NAME" TO QTR-RESULT-MESSAGE
           ELSE IF WS-QTR-OCCUPANT = SPACES
               MOVE "NO SUCH MEMBER OR HOUSEHOLD" TO
                 QTR-RESULT-MESSAGE
           ELSE IF WS-QTR-UNIT-HELD = 1
               MOVE "UNIT IS OCCUPIED ON THAT DATE" TO
                 QTR-RESULT-MESSAGE
           ELSE IF WS-QTR-ALREADY-HOUSED = 1
               MOVE "ALREADY HOLDS QUARTERS" TO QTR-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-QTR-ALLOC-FILE
               IF WS-QTR-ALLOC-STATUS = "35"
                   OPEN OUTPUT F-QTR-ALLOC-FILE
               END-IF
               MOVE SPACES TO ALLOCATION-RECORD
               MOVE QTR-UNIT-ENTRY TO QL-UNIT
               MOVE WS-QTR-OCCUPANT TO QL-OCCUPANT
               MOVE QTR-HOUSEHOLD-ENTRY TO QL-HOUSEHOLD
               MOVE QTR-MOVE-IN-ENTRY TO QL-MOVE-IN
               MOVE LS-ADMIN-NAME TO QL-ALLOCATED-BY
               WRITE ALLOCATION-RECORD
               CLOSE F-QTR-ALLOC-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "QTR-ALLOC" TO AUDIT-ACTION
               MOVE WS-QTR-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO WS-QTR-NOTIFY-MESSAGE
               STRING "QUARTERS " DELIMITED BY SIZE
                   QTR-UNIT-ENTRY DELIMITED BY SPACE
                   " YOURS FROM " DELIMITED BY SIZE
                   QTR-MOVE-IN-ENTRY DELIMITED BY SIZE
                   INTO WS-QTR-NOTIFY-MESSAGE
               CALL 'add-notification' USING WS-QTR-OCCUPANT
                 WS-QTR-NOTIFY-MESSAGE WS-QTR-NOTIFY-AMOUNT
               MOVE "UNIT ALLOCATED" TO QTR-RESULT-MESSAGE
           END-IF.

      *    The last month is charged in full at the month end after
      *    the move-out date.
       0948D-MOVE-OUT.
           MOVE 0 TO WS-QTR-FOUND.
           IF QTR-MOVE-OUT-ENTRY = SPACES
               MOVE WS-TODAY TO QTR-MOVE-OUT-ENTRY
           END-IF.
           IF QTR-MOVE-OUT-ENTRY IS NOT NUMERIC
               MOVE "MOVE-OUT DATE MUST BE YYYYMMDD" TO
                 QTR-RESULT-MESSAGE
           ELSE
               OPEN I-O F-QTR-ALLOC-FILE
               IF WS-QTR-ALLOC-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-QTR-ALLOC-FILE
                           NOT AT END
                               IF QL-UNIT = QTR-UNIT-ENTRY
                               AND QL-MOVE-OUT = SPACES
                               AND QL-MOVE-IN NOT > QTR-MOVE-OUT-ENTRY
                                   MOVE 1 TO WS-QTR-FOUND
                                   MOVE QTR-MOVE-OUT-ENTRY TO
                                     QL-MOVE-OUT
                                   MOVE QL-OCCUPANT TO WS-QTR-OCCUPANT
                                   REWRITE ALLOCATION-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-QTR-ALLOC-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-QTR-FOUND = 0
                   MOVE "NOBODY LIVING THERE ON THAT DATE" TO
                     QTR-RESULT-MESSAGE
               ELSE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "QTR-MOVEOUT" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE 0 TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE SPACES TO WS-QTR-NOTIFY-MESSAGE
                   STRING "MOVE OUT OF " DELIMITED BY SIZE
                       QTR-UNIT-ENTRY DELIMITED BY SPACE
                       " ON " DELIMITED BY SIZE
                       QTR-MOVE-OUT-ENTRY DELIMITED BY SIZE
                       INTO WS-QTR-NOTIFY-MESSAGE
                   CALL 'add-notification' USING WS-QTR-OCCUPANT
                     WS-QTR-NOTIFY-MESSAGE WS-QTR-NOTIFY-AMOUNT
                   MOVE "MOVE-OUT RECORDED" TO QTR-RESULT-MESSAGE
               END-IF
           END-IF.

      *    A unit can only be closed once nobody lives in it or is
      *    booked to move in.
       0948E-CLOSE-UNIT.
           MOVE 0 TO WS-QTR-FOUND.
           MOVE WS-TODAY TO QTR-MOVE-OUT-ENTRY.
           MOVE SPACES TO WS-QTR-OCCUPANT.
           PERFORM 0948G-CHECK-HELD.
           IF WS-QTR-UNIT-HELD = 1
               MOVE "UNIT IS OCCUPIED OR BOOKED" TO QTR-RESULT-MESSAGE
           ELSE
               OPEN I-O F-QUARTERS-FILE
               IF WS-QUARTERS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-QUARTERS-FILE
                           NOT AT END
                               IF QU-UNIT = QTR-UNIT-ENTRY
                               AND QU-STATUS = "ACTIVE"
                                   MOVE 1 TO WS-QTR-FOUND
                                   MOVE "CLOSED" TO QU-STATUS
                                   REWRITE QUARTERS-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-QUARTERS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-QTR-FOUND = 0
                   MOVE "NO OPEN UNIT WITH THAT NAME" TO
                     QTR-RESULT-MESSAGE
               ELSE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "QTR-CLOSE" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE 0 TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE "UNIT CLOSED" TO QTR-RESULT-MESSAGE
               END-IF
           END-IF.

       0948F-CHECK-UNIT.
           MOVE 0 TO WS-QTR-UNIT-OPEN.
           OPEN INPUT F-QUARTERS-FILE.
           IF WS-QUARTERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUARTERS-FILE
                       NOT AT END
                           IF QU-UNIT = QTR-UNIT-ENTRY
                           AND QU-STATUS = "ACTIVE"
                               MOVE 1 TO WS-QTR-UNIT-OPEN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUARTERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The unit is held from the date asked for if an allocation
      *    on it is still open or ends on or after that date; the
      *    occupant is already housed if they hold any open one.
       0948G-CHECK-HELD.
           MOVE 0 TO WS-QTR-UNIT-HELD.
           MOVE 0 TO WS-QTR-ALREADY-HOUSED.
           OPEN INPUT F-QTR-ALLOC-FILE.
           IF WS-QTR-ALLOC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QTR-ALLOC-FILE
                       NOT AT END
                           IF QL-UNIT = QTR-UNIT-ENTRY
                           AND (QL-MOVE-OUT = SPACES
                             OR QL-MOVE-OUT NOT < QTR-MOVE-OUT-ENTRY)
                               MOVE 1 TO WS-QTR-UNIT-HELD
                           END-IF
                           IF WS-QTR-OCCUPANT NOT = SPACES
                           AND QL-OCCUPANT = WS-QTR-OCCUPANT
                           AND (QL-MOVE-OUT = SPACES
                             OR QL-MOVE-OUT NOT < QTR-MOVE-OUT-ENTRY)
                               MOVE 1 TO WS-QTR-ALREADY-HOUSED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QTR-ALLOC-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0948H-FIND-OCCUPANT.
           MOVE SPACES TO WS-QTR-OCCUPANT.
           MOVE SPACES TO WS-QTR-ACNT.
           MOVE SPACES TO WS-HHD-CHECK-NAME.
           IF QTR-HOUSEHOLD-ENTRY > 0
               OPEN INPUT F-HOUSEHOLDS-FILE
               IF WS-HOUSEHOLDS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-HOUSEHOLDS-FILE
                           NOT AT END
                               IF HH-ID = QTR-HOUSEHOLD-ENTRY
                               AND HH-STATUS = "ACTIVE"
                                   MOVE HH-HEAD TO WS-HHD-CHECK-NAME
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-HOUSEHOLDS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           ELSE
               MOVE QTR-MEMBER-ENTRY TO WS-HHD-CHECK-NAME
           END-IF.
           PERFORM 0943E-CHECK-USER.
           IF WS-HHD-USER-OK = 1
               MOVE WS-HHD-CHECK-NAME TO WS-QTR-OCCUPANT
               MOVE WS-HHD-USER-ACNT TO WS-QTR-ACNT
           END-IF.

      *    Plant and equipment due for planned service.  The nightly
      *    maintenance run raises the work orders and publishes them
      *    as duties; the desk keeps the register they are raised
      *    from.
       0949-MAINTENANCE-DESK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0949A-LOAD-ASSETS.
           MOVE SPACES TO MNT-TAG-ENTRY.
           MOVE SPACES TO MNT-DESC-ENTRY.
           MOVE SPACES TO MNT-LOCATION-ENTRY.
           MOVE 0 TO MNT-INTERVAL-ENTRY.
           MOVE 0 TO MNT-REWARD-ENTRY.
           MOVE 0 TO MNT-CERT-ENTRY.
           MOVE SPACES TO MNT-LAST-ENTRY.
           INITIALIZE MAINTENANCE-DESK-CHOICE.
           DISPLAY MAINTENANCE-DESK-SCREEN.

           ACCEPT MNT-TAG-FIELD.
           ACCEPT MNT-DESC-FIELD.
           ACCEPT MNT-LOCATION-FIELD.
           ACCEPT MNT-INTERVAL-FIELD.
           ACCEPT MNT-REWARD-FIELD.
           ACCEPT MNT-CERT-FIELD.
           ACCEPT MNT-LAST-FIELD.
           ACCEPT MAINTENANCE-DESK-FIELD.

           IF MAINTENANCE-DESK-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF MAINTENANCE-DESK-CHOICE = 'u' OR 'U'
               PERFORM 0949B-SAVE-ASSET
               PERFORM 0949-MAINTENANCE-DESK
           ELSE IF MAINTENANCE-DESK-CHOICE = 'x' OR 'X'
               PERFORM 0949C-RETIRE-ASSET
               PERFORM 0949-MAINTENANCE-DESK
           ELSE IF MAINTENANCE-DESK-CHOICE = 'v' OR 'V'
               MOVE SPACES TO WS-MNT-REPORT-STATUS
               CALL 'maintenance-overdue-report' USING
                 WS-MNT-REPORT-STATUS
               MOVE WS-MNT-REPORT-STATUS TO MNT-RESULT-MESSAGE
               PERFORM 0949-MAINTENANCE-DESK
           ELSE
               PERFORM 0949-MAINTENANCE-DESK
           END-IF.

       0949A-LOAD-ASSETS.
           MOVE 0 TO WS-MNT-ASSETS.
           MOVE 0 TO WS-MNT-ORDERS.
           MOVE 0 TO WS-MNT-OVERDUE.
           OPEN INPUT F-ASSETS-FILE.
           IF WS-ASSETS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ASSETS-FILE
                       NOT AT END
                           IF AST-STATUS = "ACTIVE"
                               ADD 1 TO WS-MNT-ASSETS
                               IF AST-NEXT-DUE < WS-TODAY
                                   ADD 1 TO WS-MNT-OVERDUE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ASSETS-FILE
           END-IF.
           OPEN INPUT F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-STATUS = "OPEN"
                               ADD 1 TO WS-MNT-ORDERS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    A new asset is taken as serviced today unless a date is
      *    given.  On an asset already registered, blank fields are
      *    left as they were; a new interval or service date moves
      *    the next service to match, and a retired asset is put
      *    back in service.
       0949B-SAVE-ASSET.
           MOVE 0 TO WS-MNT-FOUND.
           IF MNT-TAG-ENTRY = SPACES
               MOVE "ASSET TAG IS REQUIRED" TO MNT-RESULT-MESSAGE
           ELSE IF MNT-LAST-ENTRY NOT = SPACES
               AND MNT-LAST-ENTRY IS NOT NUMERIC
               MOVE "SERVICE DATE MUST BE YYYYMMDD" TO
                 MNT-RESULT-MESSAGE
           ELSE IF MNT-LAST-ENTRY > WS-TODAY
               MOVE "SERVICE DATE IS IN THE FUTURE" TO
                 MNT-RESULT-MESSAGE
           ELSE
               OPEN I-O F-ASSETS-FILE
               IF WS-ASSETS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ASSETS-FILE
                           NOT AT END
                               IF AST-TAG = MNT-TAG-ENTRY
                                   MOVE 1 TO WS-MNT-FOUND
                                   PERFORM 0949D-CHANGE-ASSET
                                   REWRITE ASSET-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ASSETS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-MNT-FOUND = 0
                   PERFORM 0949E-ADD-ASSET
               ELSE
                   MOVE "ASSET UPDATED" TO MNT-RESULT-MESSAGE
               END-IF
           END-IF.

       0949C-RETIRE-ASSET.
           MOVE 0 TO WS-MNT-FOUND.
           MOVE 0 TO WS-MNT-DUTY-ID.
           IF MNT-TAG-ENTRY = SPACES
               MOVE "ASSET TAG IS REQUIRED" TO MNT-RESULT-MESSAGE
           ELSE
               OPEN I-O F-ASSETS-FILE
               IF WS-ASSETS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ASSETS-FILE
                           NOT AT END
                               IF AST-TAG = MNT-TAG-ENTRY
                               AND AST-STATUS = "ACTIVE"
                                   MOVE 1 TO WS-MNT-FOUND
                                   MOVE "RETIRED" TO AST-STATUS
                                   REWRITE ASSET-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ASSETS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-MNT-FOUND = 0
                   MOVE "NO ACTIVE ASSET WITH THAT TAG" TO
                     MNT-RESULT-MESSAGE
               ELSE
                   PERFORM 0949F-CANCEL-ORDER
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "MNT-RETIRE" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0790-WRITE-AUDIT-ENTRY
                   MOVE "ASSET RETIRED" TO MNT-RESULT-MESSAGE
               END-IF
           END-IF.

       0949D-CHANGE-ASSET.
           IF MNT-DESC-ENTRY NOT = SPACES
               MOVE MNT-DESC-ENTRY TO AST-DESC
           END-IF.
           IF MNT-LOCATION-ENTRY NOT = SPACES
               MOVE MNT-LOCATION-ENTRY TO AST-LOCATION
           END-IF.
           IF MNT-INTERVAL-ENTRY > 0
               MOVE MNT-INTERVAL-ENTRY TO AST-INTERVAL
           END-IF.
           IF MNT-REWARD-ENTRY > 0
               MOVE MNT-REWARD-ENTRY TO AST-REWARD
           END-IF.
           MOVE MNT-CERT-ENTRY TO AST-CERT-COURSE.
           IF MNT-LAST-ENTRY NOT = SPACES
               MOVE MNT-LAST-ENTRY TO AST-LAST-SERVICE
           END-IF.
           IF AST-LAST-SERVICE IS NUMERIC
               COMPUTE WS-MNT-DUE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(AST-LAST-SERVICE)) + AST-INTERVAL
               MOVE FUNCTION DATE-OF-INTEGER(WS-MNT-DUE-INT) TO
                 AST-NEXT-DUE
           END-IF.
           MOVE "ACTIVE" TO AST-STATUS.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "MNT-ASSET" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE AST-INTERVAL TO AUDIT-AMOUNT.
           PERFORM 0790-WRITE-AUDIT-ENTRY.

       0949E-ADD-ASSET.
           IF MNT-DESC-ENTRY = SPACES OR MNT-LOCATION-ENTRY = SPACES
               MOVE "DESCRIPTION AND LOCATION REQUIRED" TO
                 MNT-RESULT-MESSAGE
           ELSE IF MNT-INTERVAL-ENTRY = 0
               MOVE "SERVICE INTERVAL IS REQUIRED" TO
                 MNT-RESULT-MESSAGE
           ELSE
               IF MNT-LAST-ENTRY = SPACES
                   MOVE WS-TODAY TO MNT-LAST-ENTRY
               END-IF
               OPEN EXTEND F-ASSETS-FILE
               IF WS-ASSETS-STATUS = "35"
                   OPEN OUTPUT F-ASSETS-FILE
               END-IF
               MOVE SPACES TO ASSET-RECORD
               MOVE MNT-TAG-ENTRY TO AST-TAG
               MOVE MNT-DESC-ENTRY TO AST-DESC
               MOVE MNT-LOCATION-ENTRY TO AST-LOCATION
               MOVE MNT-INTERVAL-ENTRY TO AST-INTERVAL
               MOVE MNT-REWARD-ENTRY TO AST-REWARD
               MOVE MNT-CERT-ENTRY TO AST-CERT-COURSE
               MOVE MNT-LAST-ENTRY TO AST-LAST-SERVICE
               COMPUTE WS-MNT-DUE-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(MNT-LAST-ENTRY)) + AST-INTERVAL
               MOVE FUNCTION DATE-OF-INTEGER(WS-MNT-DUE-INT) TO
                 AST-NEXT-DUE
               MOVE "ACTIVE" TO AST-STATUS
               MOVE WS-TODAY TO AST-ADDED
               WRITE ASSET-RECORD
               CLOSE F-ASSETS-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "MNT-ASSET" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE AST-INTERVAL TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "ASSET ADDED" TO MNT-RESULT-MESSAGE
           END-IF.

      *    A retired asset's open work order is cancelled, and its
      *    duty taken off the roster if nobody has claimed it yet.
       0949F-CANCEL-ORDER.
           OPEN I-O F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-TAG = MNT-TAG-ENTRY
                           AND WO-STATUS = "OPEN"
                               MOVE WO-DUTY-ID TO WS-MNT-DUTY-ID
                               MOVE "CANCELLED" TO WO-STATUS
                               MOVE WS-TODAY TO WO-CLOSED
                               REWRITE WORK-ORDER-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-MNT-DUTY-ID > 0
               OPEN I-O F-DUTIES-FILE
               IF WS-DUTIES-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-DUTIES-FILE
                           NOT AT END
                               IF DU-ID = WS-MNT-DUTY-ID
                               AND DU-STATUS = "OPEN"
                                   MOVE "WITHDRAWN" TO DU-STATUS
                                   REWRITE DUTY-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-DUTIES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.

      *    Debts members could not cover, oldest first, and the
      *    desk where staff bill a member for damage.  A damage
      *    charge goes through the same route as any other: what the
      *    member holds is taken and the rest is owed and dunned.
       0951-RECEIVABLES-DESK.
           PERFORM 0951A-LOAD-RECEIVABLES.
           IF WS-RCV-OPEN = 0 AND RCV-RESULT-MESSAGE = SPACES
               MOVE "NO MEMBER DEBTS OUTSTANDING" TO RCV-RESULT-MESSAGE
           END-IF.
           MOVE SPACES TO RCV-MEMBER-ENTRY.
           MOVE 0 TO RCV-AMOUNT-ENTRY.
           MOVE SPACES TO RCV-DETAIL-ENTRY.
           INITIALIZE RCV-CHOICE.
           DISPLAY RECEIVABLES-DESK-SCREEN.

           ACCEPT RCV-MEMBER-FIELD.
           ACCEPT RCV-AMOUNT-FIELD.
           ACCEPT RCV-DETAIL-FIELD.
           ACCEPT RECEIVABLES-DESK-FIELD.

           IF RCV-CHOICE = 'g' OR 'G'
               MOVE SPACES TO RCV-RESULT-MESSAGE
           ELSE IF RCV-CHOICE = 'c' OR 'C'
               PERFORM 0951B-RAISE-DAMAGE-CHARGE
               PERFORM 0951-RECEIVABLES-DESK
           ELSE
               MOVE SPACES TO RCV-RESULT-MESSAGE
               PERFORM 0951-RECEIVABLES-DESK
           END-IF.

       0951A-LOAD-RECEIVABLES.
           MOVE 0 TO WS-RCV-COUNT.
           MOVE 0 TO WS-RCV-OPEN.
           MOVE 0 TO WS-RCV-OWED-TOTAL.
           MOVE 0 TO WS-RCV-FINAL.
           INITIALIZE WS-RCV-TABLE.
           OPEN INPUT F-RECEIVABLES-FILE.
           IF WS-RECEIVABLES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECEIVABLES-FILE
                       NOT AT END
                           IF RB-STATUS = "OPEN"
                               ADD 1 TO WS-RCV-OPEN
                               COMPUTE WS-RCV-OWED-TOTAL =
                                   WS-RCV-OWED-TOTAL + RB-AMOUNT
                                   - RB-PAID
                               IF RB-STAGE = 3
                                   ADD 1 TO WS-RCV-FINAL
                               END-IF
                               IF WS-RCV-COUNT < 5
                                   ADD 1 TO WS-RCV-COUNT
                                   MOVE RB-USERNAME TO
                                     WS-RCV-USERNAME(WS-RCV-COUNT)
                                   MOVE RB-REASON TO
                                     WS-RCV-REASON(WS-RCV-COUNT)
                                   COMPUTE WS-RCV-OWED(WS-RCV-COUNT) =
                                       RB-AMOUNT - RB-PAID
                                   MOVE RB-RAISED TO
                                     WS-RCV-RAISED(WS-RCV-COUNT)
                                   MOVE RB-STAGE TO
                                     WS-RCV-STAGE(WS-RCV-COUNT)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECEIVABLES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0951B-RAISE-DAMAGE-CHARGE.
           MOVE 0 TO WS-RCV-MEMBER-OK.
           MOVE SPACES TO WS-RCV-ACNT.
           IF RCV-MEMBER-ENTRY NOT = SPACES
               OPEN INPUT F-USERS-FILE
               MOVE RCV-MEMBER-ENTRY TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF USER-ARCHIVED NOT = "Y"
                       AND USER-ARCHIVED NOT = "D"
                           MOVE 1 TO WS-RCV-MEMBER-OK
                           MOVE USER-ACNT-NUM TO WS-RCV-ACNT
                       END-IF
               END-READ
               CLOSE F-USERS-FILE
           END-IF.
           IF WS-RCV-MEMBER-OK = 0
               MOVE "NO SUCH ACTIVE MEMBER" TO RCV-RESULT-MESSAGE
           ELSE IF RCV-AMOUNT-ENTRY = 0
               MOVE "AMOUNT IS REQUIRED" TO RCV-RESULT-MESSAGE
           ELSE IF RCV-DETAIL-ENTRY = SPACES
               MOVE "SAY WHAT WAS DAMAGED" TO RCV-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO WS-RCV-NOTIFY-MESSAGE
               STRING "DAMAGE CHARGE - " DELIMITED BY SIZE
                   RCV-DETAIL-ENTRY DELIMITED BY SIZE
                   INTO WS-RCV-NOTIFY-MESSAGE
               CALL 'add-notification' USING RCV-MEMBER-ENTRY
                 WS-RCV-NOTIFY-MESSAGE RCV-AMOUNT-ENTRY
               CALL 'raise-member-charge' USING RCV-MEMBER-ENTRY
                 RCV-AMOUNT-ENTRY WS-RCV-CHARGE-REASON WS-RCV-BALANCE
                 WS-RCV-CHARGE-OWED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "DAMAGE-CHG" TO AUDIT-ACTION
               MOVE WS-RCV-ACNT TO AUDIT-ACCOUNT
               MOVE RCV-AMOUNT-ENTRY TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               IF WS-RCV-CHARGE-OWED = 0
                   MOVE "CHARGED IN FULL" TO RCV-RESULT-MESSAGE
               ELSE
                   MOVE WS-RCV-CHARGE-OWED TO WS-RCV-OWED-OUT
                   MOVE SPACES TO RCV-RESULT-MESSAGE
                   STRING "CHARGED - " DELIMITED BY SIZE
                       WS-RCV-OWED-OUT DELIMITED BY SIZE
                       " LEFT OWING" DELIMITED BY SIZE
                       INTO RCV-RESULT-MESSAGE
               END-IF
           END-IF.

      *    A warden declares a muster and every member is stopped at
      *    their menu to check in.  The roll call can be run as often
      *    as needed; standing down runs it one last time so the
      *    spool holds the final count, then releases the members.
       0952-MUSTER-DESK.
           PERFORM 0952A-LOAD-MUSTER.
           IF WS-MST-ID = 0 AND MST-RESULT-MESSAGE = SPACES
               MOVE "NO MUSTER IN PROGRESS" TO MST-RESULT-MESSAGE
           END-IF.
           MOVE SPACES TO MST-REASON-ENTRY.
           INITIALIZE MST-CHOICE.
           DISPLAY MUSTER-DESK-SCREEN.

           ACCEPT MST-REASON-FIELD.
           ACCEPT MUSTER-DESK-FIELD.

           IF MST-CHOICE = 'g' OR 'G'
               MOVE SPACES TO MST-RESULT-MESSAGE
           ELSE IF MST-CHOICE = 'd' OR 'D'
               PERFORM 0952B-DECLARE-MUSTER
               PERFORM 0952-MUSTER-DESK
           ELSE IF MST-CHOICE = 'r' OR 'R'
               PERFORM 0952C-RUN-ROLL-CALL
               PERFORM 0952-MUSTER-DESK
           ELSE IF MST-CHOICE = 's' OR 'S'
               PERFORM 0952D-STAND-DOWN
               PERFORM 0952-MUSTER-DESK
           ELSE
               MOVE SPACES TO MST-RESULT-MESSAGE
               PERFORM 0952-MUSTER-DESK
           END-IF.

       0952A-LOAD-MUSTER.
           MOVE 0 TO WS-MST-ID.
           MOVE 0 TO WS-MST-LAST-ID.
           MOVE 0 TO WS-MST-CHECKED-IN.
           MOVE SPACES TO WS-MST-REASON.
           MOVE SPACES TO WS-MST-DECLARED.
           MOVE SPACES TO WS-MST-BY.
           OPEN INPUT F-MUSTERS-FILE.
           IF WS-MUSTERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MUSTERS-FILE
                       NOT AT END
                           IF MU-ID > WS-MST-LAST-ID
                               MOVE MU-ID TO WS-MST-LAST-ID
                           END-IF
                           IF MU-STATUS = "ACTIVE"
                               MOVE MU-ID TO WS-MST-ID
                               MOVE MU-REASON TO WS-MST-REASON
                               MOVE MU-DECLARED TO WS-MST-DECLARED
                               MOVE MU-DECLARED-BY TO WS-MST-BY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MUSTERS-FILE
           END-IF.
           IF WS-MST-ID NOT = 0
               OPEN INPUT F-MUSTER-CHECKINS-FILE
               IF WS-MCHK-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-MUSTER-CHECKINS-FILE
                           NOT AT END
                               IF MC-MUSTER = WS-MST-ID
                                   ADD 1 TO WS-MST-CHECKED-IN
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-MUSTER-CHECKINS-FILE
               END-IF
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0952B-DECLARE-MUSTER.
           IF WS-MST-ID NOT = 0
               MOVE "A MUSTER IS ALREADY IN PROGRESS"
                 TO MST-RESULT-MESSAGE
           ELSE IF MST-REASON-ENTRY = SPACES
               MOVE "GIVE A REASON FOR THE MUSTER" TO MST-RESULT-MESSAGE
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:12) TO WS-MST-NOW
               OPEN EXTEND F-MUSTERS-FILE
               IF WS-MUSTERS-STATUS = "35"
                   OPEN OUTPUT F-MUSTERS-FILE
               END-IF
               MOVE SPACES TO MUSTER-RECORD
               COMPUTE WS-MST-ID = WS-MST-LAST-ID + 1
               MOVE WS-MST-ID TO MU-ID
               MOVE MST-REASON-ENTRY TO MU-REASON
               MOVE LS-ADMIN-NAME TO MU-DECLARED-BY
               MOVE WS-MST-NOW TO MU-DECLARED
               MOVE "ACTIVE" TO MU-STATUS
               WRITE MUSTER-RECORD
               CLOSE F-MUSTERS-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "MUSTER-DECL" TO AUDIT-ACTION
               MOVE WS-MST-ID TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE "MUSTER DECLARED - MEMBERS MUST CHECK IN"
                 TO MST-RESULT-MESSAGE
           END-IF.

       0952C-RUN-ROLL-CALL.
           MOVE SPACES TO WS-MST-REPORT-STATUS.
           CALL 'muster-rollcall-report' USING WS-MST-REPORT-STATUS.
           MOVE SPACES TO MST-RESULT-MESSAGE.
           STRING "ROLL CALL SPOOLED - " DELIMITED BY SIZE
               WS-MST-REPORT-STATUS DELIMITED BY SIZE
               INTO MST-RESULT-MESSAGE.

       0952D-STAND-DOWN.
           IF WS-MST-ID = 0
               MOVE "NO MUSTER IN PROGRESS" TO MST-RESULT-MESSAGE
           ELSE
               PERFORM 0952C-RUN-ROLL-CALL
               MOVE FUNCTION CURRENT-DATE(1:12) TO WS-MST-NOW
               OPEN I-O F-MUSTERS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MUSTERS-FILE
                       NOT AT END
                           IF MU-ID = WS-MST-ID
                               MOVE LS-ADMIN-NAME TO MU-ENDED-BY
                               MOVE WS-MST-NOW TO MU-ENDED
                               MOVE "ENDED" TO MU-STATUS
                               REWRITE MUSTER-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MUSTERS-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "MUSTER-END" TO AUDIT-ACTION
               MOVE WS-MST-ID TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               PERFORM 0790-WRITE-AUDIT-ENTRY
               MOVE SPACES TO MST-RESULT-MESSAGE
               STRING "STOOD DOWN - FINAL " DELIMITED BY SIZE
                   WS-MST-REPORT-STATUS DELIMITED BY SIZE
                   INTO MST-RESULT-MESSAGE
           END-IF.

      *    The records office register.  A death locks the member
      *    out, opens the estate for the settlement batch and calls
      *    off whatever the member had booked or standing; a birth
      *    or marriage offers the matching household link.
       0953-VITAL-RECORDS.
           PERFORM 0953A-LOAD-VITAL-RECORDS.
           MOVE SPACE TO VRG-EVENT-ENTRY.
           MOVE SPACES TO VRG-MEMBER-ENTRY.
           MOVE SPACES TO VRG-RELATED-ENTRY.
           MOVE SPACES TO VRG-DATE-ENTRY.
           MOVE SPACES TO VRG-SECTOR-ENTRY.
           MOVE SPACES TO VRG-DETAIL-ENTRY.
           MOVE SPACES TO VRG-YEAR-ENTRY.
           INITIALIZE VRG-CHOICE.
           DISPLAY VITAL-RECORDS-SCREEN.

           ACCEPT VRG-EVENT-FIELD.
           ACCEPT VRG-MEMBER-FIELD.
           ACCEPT VRG-RELATED-FIELD.
           ACCEPT VRG-DATE-FIELD.
           ACCEPT VRG-SECTOR-FIELD.
           ACCEPT VRG-DETAIL-FIELD.
           ACCEPT VRG-YEAR-FIELD.
           ACCEPT VITAL-RECORDS-FIELD.

           IF VRG-CHOICE = 'g' OR 'G'
               MOVE SPACES TO VRG-RESULT-MESSAGE
           ELSE IF VRG-CHOICE = 'r' OR 'R'
               MOVE SPACES TO VRG-RESULT-MESSAGE
               PERFORM 0953B-RECORD-EVENT
               PERFORM 0953-VITAL-RECORDS
           ELSE IF VRG-CHOICE = 'h' OR 'H'
               PERFORM 0953Q-MAKE-HOUSEHOLD-LINK
               PERFORM 0953-VITAL-RECORDS
           ELSE IF VRG-CHOICE = 'p' OR 'P'
               MOVE SPACES TO WS-VTL-REPORT-STATUS
               CALL 'population-sector-report' USING VRG-YEAR-ENTRY
                 WS-VTL-REPORT-STATUS
               MOVE WS-VTL-REPORT-STATUS TO VRG-RESULT-MESSAGE
               PERFORM 0953-VITAL-RECORDS
           ELSE
               MOVE SPACES TO VRG-RESULT-MESSAGE
               PERFORM 0953-VITAL-RECORDS
           END-IF.

       0953A-LOAD-VITAL-RECORDS.
           MOVE 0 TO WS-VTL-LAST-ID.
           MOVE 0 TO WS-VTL-YEAR-BIRTHS.
           MOVE 0 TO WS-VTL-YEAR-DEATHS.
           MOVE 0 TO WS-VTL-YEAR-MARRIAGES.
           OPEN INPUT F-VITAL-RECORDS-FILE.
           IF WS-VITAL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VITAL-RECORDS-FILE
                       NOT AT END
                           IF VTL-ID > WS-VTL-LAST-ID
                               MOVE VTL-ID TO WS-VTL-LAST-ID
                           END-IF
                           IF VTL-EVENT-DATE(1:4) = WS-TODAY(1:4)
                               EVALUATE VTL-EVENT
                                   WHEN "BIRTH"
                                       ADD 1 TO WS-VTL-YEAR-BIRTHS
                                   WHEN "DEATH"
                                       ADD 1 TO WS-VTL-YEAR-DEATHS
                                   WHEN "MARRIAGE"
                                       ADD 1 TO WS-VTL-YEAR-MARRIAGES
                               END-EVALUATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VITAL-RECORDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0953B-RECORD-EVENT.
           MOVE SPACE TO WS-VTL-OFFER.
           PERFORM 0953C-CHECK-ENTRY.
           IF VRG-RESULT-MESSAGE = SPACES
               PERFORM 0953E-WRITE-VITAL-RECORD
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE WS-VTL-MEMBER-ACNT TO AUDIT-ACCOUNT
               MOVE 0 TO AUDIT-AMOUNT
               EVALUATE WS-VTL-EVENT
                   WHEN "DEATH"
                       MOVE "VITAL-DEATH" TO AUDIT-ACTION
                       PERFORM 0790-WRITE-AUDIT-ENTRY
                       PERFORM 0953F-RECORD-DEATH
                   WHEN "BIRTH"
                       MOVE "VITAL-BIRTH" TO AUDIT-ACTION
                       PERFORM 0790-WRITE-AUDIT-ENTRY
                       PERFORM 0953O-OFFER-BIRTH-LINK
                   WHEN OTHER
                       MOVE "VITAL-MARR" TO AUDIT-ACTION
                       PERFORM 0790-WRITE-AUDIT-ENTRY
                       PERFORM 0953P-OFFER-MARRIAGE-LINK
               END-EVALUATE
           END-IF.

      *    A child need not be on the member file yet, but the parent
      *    and both parties to a marriage must be.  A death can be
      *    registered against a member whose estate was already
      *    opened by hand, but only once.
       0953C-CHECK-ENTRY.
           EVALUATE TRUE
               WHEN VRG-EVENT-ENTRY = 'b' OR 'B'
                   MOVE "BIRTH" TO WS-VTL-EVENT
               WHEN VRG-EVENT-ENTRY = 'd' OR 'D'
                   MOVE "DEATH" TO WS-VTL-EVENT
               WHEN VRG-EVENT-ENTRY = 'm' OR 'M'
                   MOVE "MARRIAGE" TO WS-VTL-EVENT
               WHEN OTHER
                   MOVE SPACES TO WS-VTL-EVENT
           END-EVALUATE.
           IF VRG-DATE-ENTRY = SPACES
               MOVE WS-TODAY TO WS-VTL-DATE
           ELSE
               MOVE VRG-DATE-ENTRY TO WS-VTL-DATE
           END-IF.
           MOVE VRG-MEMBER-ENTRY TO WS-VTL-CHECK-NAME.
           PERFORM 0953D-CHECK-MEMBER.
           MOVE WS-VTL-USER-OK TO WS-VTL-MEMBER-OK.
           MOVE WS-VTL-ARCHIVED TO WS-VTL-MEMBER-ARCHIVED.
           MOVE WS-VTL-LOCATION TO WS-VTL-MEMBER-LOCATION.
           MOVE WS-VTL-ACNT TO WS-VTL-MEMBER-ACNT.
           MOVE VRG-RELATED-ENTRY TO WS-VTL-CHECK-NAME.
           PERFORM 0953D-CHECK-MEMBER.
           MOVE 0 TO WS-VTL-DEATH-ON-FILE.
           IF WS-VTL-EVENT = "DEATH"
               PERFORM 0953G-FIND-DEATH
           END-IF.

           IF WS-VTL-EVENT = SPACES
               MOVE "EVENT MUST BE B, D OR M" TO VRG-RESULT-MESSAGE
           ELSE IF VRG-MEMBER-ENTRY = SPACES
               MOVE "MEMBER NAME IS REQUIRED" TO VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-DATE IS NOT NUMERIC
           OR WS-VTL-DATE > WS-TODAY
               MOVE "DATE MUST BE YYYYMMDD AND NOT AHEAD" TO
                 VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-EVENT = "DEATH"
           AND WS-VTL-MEMBER-OK = 0
               MOVE "NO SUCH MEMBER" TO VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-DEATH-ON-FILE = 1
               MOVE "DEATH ALREADY REGISTERED" TO VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-EVENT NOT = "DEATH"
           AND WS-VTL-USER-OK = 0
               MOVE "NAME A PARENT OR SPOUSE ON FILE" TO
                 VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-EVENT = "MARRIAGE"
           AND (WS-VTL-MEMBER-OK = 0 OR WS-VTL-MEMBER-ARCHIVED = "D"
             OR WS-VTL-ARCHIVED = "D")
               MOVE "BOTH SPOUSES MUST BE LIVING MEMBERS" TO
                 VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-EVENT = "MARRIAGE"
           AND VRG-MEMBER-ENTRY = VRG-RELATED-ENTRY
               MOVE "NAME TWO DIFFERENT SPOUSES" TO VRG-RESULT-MESSAGE
           ELSE
               EVALUATE TRUE
                   WHEN VRG-SECTOR-ENTRY NOT = SPACES
                       MOVE VRG-SECTOR-ENTRY TO WS-VTL-SECTOR
                   WHEN WS-VTL-EVENT = "BIRTH"
                       MOVE WS-VTL-LOCATION TO WS-VTL-SECTOR
                   WHEN OTHER
                       MOVE WS-VTL-MEMBER-LOCATION TO WS-VTL-SECTOR
               END-EVALUATE
           END-IF.

       0953D-CHECK-MEMBER.
           MOVE 0 TO WS-VTL-USER-OK.
           MOVE SPACE TO WS-VTL-ARCHIVED.
           MOVE SPACES TO WS-VTL-LOCATION.
           MOVE SPACES TO WS-VTL-ACNT.
           IF WS-VTL-CHECK-NAME NOT = SPACES
               OPEN INPUT F-USERS-FILE
               MOVE WS-VTL-CHECK-NAME TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-VTL-USER-OK
                       MOVE USER-ARCHIVED TO WS-VTL-ARCHIVED
                       MOVE USER-LOCATION TO WS-VTL-LOCATION
                       MOVE USER-ACNT-NUM TO WS-VTL-ACNT
               END-READ
               CLOSE F-USERS-FILE
           END-IF.

       0953E-WRITE-VITAL-RECORD.
           OPEN EXTEND F-VITAL-RECORDS-FILE.
           IF WS-VITAL-STATUS = "35"
               OPEN OUTPUT F-VITAL-RECORDS-FILE
           END-IF.
           MOVE SPACES TO VITAL-RECORD.
           COMPUTE VTL-ID = WS-VTL-LAST-ID + 1.
           MOVE WS-VTL-EVENT TO VTL-EVENT.
           MOVE WS-VTL-DATE TO VTL-EVENT-DATE.
           MOVE VRG-MEMBER-ENTRY TO VTL-MEMBER.
           MOVE VRG-RELATED-ENTRY TO VTL-RELATED.
           MOVE WS-VTL-SECTOR TO VTL-SECTOR.
           MOVE VRG-DETAIL-ENTRY TO VTL-DETAIL.
           MOVE LS-ADMIN-NAME TO VTL-RECORDED-BY.
           MOVE WS-TODAY TO VTL-RECORDED.
           WRITE VITAL-RECORD.
           CLOSE F-VITAL-RECORDS-FILE.

      *    The login is locked whatever else happens.  The estate is
      *    opened the same way the estate desk opens one, unless it
      *    was opened there already; anything the member paid for
      *    ahead is refunded to their balance, which the estate then
      *    passes to the beneficiary.
       0953F-RECORD-DEATH.
           OPEN I-O F-USERS-FILE.
           MOVE VRG-MEMBER-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "D" TO USER-ARCHIVED
                   REWRITE USERS
           END-READ.
           CLOSE F-USERS-FILE.

           MOVE 0 TO WS-VTL-CANCELLED.
           PERFORM 0953H-CANCEL-STANDING-ORDERS.
           PERFORM 0953I-CANCEL-SIGNUPS.
           PERFORM 0953L-CANCEL-BOOKINGS.
           PERFORM 0953R-WITHDRAW-BIDS.

           PERFORM 0953N-FIND-ESTATE.
           IF WS-VTL-ESTATE-FOUND = 1
               MOVE "DEATH RECORDED - ESTATE ALREADY OPEN" TO
                 VRG-RESULT-MESSAGE
           ELSE
               MOVE VRG-MEMBER-ENTRY TO ESTATE-USERNAME-ENTRY
               MOVE SPACES TO ESTATE-RESULT-MESSAGE
               PERFORM 0862-OPEN-ESTATE
               IF WS-EST-BENEFICIARY = SPACES
                   MOVE "DEATH RECORDED - NO BENEFICIARY NAMED" TO
                     VRG-RESULT-MESSAGE
               ELSE
                   MOVE WS-VTL-CANCELLED TO WS-VTL-CANCELLED-OUT
                   STRING "DEATH RECORDED - ESTATE OPEN - "
                       DELIMITED BY SIZE
                       WS-VTL-CANCELLED-OUT DELIMITED BY SIZE
                       " OFF" DELIMITED BY SIZE
                       INTO VRG-RESULT-MESSAGE
               END-IF
           END-IF.

       0953G-FIND-DEATH.
           OPEN INPUT F-VITAL-RECORDS-FILE.
           IF WS-VITAL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VITAL-RECORDS-FILE
                       NOT AT END
                           IF VTL-EVENT = "DEATH"
                           AND VTL-MEMBER = VRG-MEMBER-ENTRY
                               MOVE 1 TO WS-VTL-DEATH-ON-FILE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VITAL-RECORDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0953H-CANCEL-STANDING-ORDERS.
           OPEN I-O F-STANDING-ORDERS-FILE.
           IF WS-SO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STANDING-ORDERS-FILE
                       NOT AT END
                           IF SO-USERNAME = VRG-MEMBER-ENTRY
                           AND SO-ACTIVE = "Y"
                               MOVE "N" TO SO-ACTIVE
                               REWRITE STANDING-ORDER
                               ADD 1 TO WS-VTL-CANCELLED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STANDING-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Places at events still to come are given up; a ticket
      *    paid for an event after today is refunded the same way
      *    the events desk refunds a cancelled event.
       0953I-CANCEL-SIGNUPS.
           MOVE 0 TO WS-VTL-FREED-COUNT.
           OPEN I-O F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-USERNAME = VRG-MEMBER-ENTRY
                           AND (ES-STATUS = "BOOKED" OR "WAITLIST"
                             OR SPACES)
                               PERFORM 0953K-FIND-EVENT-DATE
                               IF WS-VTL-EVENT-DATE NOT < WS-TODAY
                                   PERFORM 0953J-CANCEL-ONE-SIGNUP
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
               PERFORM VARYING WS-VTL-FREED-IDX FROM 1 BY 1
                 UNTIL WS-VTL-FREED-IDX > WS-VTL-FREED-COUNT
                   MOVE WS-VTL-FREED-EVENT(WS-VTL-FREED-IDX) TO
                     WS-VTL-PROMO-EVENT
                   PERFORM 0953S-PROMOTE-WAITLIST
               END-PERFORM
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0953J-CANCEL-ONE-SIGNUP.
           IF ES-STATUS NOT = "WAITLIST"
           AND ES-PAID IS NUMERIC
           AND ES-PAID > 0
           AND WS-VTL-EVENT-DATE > WS-TODAY
               MOVE ES-PAID TO WS-VTL-REFUND
               CALL 'add-credits' USING ES-USERNAME,
                 WS-VTL-REFUND, WS-EV-REFUND-REASON,
                 UPDATED-BALANCE
               MOVE ES-EVENT-ID TO WS-EV-DEFER-ITEM
               CALL 'post-deferral' USING WS-EV-DEFER-SERVICE
                 ES-USERNAME WS-EV-DEFER-ITEM WS-EV-DEFER-AMOUNT
                 WS-EV-DEFER-START WS-EV-DEFER-DAYS
                 WS-EV-DEFER-DIRECTION
           END-IF.
           IF ES-STATUS NOT = "WAITLIST"
           AND WS-VTL-FREED-COUNT < 20
               ADD 1 TO WS-VTL-FREED-COUNT
               MOVE ES-EVENT-ID TO
                 WS-VTL-FREED-EVENT(WS-VTL-FREED-COUNT)
           END-IF.
           MOVE "CANCELLD" TO ES-STATUS.
           REWRITE EVENT-SIGNUP.
           ADD 1 TO WS-VTL-CANCELLED.

       0953K-FIND-EVENT-DATE.
           MOVE SPACES TO WS-VTL-EVENT-DATE.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-VTL-INNER-ENDED
               PERFORM UNTIL WS-VTL-INNER-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-ID = ES-EVENT-ID
                               MOVE EV-DATE TO WS-VTL-EVENT-DATE
                               MOVE 1 TO WS-VTL-INNER-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-VTL-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.

      *    Facility slots from today on are freed for others; the
      *    fee taken at booking comes back for any day after today,
      *    as it would had the member cancelled it.
       0953L-CANCEL-BOOKINGS.
           OPEN I-O F-SLOTS-FILE.
           IF WS-SLOTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SLOTS-FILE
                       NOT AT END
                           IF FS-USERNAME = VRG-MEMBER-ENTRY
                           AND FS-STATUS = "BOOKED"
                           AND FS-DATE NOT < WS-TODAY
                               PERFORM 0953M-CANCEL-ONE-BOOKING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SLOTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0953M-CANCEL-ONE-BOOKING.
           IF FS-DATE > WS-TODAY
           AND FS-FEE-PAID IS NUMERIC
           AND FS-FEE-PAID > 0
               MOVE FS-FEE-PAID TO WS-VTL-REFUND
               CALL 'add-credits' USING FS-USERNAME,
                 WS-VTL-REFUND, WS-VTL-FACILITY-REASON,
                 UPDATED-BALANCE
               MOVE SPACES TO WS-VTL-SLOT-ITEM
               STRING FS-FACILITY DELIMITED BY SIZE
                   FS-DATE DELIMITED BY SIZE
                   FS-HOUR DELIMITED BY SIZE
                   INTO WS-VTL-SLOT-ITEM
               CALL 'post-deferral' USING WS-VTL-SLOT-SERVICE
                 FS-USERNAME WS-VTL-SLOT-ITEM WS-VTL-SLOT-AMOUNT
                 FS-DATE WS-VTL-SLOT-DAYS WS-VTL-SLOT-DIRECTION
           END-IF.
           MOVE "CANCELLD" TO FS-STATUS.
           REWRITE SLOT-RECORD.
           ADD 1 TO WS-VTL-CANCELLED.

       0953N-FIND-ESTATE.
           MOVE 0 TO WS-VTL-ESTATE-FOUND.
           OPEN INPUT F-ESTATES-FILE.
           IF WS-ESTATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ESTATES-FILE
                       NOT AT END
                           IF EST-USERNAME = VRG-MEMBER-ENTRY
                               MOVE 1 TO WS-VTL-ESTATE-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ESTATES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    A child on the member file can join the household a
      *    parent belongs to.
       0953O-OFFER-BIRTH-LINK.
           MOVE VRG-MEMBER-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           MOVE WS-HHD-ACTIVE-IN TO WS-VTL-ACTIVE-1.
           MOVE VRG-RELATED-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           MOVE WS-HHD-ACTIVE-IN TO WS-VTL-ACTIVE-2.
           IF WS-VTL-MEMBER-OK = 0
               MOVE "BIRTH RECORDED" TO VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-ACTIVE-1 NOT = 0
               MOVE "BIRTH RECORDED - CHILD HAS A HOUSEHOLD" TO
                 VRG-RESULT-MESSAGE
           ELSE IF WS-VTL-ACTIVE-2 = 0
               MOVE "BIRTH RECORDED - PARENT HAS NO HOUSEHOLD" TO
                 VRG-RESULT-MESSAGE
           ELSE
               MOVE "L" TO WS-VTL-OFFER
               MOVE WS-VTL-ACTIVE-2 TO WS-VTL-OFFER-HOUSEHOLD
               MOVE VRG-MEMBER-ENTRY TO WS-VTL-OFFER-MEMBER
               MOVE "C" TO WS-VTL-OFFER-ROLE
               MOVE "RECORDED - (h) TO LINK HOUSEHOLD" TO
                 VRG-RESULT-MESSAGE
           END-IF.

      *    The couple share a household: one moves into the other's,
      *    or, where neither has one, a new one is opened with the
      *    first named at its head.
       0953P-OFFER-MARRIAGE-LINK.
           MOVE VRG-MEMBER-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           MOVE WS-HHD-ACTIVE-IN TO WS-VTL-ACTIVE-1.
           MOVE VRG-RELATED-ENTRY TO WS-HHD-CHECK-NAME.
           PERFORM 0943F-CHECK-MEMBERSHIP.
           MOVE WS-HHD-ACTIVE-IN TO WS-VTL-ACTIVE-2.
           MOVE "A" TO WS-VTL-OFFER-ROLE.
           MOVE "RECORDED - (h) TO LINK HOUSEHOLD" TO
             VRG-RESULT-MESSAGE.
           EVALUATE TRUE
               WHEN WS-VTL-ACTIVE-1 NOT = 0
                 AND WS-VTL-ACTIVE-2 NOT = 0
                   MOVE "RECORDED - BOTH ALREADY IN HOUSEHOLDS" TO
                     VRG-RESULT-MESSAGE
               WHEN WS-VTL-ACTIVE-1 NOT = 0
                   MOVE "L" TO WS-VTL-OFFER
                   MOVE WS-VTL-ACTIVE-1 TO WS-VTL-OFFER-HOUSEHOLD
                   MOVE VRG-RELATED-ENTRY TO WS-VTL-OFFER-MEMBER
               WHEN WS-VTL-ACTIVE-2 NOT = 0
                   MOVE "L" TO WS-VTL-OFFER
                   MOVE WS-VTL-ACTIVE-2 TO WS-VTL-OFFER-HOUSEHOLD
                   MOVE VRG-MEMBER-ENTRY TO WS-VTL-OFFER-MEMBER
               WHEN OTHER
                   MOVE "N" TO WS-VTL-OFFER
                   MOVE 0 TO WS-VTL-OFFER-HOUSEHOLD
                   MOVE VRG-MEMBER-ENTRY TO WS-VTL-OFFER-HEAD
                   MOVE VRG-RELATED-ENTRY TO WS-VTL-OFFER-MEMBER
           END-EVALUATE.

      *    The link itself goes through the household desk's own
      *    create and link steps, with their checks, audit and
      *    notices.
       0953Q-MAKE-HOUSEHOLD-LINK.
           IF WS-VTL-OFFER = SPACE
               MOVE "NOTHING TO LINK - RECORD AN EVENT FIRST" TO
                 VRG-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO HHD-RESULT-MESSAGE
               IF WS-VTL-OFFER = "N"
                   PERFORM 0943A-LOAD-HOUSEHOLDS
                   MOVE WS-VTL-OFFER-HEAD TO HHD-HEAD-ENTRY
                   MOVE WS-VTL-OFFER-HEAD TO HHD-NAME-ENTRY
                   PERFORM 0943B-CREATE-HOUSEHOLD
                   MOVE WS-VTL-OFFER-HEAD TO WS-HHD-CHECK-NAME
                   PERFORM 0943F-CHECK-MEMBERSHIP
                   MOVE WS-HHD-ACTIVE-IN TO WS-VTL-OFFER-HOUSEHOLD
               END-IF
               IF WS-VTL-OFFER-HOUSEHOLD NOT = 0
                   MOVE WS-VTL-OFFER-HOUSEHOLD TO HHD-ID-ENTRY
                   MOVE WS-VTL-OFFER-MEMBER TO HHD-MEMBER-ENTRY
                   MOVE WS-VTL-OFFER-ROLE TO HHD-ROLE-ENTRY
                   PERFORM 0943C-LINK-MEMBER
               END-IF
               MOVE HHD-RESULT-MESSAGE TO VRG-RESULT-MESSAGE
               MOVE SPACE TO WS-VTL-OFFER
           END-IF.

      *    Sealed bids still waiting on an auction close are voided;
      *    nothing was charged for them, so there is nothing to
      *    refund.
       0953R-WITHDRAW-BIDS.
           OPEN I-O F-BIDS-FILE.
           IF WS-BIDS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BIDS-FILE
                       NOT AT END
                           IF BID-BIDDER = VRG-MEMBER-ENTRY
                           AND BID-STATUS = "SEALED"
                               MOVE "VOID" TO BID-STATUS
                               REWRITE MARKET-BID
                               ADD 1 TO WS-VTL-CANCELLED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BIDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.


      *    A place given up by a death goes to the first member on
      *    the waitlist who can cover the ticket, on the same terms
      *    as when a member cancels at the events desk.
       0953S-PROMOTE-WAITLIST.
           MOVE 0 TO WS-VTL-PROMO-FOUND.
           OPEN INPUT F-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-VTL-INNER-ENDED
               PERFORM UNTIL WS-VTL-INNER-ENDED = 1
                   READ F-EVENTS-FILE
                       NOT AT END
                           IF EV-ID = WS-VTL-PROMO-EVENT
                           AND EV-STATUS NOT = "CANCELLED"
                               MOVE EV-PRICE TO WS-VTL-PROMO-PRICE
                               MOVE EV-DATE TO WS-VTL-PROMO-DATE
                               MOVE EV-DESC TO WS-VTL-PROMO-DESC
                               MOVE 1 TO WS-VTL-PROMO-FOUND
                               MOVE 1 TO WS-VTL-INNER-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-VTL-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-EVENTS-FILE
           END-IF.
           IF WS-VTL-PROMO-FOUND = 1
               PERFORM 0953T-TAKE-WAITLIST-PLACE
           END-IF.

       0953T-TAKE-WAITLIST-PLACE.
           MOVE 0 TO WS-VTL-PROMO-DONE.
           MOVE SPACES TO WS-VTL-PROMO-NAME.
           OPEN I-O F-SIGNUPS-FILE.
           IF WS-SIGNUPS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNUPS-FILE
                       NOT AT END
                           IF ES-EVENT-ID = WS-VTL-PROMO-EVENT
                           AND ES-STATUS = "WAITLIST"
                               PERFORM 0953U-CHECK-CAN-PAY
                               IF WS-VTL-CAN-PAY = 1
                                   MOVE "BOOKED" TO ES-STATUS
                                   MOVE WS-VTL-PROMO-PRICE TO ES-PAID
                                   REWRITE EVENT-SIGNUP
                                   MOVE ES-USERNAME TO
                                     WS-VTL-PROMO-NAME
                                   MOVE 1 TO WS-VTL-PROMO-DONE
                                   MOVE 1 TO WS-FILE-IS-ENDED
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNUPS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           IF WS-VTL-PROMO-DONE = 1
               IF WS-VTL-PROMO-PRICE > 0
                   CALL 'deduct-credits' USING WS-VTL-PROMO-NAME,
                     WS-VTL-PROMO-PRICE, UPDATED-BALANCE,
                     WS-VTL-TICKET-REASON
                   MOVE WS-VTL-PROMO-EVENT TO WS-VTL-TICKET-ITEM
                   CALL 'post-deferral' USING WS-EV-DEFER-SERVICE
                     WS-VTL-PROMO-NAME WS-VTL-TICKET-ITEM
                     WS-VTL-PROMO-PRICE WS-VTL-PROMO-DATE
                     WS-VTL-TICKET-DAYS WS-VTL-TICKET-DIRECTION
               END-IF
               MOVE SPACES TO WS-VTL-PROMO-MESSAGE
               STRING "OFF WAITLIST: " DELIMITED BY SIZE
                   WS-VTL-PROMO-DESC DELIMITED BY SIZE
                   INTO WS-VTL-PROMO-MESSAGE
               CALL 'add-notification' USING WS-VTL-PROMO-NAME
                 WS-VTL-PROMO-MESSAGE WS-VTL-PROMO-PRICE
           END-IF.

      *    Archived members and members whose estate is open are
      *    passed over, even for a free place.
       0953U-CHECK-CAN-PAY.
           MOVE 0 TO WS-VTL-CAN-PAY.
           OPEN INPUT F-USERS-FILE.
           MOVE ES-USERNAME TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-CREDIT NOT < WS-VTL-PROMO-PRICE
                   AND USER-ARCHIVED NOT = "Y"
                   AND USER-ARCHIVED NOT = "D"
                       MOVE 1 TO WS-VTL-CAN-PAY
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.
       0790-WRITE-AUDIT-ENTRY.
           CALL 'write-audit-entry' USING AUDIT-ADMIN AUDIT-ACTION
             AUDIT-ACCOUNT AUDIT-AMOUNT.

      *    Every item taken off a service queue is logged with the
      *    date it was raised, so the service level report can show
      *    time to resolve and who handled it.
       0797-LOG-QUEUE-ACTIVITY.
           OPEN EXTEND F-QUEUE-ACTIVITY-FILE.
           IF WS-QA-STATUS = "35"
               OPEN OUTPUT F-QUEUE-ACTIVITY-FILE
           END-IF.
           MOVE SPACES TO QUEUE-ACTIVITY-RECORD.
           MOVE WS-QA-QUEUE TO QA-QUEUE.
           MOVE WS-QA-ITEM TO QA-ITEM.
           MOVE WS-QA-RAISED TO QA-RAISED.
           MOVE WS-TODAY TO QA-RESOLVED.
           MOVE LS-ADMIN-NAME TO QA-ADMIN.
           MOVE WS-QA-OUTCOME TO QA-OUTCOME.
           WRITE QUEUE-ACTIVITY-RECORD.
           CLOSE F-QUEUE-ACTIVITY-FILE.

       0795-NOTIFY-MEMBER.
           OPEN EXTEND F-NOTIFY-OUTBOX-FILE.
           IF WS-NTFY-STATUS = "35"
