                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RATES-STATUS.

             SELECT F-PROMO-CODES-FILE ASSIGN TO 'promo-codes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROMO-STATUS.

             SELECT F-SOD-CONFLICTS-FILE ASSIGN TO 'sod-conflicts.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOD-CONFLICTS-STATUS.

             SELECT F-SOD-EXCEPTIONS-FILE ASSIGN TO
                 'sod-exceptions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOD-EXC-STATUS.

             SELECT F-ADMIN-FILE ASSIGN TO 'admins.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ADMINS-STATUS.

             SELECT F-FED-EVENT-FILE ASSIGN TO 'fed-event.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FEV-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-READINGS-STATUS.

             SELECT F-CALENDAR-FILE ASSIGN TO 'vault-calendar.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CALENDAR-STATUS.

             SELECT F-RETENTION-FILE ASSIGN TO 'retention-schedule.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RETENTION-STATUS.

             SELECT F-SCRATCH-SERIES-FILE ASSIGN TO
                 'scratch-series.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 'election-results.dat'
                 ORGANIZATION IS LINE SEQUENTIAL.

             SELECT F-PETITIONS-FILE ASSIGN TO 'petitions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PT-STATUS.

             SELECT F-PERIOD-EXTRACT-FILE ASSIGN TO
                 'period-extract.dat'
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PAY-RATES-STATUS.

             SELECT F-TIMESHEETS-FILE ASSIGN TO
                 'staff-timesheets.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-TIMESHEETS-STATUS.

             SELECT F-LEAVE-FILE ASSIGN TO 'staff-leave.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-LEAVE-STATUS.

             SELECT F-PROJECTS-FILE ASSIGN TO 'vault-projects.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROJECTS-STATUS.

             SELECT F-RULES-FILE ASSIGN TO 'posting-rules.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-RULES-FILE-STATUS.

             SELECT F-REFDATA-CHANGES-FILE ASSIGN TO
                 'refdata-changes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFDATA-STATUS.

             SELECT F-NEWS-LEAD-FILE ASSIGN TO
                 'newsletter-lead.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NEWS-LEAD-STATUS.

             SELECT F-VACANCIES-FILE ASSIGN TO 'vacancies.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VACANCIES-STATUS.

             SELECT F-APPLICATIONS-FILE ASSIGN TO
                 'vacancy-applications.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPLICATIONS-STATUS.

             SELECT F-USERS-FILE ASSIGN TO "users.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS USERNAME
                 ALTERNATE RECORD KEY IS USER-ACNT-NUM
                 FILE STATUS IS WS-USERS-STATUS.

             SELECT F-HISTORY-FILE ASSIGN TO DYNAMIC
                 WS-HISTORY-FILE-NAME
                 ORGANIZATION IS SEQUENTIAL
               05 CO-TITLE PIC X(30).
               05 CO-FEE-KEY PIC X(20).
               05 CO-LESSON-COUNT PIC 99.
               05 CO-PREREQ PIC 9(3).
               05 CO-VALID-DAYS PIC 9(4).

           FD F-LESSONS-FILE.
           01 COURSE-LESSON-RECORD.
               05 RD-DATE PIC X(8).
               05 RD-COUNT PIC 9(4).

           FD F-CALENDAR-FILE.
           01 CALENDAR-RECORD.
               05 CAL-DATE PIC X(8).
               05 CAL-KIND PIC X(8).
               05 CAL-DESC PIC X(30).
               05 CAL-SET-BY PIC X(16).
               05 CAL-SET-DATE PIC X(8).

           FD F-RETENTION-FILE.
           01 RETENTION-SCHEDULE-RECORD.
               05 RTS-FILE PIC X(30).
               05 RTS-KEEP-DAYS PIC 9(4).
               05 RTS-ARCHIVE PIC X.
               05 RTS-SET-BY PIC X(16).
               05 RTS-SET-DATE PIC X(8).

           FD F-SCRATCH-SERIES-FILE.
           01 SCRATCH-SERIES-RECORD.
               05 SS-ID PIC 9(3).
               05 EL-NOM-END PIC X(8).
               05 EL-VOTE-END PIC X(8).
               05 EL-STATUS PIC X(10).
               05 EL-TYPE PIC X.

           FD F-BALLOTS-FILE.
           01 BALLOT-RECORD.
           FD F-ELECTION-REPORT-FILE.
           01 ELECTION-REPORT-LINE PIC X(80).

           FD F-PETITIONS-FILE.
           01 PETITION-RECORD.
               05 PT-ID PIC 9(4).
               05 PT-QUESTION PIC X(30).
               05 PT-OPENED-BY PIC X(16).
               05 PT-OPENED PIC X(8).
               05 PT-STATUS PIC X(8).
               05 PT-SIGNATURES PIC 9(4).

           FD F-PERIOD-EXTRACT-FILE.
           01 PERIOD-EXTRACT-LINE PIC X(80).

               05 SPR-RATE-PER-HOUR PIC 99.
               05 SPR-ACTIVE PIC X.

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

           FD F-RULES-FILE.
           01 POSTING-RULE-RECORD.
               05 PR-REASON PIC X(20).
               05 PR-DEBIT-ACCOUNT PIC X(16).
               05 PR-CREDIT-ACCOUNT PIC X(16).

           FD F-REFDATA-CHANGES-FILE.
           01 REFDATA-CHANGE-RECORD.
               05 RC-ID PIC 9(6).
               05 RC-TABLE PIC X(8).
               05 RC-KEY PIC X(24).
               05 RC-BEFORE PIC X(40).
               05 RC-AFTER PIC X(40).
               05 RC-EFFECTIVE PIC X(8).
               05 RC-MAKER PIC X(16).
               05 RC-MADE-DATE PIC X(8).
               05 RC-CHECKER PIC X(16).
               05 RC-DECIDED-DATE PIC X(8).
               05 RC-APPLIED-DATE PIC X(8).
               05 RC-STATUS PIC X(8).

           FD F-RATES-FILE.
           01 EXCHANGE-RATE-RECORD.
               05 XR-CODE PIC X(3).
               05 XR-RATE PIC 9(3)V9(4).
               05 XR-DATE PIC X(8).

           FD F-PROMO-CODES-FILE.
           01 PROMO-CODE-RECORD.
               05 PC-CODE PIC X(10).
               05 PC-LABEL PIC X(20).
               05 PC-SCOPE PIC X(10).
               05 PC-PERCENT PIC 999.
               05 PC-START PIC X(8).
               05 PC-END PIC X(8).
               05 PC-MEMBER-CAP PIC 99.
               05 PC-TOTAL-CAP PIC 9(5).
               05 PC-STATUS PIC X(9).
               05 PC-CREATED-BY PIC X(16).

           FD F-SOD-CONFLICTS-FILE.
           01 SOD-CONFLICT-RECORD.
               05 SC-ROLE-A PIC X(10).
               05 SC-ROLE-B PIC X(10).
               05 SC-REASON PIC X(30).
               05 SC-ADDED-BY PIC X(16).
               05 SC-ADDED-DATE PIC X(8).

           FD F-SOD-EXCEPTIONS-FILE.
           01 SOD-EXCEPTION-RECORD.
               05 SE-ID PIC 9(4).
               05 SE-ADMIN PIC X(16).
               05 SE-ROLE PIC X(10).
               05 SE-SLOT PIC 9.
               05 SE-CONFLICT PIC X(10).
               05 SE-REASON PIC X(30).
               05 SE-REQUESTED-BY PIC X(16).
               05 SE-REQUESTED-DATE PIC X(8).
               05 SE-STATUS PIC X(8).
               05 SE-DECIDED-BY PIC X(16).
               05 SE-DECIDED-DATE PIC X(8).

           FD F-ADMIN-FILE.
           01 ADMINS.
               05 ADMIN PIC X(16).
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-HISTORY-FILE.
           01 HISTORY-TRANSACTION.
               05 HIST-USERNAME PIC X(16).
               05 HIST-PAIR-REF PIC 9(8).
               05 FILLER PIC X.

      *    Staff posts advertised to the members, and the members'
      *    applications to them.
           FD F-VACANCIES-FILE.
           01 VACANCY-RECORD.
               05 VC-ID PIC 9(4).
               05 VC-TITLE PIC X(30).
               05 VC-ROLE PIC X(10).
               05 VC-RATE PIC 99.
               05 VC-COURSE-1 PIC 9(3).
               05 VC-COURSE-2 PIC 9(3).
               05 VC-POSTED-BY PIC X(16).
               05 VC-POSTED-DATE PIC X(8).
               05 VC-APPOINTED PIC X(16).
               05 VC-STATUS PIC X(8).

           FD F-APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
               05 VA-ID PIC 9(6).
               05 VA-VACANCY PIC 9(4).
               05 VA-USERNAME PIC X(16).
               05 VA-NOTE PIC X(40).
               05 VA-APPLIED PIC X(8).
               05 VA-DECIDED-BY PIC X(16).
               05 VA-STATUS PIC X(12).

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

           WORKING-STORAGE SECTION.
           01 AUDIT-ADMIN PIC X(16).
           01 AUDIT-ACTION PIC X(12).
           01 XR-CHOICE PIC X.
           01 XR-RESULT-MESSAGE PIC X(40).
           01 WS-XR-FOUND PIC 9.
           01 WS-PROMO-STATUS PIC XX.
           01 PC-CODE-ENTRY PIC X(10).
           01 PC-LABEL-ENTRY PIC X(20).
           01 PC-SCOPE-ENTRY PIC X(10).
           01 PC-PERCENT-ENTRY PIC 999.
           01 PC-START-ENTRY PIC X(8).
           01 PC-END-ENTRY PIC X(8).
           01 PC-MEMBER-CAP-ENTRY PIC 99.
           01 PC-TOTAL-CAP-ENTRY PIC 9(5).
           01 PC-CHOICE PIC X.
           01 PC-RESULT-MESSAGE PIC X(40).
           01 WS-PC-FOUND PIC 9.

      *    Conflict rules and the role exceptions awaiting sign-off.
           01 WS-SOD-CONFLICTS-STATUS PIC XX.
           01 WS-SOD-EXC-STATUS PIC XX.
           01 WS-ADMINS-STATUS PIC XX.
           01 WS-SODR-COUNT PIC 9.
           01 WS-SODR-TABLE.
               05 WS-SODR-ENTRY OCCURS 6 TIMES.
                   10 WS-SODR-SEQ PIC 9.
                   10 WS-SODR-ROLE-A PIC X(10).
                   10 WS-SODR-ROLE-B PIC X(10).
                   10 WS-SODR-REASON PIC X(30).
           01 WS-SODE-COUNT PIC 9.
           01 WS-SODE-TABLE.
               05 WS-SODE-ENTRY OCCURS 5 TIMES.
                   10 WS-SODE-SEQ PIC 9.
                   10 WS-SODE-ID PIC 9(4).
                   10 WS-SODE-ADMIN PIC X(16).
                   10 WS-SODE-ROLE PIC X(10).
                   10 WS-SODE-SLOT PIC 9.
                   10 WS-SODE-CONFLICT PIC X(10).
                   10 WS-SODE-REQUESTED-BY PIC X(16).
                   10 WS-SODE-DATE PIC X(8).
           01 SODR-ROLE-A-ENTRY PIC X(10).
           01 SODR-ROLE-B-ENTRY PIC X(10).
           01 SODR-REASON-ENTRY PIC X(30).
           01 SODR-REMOVE-ENTRY PIC 9.
           01 SODE-SEQ-ENTRY PIC 9.
           01 SODE-DECISION PIC X.
           01 SOD-CHOICE PIC X.
           01 SOD-RESULT-MESSAGE PIC X(40).
           01 WS-SOD-FOUND PIC 9.
           01 WS-SOD-RUN-MODE PIC X VALUE "F".
           01 SOD-STATUS-MESSAGE PIC X(30).
           01 PROMO-STATUS-MESSAGE PIC X(30).
           01 WS-RULES-FILE-STATUS PIC XX.
           01 PR-REASON-ENTRY PIC X(20).
           01 PR-DEBIT-ENTRY PIC X(16).
           01 LB-RESULT-MESSAGE PIC X(40).
           01 WS-LB-FOUND PIC 9.
           01 BUDGET-STATUS-MESSAGE PIC X(30).

      *    Reference data changes held for a second admin to approve.
      *    Values are carried as text laid out per table the way
      *    apply-refdata-changes reads them back.
           01 WS-REFDATA-STATUS PIC XX.
           01 REF-EFFECTIVE-ENTRY PIC X(8).
           01 WS-RC-TABLE PIC X(8).
           01 WS-RC-KEY PIC X(24).
           01 WS-RC-BEFORE PIC X(40).
           01 WS-RC-AFTER PIC X(40).
           01 WS-RC-RESULT PIC X(40).
           01 WS-RC-NEXT-ID PIC 9(6).
           01 WS-RC-PENDING PIC 9.
           01 WS-RC-FOUND PIC 9.
           01 WS-RC-TODAY PIC X(8).
           01 WS-RC-RATE-EDIT PIC 9(3).9(4).
           01 WS-RCA-COUNT PIC 9.
           01 WS-RCA-TABLE.
               05 WS-RCA-ENTRY OCCURS 5 TIMES.
                   10 WS-RCA-SEQ PIC 9.
                   10 WS-RCA-ID PIC 9(6).
                   10 WS-RCA-KIND PIC X(8).
                   10 WS-RCA-KEY PIC X(24).
                   10 WS-RCA-BEFORE PIC X(40).
                   10 WS-RCA-AFTER PIC X(40).
                   10 WS-RCA-EFFECTIVE PIC X(8).
                   10 WS-RCA-MAKER PIC X(16).
           01 RCA-SEQ-ENTRY PIC 9.
           01 RCA-DECISION PIC X.
           01 RCA-CHOICE PIC X.
           01 RCA-RESULT-MESSAGE PIC X(40).
           01 REFDATA-STATUS-MESSAGE PIC X(30).
           01 DIRECTORY-STATUS-MESSAGE PIC X(30).
           01 SORT-EXC-STATUS-MESSAGE PIC X(30).
           01 CHAIN-VERIFY-STATUS-MESSAGE PIC X(30).
           01 WS-EL-STATUS PIC XX.
           01 WS-BL-STATUS PIC XX.
           01 WS-CA-STATUS PIC XX.
           01 WS-PT-STATUS PIC XX.
           01 EL-TITLE-ENTRY PIC X(30).
           01 EL-NOM-DAYS-ENTRY PIC 99.
           01 EL-VOTE-DAYS-ENTRY PIC 99.
           01 EL-TYPE-ENTRY PIC X.
           01 EL-OPTION-TABLE.
               05 EL-OPTION-ENTRY OCCURS 4 TIMES PIC X(16).
           01 WS-EL-OPT-COUNT PIC 9.
           01 WS-EL-OPT-IDX PIC 9.
           01 WS-EL-OPENED PIC 9.
           01 WS-EL-OPEN-TYPE PIC X.
           01 WS-EL-PROPOSAL-ID PIC 9(4).
           01 WS-EL-PROPOSAL-QUESTION PIC X(30).
           01 WS-EL-PROPOSAL-SIGS PIC 9(4).
           01 WS-TALLY-BEST-IDX PIC 9.
           01 WS-TALLY-TIED PIC 9.
           01 EL-CONTROL-CHOICE PIC X.
           01 EL-RESULT-MESSAGE PIC X(40).
           01 WS-EL-LAST-ID PIC 9(4).
           01 RAD-CHOICE PIC X.
           01 RAD-RESULT-MESSAGE PIC X(40).
           01 WS-RAD-LOC-RESULT PIC X(5).
           01 WS-CALENDAR-STATUS PIC XX.
           01 CAL-DATE-ENTRY PIC X(8).
           01 CAL-KIND-ENTRY PIC X(8).
           01 CAL-DESC-ENTRY PIC X(30).
           01 CAL-YEAR-ENTRY PIC 9(4).
           01 CAL-CHOICE PIC X.
           01 CAL-RESULT-MESSAGE PIC X(40).
           01 CAL-REPORT-STATUS PIC X(30).
           01 WS-CAL-DAY-NAMES PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
           01 WS-CAL-DAY-IDX PIC 9.
           01 WS-CAL-VALID PIC 9.
           01 WS-CAL-FOUND PIC 9.
           01 WS-CAL-ROLL PIC X VALUE "F".
           01 WS-CAL-NEXT PIC X(8).
           01 WS-RETENTION-STATUS PIC XX.
           01 RTN-FILE-NO-ENTRY PIC 9.
           01 RTN-DAYS-ENTRY PIC 9(4).
           01 RTN-ARCHIVE-ENTRY PIC X.
           01 RTN-CHOICE PIC X.
           01 RTN-RESULT-MESSAGE PIC X(40).
           01 RTN-PURGE-STATUS PIC X(30).
           01 RTN-PURGE-MODE PIC X VALUE "F".
           01 WS-RTN-FILE-LIST.
               05 FILLER PIC X(30) VALUE "chat-messages.dat".
               05 FILLER PIC X(30) VALUE "session-log.dat".
               05 FILLER PIC X(30) VALUE "security-incidents.dat".
               05 FILLER PIC X(30) VALUE "broadcast-acks.dat".
               05 FILLER PIC X(30) VALUE "notification-outbox.dat".
               05 FILLER PIC X(30) VALUE "member-inbox.dat".
               05 FILLER PIC X(30) VALUE "chain-run-log.dat".
           01 WS-RTN-FILE-TABLE REDEFINES WS-RTN-FILE-LIST.
               05 WS-RTN-FILE PIC X(30) OCCURS 7 TIMES.
           01 WS-RTN-ROWS.
               05 WS-RTN-ROW OCCURS 7 TIMES.
                   10 WS-RTN-ROW-DAYS PIC X(4).
                   10 WS-RTN-ROW-ARCHIVE PIC X.
           01 WS-RTN-IDX PIC 9.
           01 WS-RTN-FOUND PIC 9.
           01 ADVISORY-STATUS-MESSAGE PIC X(30).
           01 WS-NEWS-LEAD-STATUS PIC XX.
           01 NEWS-LEAD-1 PIC X(70).
           01 WS-LESSONS-STATUS PIC XX.
           01 CO-TITLE-ENTRY PIC X(30).
           01 CO-FEE-KEY-ENTRY PIC X(20).
           01 CO-PREREQ-ENTRY PIC 9(3).
           01 CO-VALID-DAYS-ENTRY PIC 9(4).
           01 CO-ID-ENTRY PIC 9(3).
           01 CO-LESSON-TEXT-ENTRY PIC X(100).
           01 CO-CHOICE PIC X.
           01 WS-FEV-END-INT PIC 9(8).
           01 STANDINGS-STATUS-MESSAGE PIC X(30).
           01 SETTLEMENT-STATUS-MESSAGE PIC X(30).
           01 TILL-STATUS-MESSAGE PIC X(30).
           01 PO-EXCEPTIONS-STATUS-MESSAGE PIC X(30).
           01 STOCKTAKE-STATUS-MESSAGE PIC X(30).
           01 FEEDBACK-STATUS-MESSAGE PIC X(30).

           01 WS-TIMESHEETS-STATUS PIC XX.
           01 WS-LEAVE-STATUS PIC XX.
           01 WS-TSA-COUNT PIC 9.
           01 WS-TSA-TABLE.
               05 WS-TSA-ENTRY OCCURS 5 TIMES.
                   10 WS-TSA-SEQ PIC 9.
                   10 WS-TSA-ID PIC 9(6).
                   10 WS-TSA-ADMIN PIC X(16).
                   10 WS-TSA-DATE PIC X(8).
                   10 WS-TSA-TYPE PIC X(5).
                   10 WS-TSA-HOURS PIC 99.
                   10 WS-TSA-NOTE PIC X(30).
           01 TSA-SEQ-ENTRY PIC 9.
           01 TSA-DECISION PIC X.
           01 TSA-CHOICE PIC X.
           01 TSA-RESULT-MESSAGE PIC X(40).
           01 WS-TSA-DONE PIC 9.
           01 WS-TSA-LEAVE-OK PIC 9.

           01 WS-PROJECTS-STATUS PIC XX.
           01 WS-VPD-COUNT PIC 9.
           01 WS-VPD-TABLE.
               05 WS-VPD-ENTRY OCCURS 6 TIMES.
                   10 WS-VPD-ID PIC 9(4).
                   10 WS-VPD-TITLE PIC X(30).
                   10 WS-VPD-TARGET PIC 9(5).
                   10 WS-VPD-RAISED PIC 9(5).
                   10 WS-VPD-DEADLINE PIC X(8).
                   10 WS-VPD-STATUS PIC X(8).
           01 WS-VPD-NEXT-ID PIC 9(4).
           01 WS-VPD-TODAY PIC X(8).
           01 VPD-TITLE-ENTRY PIC X(30).
           01 VPD-TARGET-ENTRY PIC 9(5).
           01 VPD-DEADLINE-ENTRY PIC X(8).
           01 VPD-CHOICE PIC X.
           01 VPD-RESULT-MESSAGE PIC X(40).

      *    Job vacancies and the applications queue.
           01 WS-VACANCIES-STATUS PIC XX.
           01 WS-APPLICATIONS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-JVD-COUNT PIC 9.
           01 WS-JVD-TABLE.
               05 WS-JVD-ENTRY OCCURS 6 TIMES.
                   10 WS-JVD-ID PIC 9(4).
                   10 WS-JVD-TITLE PIC X(30).
                   10 WS-JVD-ROLE PIC X(10).
                   10 WS-JVD-RATE PIC 99.
                   10 WS-JVD-COURSE-1 PIC 9(3).
                   10 WS-JVD-COURSE-2 PIC 9(3).
                   10 WS-JVD-APPLICANTS PIC 999.
           01 WS-JVD-IDX PIC 9.
           01 WS-JVD-NEXT-ID PIC 9(4).
           01 JVD-TITLE-ENTRY PIC X(30).
           01 JVD-ROLE-ENTRY PIC X(10).
           01 JVD-RATE-ENTRY PIC 99.
           01 JVD-COURSE-1-ENTRY PIC 9(3).
           01 JVD-COURSE-2-ENTRY PIC 9(3).
           01 JVD-CLOSE-ENTRY PIC 9(4).
           01 JVD-CHOICE PIC X.
           01 JVD-RESULT-MESSAGE PIC X(40).
           01 WS-JVD-COURSE PIC 9(3).
           01 WS-JVD-COURSE-OK PIC 9.
           01 WS-JAQ-COUNT PIC 9.
           01 WS-JAQ-TABLE.
               05 WS-JAQ-ENTRY OCCURS 8 TIMES.
                   10 WS-JAQ-SEQ PIC 9.
                   10 WS-JAQ-ID PIC 9(6).
                   10 WS-JAQ-VACANCY PIC 9(4).
                   10 WS-JAQ-MEMBER PIC X(16).
                   10 WS-JAQ-APPLIED PIC X(8).
                   10 WS-JAQ-STATUS PIC X(12).
                   10 WS-JAQ-NOTE PIC X(40).
           01 JAQ-SEQ-ENTRY PIC 9.
           01 JAQ-DECISION PIC X.
           01 JAQ-CHOICE PIC X.
           01 JAQ-RESULT-MESSAGE PIC X(40).
           01 WS-JOB-VACANCY PIC 9(4).
           01 WS-JOB-TITLE PIC X(30).
           01 WS-JOB-ROLE PIC X(10).
           01 WS-JOB-RATE PIC 99.
           01 WS-JOB-OPEN PIC 9.
           01 WS-JOB-DONE PIC 9.
           01 WS-JOB-ON-STAFF PIC 9.
           01 WS-JOB-MEMBER-OK PIC 9.
           01 WS-JOB-HASH PIC X(20).
           01 WS-JOB-APPOINTEE PIC X(16).
           01 WS-JOB-NEW-STATUS PIC X(12).
           01 WS-JOB-NOTICE PIC X(40).
           01 WS-JOB-NOTICE-AMOUNT PIC 999.
           01 WS-JOB-APPOINTED-ID PIC 9(6).
           01 WS-JOB-APPOINTED-NOTICE PIC X(40).

           01 CLOSE-PERIOD-ENTRY PIC X(6).
           01 CLOSE-CHOICE PIC X.
           01 WELFARE-STATUS-MESSAGE PIC X(30).
           01 ALERTS-STATUS-MESSAGE PIC X(30).
           01 REMINDER-STATUS-MESSAGE PIC X(30).
           01 INSURANCE-POOL-STATUS-MESSAGE PIC X(30).
           01 PROVISION-STATUS-MESSAGE PIC X(30).
           01 STATEMENTS-STATUS-MESSAGE PIC X(30).
           01 FORECAST-STATUS-MESSAGE PIC X(30).
           01 LEVY-STATUS-MESSAGE PIC X(30).
           01 WS-NEW-BOTM-MESSAGE.
             05 WS-NBM-PARENT-ID PIC 999.
             05 WS-NBM-TITLE PIC X(50).
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 11 COL 60 VALUE "(o) Report spool"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 12 COL 60 VALUE "(t) Retention and purge"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 13 COL 60 VALUE "(k) Backup data files"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
                   FOREGROUND-COLOR IS 2.
               05 XR-RATE-FIELD LINE 14 COL 49 PIC 9(3).9(4)
                   USING XR-RATE-ENTRY.
               05 LINE 15 COL 30 VALUE "From (YYYYMMDD):   "
                   FOREGROUND-COLOR IS 2.
               05 XR-EFFECTIVE-FIELD LINE 15 COL 49 PIC X(8)
                   USING REF-EFFECTIVE-ENTRY.
               05 LINE 16 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(40) USING XR-RESULT-MESSAGE
               05 XR-CHOICE-FIELD LINE 20 COL 36 PIC X
                   USING XR-CHOICE.

           01 PROMO-CAMPAIGN-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 30 VALUE "Promotional Campaigns" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 30 VALUE
                   "Area: ARCADE TRIVIA GAMES PASS COMMISSARY ALL"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE "Code:              "
                   FOREGROUND-COLOR IS 2.
               05 PC-CODE-FIELD LINE 10 COL 49 PIC X(10)
                   USING PC-CODE-ENTRY.
               05 LINE 11 COL 30 VALUE "Label:             "
                   FOREGROUND-COLOR IS 2.
               05 PC-LABEL-FIELD LINE 11 COL 49 PIC X(20)
                   USING PC-LABEL-ENTRY.
               05 LINE 12 COL 30 VALUE "Area:              "
                   FOREGROUND-COLOR IS 2.
               05 PC-SCOPE-FIELD LINE 12 COL 49 PIC X(10)
                   USING PC-SCOPE-ENTRY.
               05 LINE 13 COL 30 VALUE "Percent off:       "
                   FOREGROUND-COLOR IS 2.
               05 PC-PERCENT-FIELD LINE 13 COL 49 PIC 999
                   USING PC-PERCENT-ENTRY.
               05 LINE 14 COL 30 VALUE "Starts (yyyymmdd): "
                   FOREGROUND-COLOR IS 2.
               05 PC-START-FIELD LINE 14 COL 49 PIC X(8)
                   USING PC-START-ENTRY.
               05 LINE 15 COL 30 VALUE "Ends (yyyymmdd):   "
                   FOREGROUND-COLOR IS 2.
               05 PC-END-FIELD LINE 15 COL 49 PIC X(8)
                   USING PC-END-ENTRY.
               05 LINE 16 COL 30 VALUE "Uses per member:   "
                   FOREGROUND-COLOR IS 2.
               05 PC-MEMBER-CAP-FIELD LINE 16 COL 49 PIC 99
                   USING PC-MEMBER-CAP-ENTRY.
               05 LINE 17 COL 30 VALUE "Uses in total:     "
                   FOREGROUND-COLOR IS 2.
               05 PC-TOTAL-CAP-FIELD LINE 17 COL 49 PIC 9(5)
                   USING PC-TOTAL-CAP-ENTRY.
               05 LINE 19 COL 30 VALUE
                   "(s) Save  (w) Withdraw  (r) Report  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 30 PIC X(40) USING PC-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 PC-CHOICE-FIELD LINE 23 COL 36 PIC X
                   USING PC-CHOICE.

           01 PAY-RATES-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Staff Pay Rates" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "Credits per approved timesheet hour, paid monthly."
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 30 VALUE "Admin username:   "
                   FOREGROUND-COLOR IS 2.
                   FOREGROUND-COLOR IS 2.
               05 SPR-ACTIVE-FIELD LINE 14 COL 48 PIC X
                   USING SPR-ACTIVE-ENTRY.
               05 LINE 15 COL 30 VALUE "From (YYYYMMDD):  "
                   FOREGROUND-COLOR IS 2.
               05 SPR-EFFECTIVE-FIELD LINE 15 COL 48 PIC X(8)
                   USING REF-EFFECTIVE-ENTRY.
               05 LINE 16 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(40) USING SPR-RESULT-MESSAGE
                   FOREGROUND-COLOR IS 2.
               05 EL-VOTE-DAYS-FIELD LINE 12 COL 48 PIC 99
                   USING EL-VOTE-DAYS-ENTRY.
               05 LINE 13 COL 30 VALUE "Type (C/R):      "
                   FOREGROUND-COLOR IS 2.
               05 EL-TYPE-FIELD LINE 13 COL 48 PIC X
                   USING EL-TYPE-ENTRY.
               05 LINE 14 COL 30 VALUE "Options:         "
                   FOREGROUND-COLOR IS 2.
               05 EL-OPTION-1-FIELD LINE 14 COL 48 PIC X(16)
                   USING EL-OPTION-ENTRY(1).
               05 EL-OPTION-2-FIELD LINE 14 COL 65 PIC X(16)
                   USING EL-OPTION-ENTRY(2).
               05 EL-OPTION-3-FIELD LINE 15 COL 48 PIC X(16)
                   USING EL-OPTION-ENTRY(3).
               05 EL-OPTION-4-FIELD LINE 15 COL 65 PIC X(16)
                   USING EL-OPTION-ENTRY(4).
               05 LINE 16 COL 30 VALUE "Petition:        "
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 48 PIC X(30)
                   USING WS-EL-PROPOSAL-QUESTION
                   HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 17 COL 30 VALUE
                   "(o) Open election  (z) Close the count  (g) Back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 VALUE
                   "(p) Put the petition to a referendum"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 PIC X(40) USING EL-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 EL-CONTROL-FIELD LINE 21 COL 36 PIC X
                   USING EL-CONTROL-CHOICE.

           01 PERIOD-SEARCH-SCREEN.
                   FOREGROUND-COLOR IS 2.
               05 LB-AMOUNT-FIELD LINE 14 COL 47 PIC 9(7)
                   USING LB-AMOUNT-ENTRY.
               05 LINE 15 COL 30 VALUE "From (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 LB-EFFECTIVE-FIELD LINE 15 COL 47 PIC X(8)
                   USING REF-EFFECTIVE-ENTRY.
               05 LINE 16 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(40) USING LB-RESULT-MESSAGE
                   FOREGROUND-COLOR IS 2.
               05 PR-CREDIT-FIELD LINE 15 COL 50 PIC X(16)
                   USING PR-CREDIT-ENTRY.
               05 LINE 16 COL 30 VALUE "From (YYYYMMDD):    "
                   FOREGROUND-COLOR IS 2.
               05 PR-EFFECTIVE-FIELD LINE 16 COL 50 PIC X(8)
                   USING REF-EFFECTIVE-ENTRY.
               05 LINE 17 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 PIC X(40) USING PR-RESULT-MESSAGE
                   FOREGROUND-COLOR IS 2.
               05 CO-FEE-KEY-FIELD LINE 11 COL 48 PIC X(20)
                   USING CO-FEE-KEY-ENTRY.
               05 LINE 12 COL 30 VALUE "Prerequisite id:  "
                   FOREGROUND-COLOR IS 2.
               05 CO-PREREQ-FIELD LINE 12 COL 48 PIC 9(3)
                   USING CO-PREREQ-ENTRY.
               05 LINE 12 COL 53 VALUE "Cert valid days: "
                   FOREGROUND-COLOR IS 2.
               05 CO-VALID-DAYS-FIELD LINE 12 COL 70 PIC 9(4)
                   USING CO-VALID-DAYS-ENTRY.
               05 LINE 13 COL 30 VALUE "Add lesson to id: "
                   FOREGROUND-COLOR IS 2.
               05 CO-ID-FIELD LINE 13 COL 48 PIC 9(3)
               05 RAD-CHOICE-FIELD LINE 19 COL 36 PIC X
                   USING RAD-CHOICE.

           01 VAULT-CALENDAR-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Vault Calendar"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "Holidays, closures and weekly rest days."
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 30 VALUE "Date:         "
                   FOREGROUND-COLOR IS 2.
               05 CAL-DATE-FIELD LINE 12 COL 44 PIC X(8)
                   USING CAL-DATE-ENTRY.
               05 LINE 12 COL 54 VALUE "YYYYMMDD, or MON to SUN"
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Kind:         "
                   FOREGROUND-COLOR IS 2.
               05 CAL-KIND-FIELD LINE 13 COL 44 PIC X(8)
                   USING CAL-KIND-ENTRY.
               05 LINE 13 COL 54 VALUE "HOLIDAY, CLOSED or WEEKLY"
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 30 VALUE "Description:  "
                   FOREGROUND-COLOR IS 2.
               05 CAL-DESC-FIELD LINE 14 COL 44 PIC X(30)
                   USING CAL-DESC-ENTRY.
               05 LINE 15 COL 30 VALUE "Print year:   "
                   FOREGROUND-COLOR IS 2.
               05 CAL-YEAR-FIELD LINE 15 COL 44 PIC 9(4)
                   USING CAL-YEAR-ENTRY.
               05 LINE 17 COL 30 VALUE
                   "(s) Set entry  (x) Remove entry  (p) Print year"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 VALUE
                   "(n) Next business day  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 PIC X(40) USING CAL-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 CAL-CHOICE-FIELD LINE 22 COL 36 PIC X
                   USING CAL-CHOICE.

           01 RETENTION-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Log retention schedule"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "Lines older than the keep days leave the live log."
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE
                   "No File                           Days  Archive"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "1"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(30) USING WS-RTN-FILE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 VALUE "2"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(30) USING WS-RTN-FILE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 VALUE "3"
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(30) USING WS-RTN-FILE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 VALUE "4"
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(30) USING WS-RTN-FILE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 VALUE "5"
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC X(30) USING WS-RTN-FILE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "6"
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 23 PIC X(30) USING WS-RTN-FILE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "7"
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 23 PIC X(30) USING WS-RTN-FILE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 55 PIC X(4) USING WS-RTN-ROW-DAYS(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 67 PIC X USING WS-RTN-ROW-ARCHIVE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "File no:      "
                   FOREGROUND-COLOR IS 2.
               05 RTN-FILE-NO-FIELD LINE 18 COL 34 PIC 9
                   USING RTN-FILE-NO-ENTRY.
               05 LINE 19 COL 20 VALUE "Keep days:    "
                   FOREGROUND-COLOR IS 2.
               05 RTN-DAYS-FIELD LINE 19 COL 34 PIC 9(4)
                   USING RTN-DAYS-ENTRY.
               05 LINE 19 COL 40 VALUE "(0 keeps everything)"
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 20 VALUE "Archive (Y/N):"
                   FOREGROUND-COLOR IS 2.
               05 RTN-ARCHIVE-FIELD LINE 20 COL 34 PIC X
                   USING RTN-ARCHIVE-ENTRY.
               05 LINE 22 COL 20 VALUE
                   "(s) Save line  (p) Purge logs now  (r) Spool sweep"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 PIC X(40) USING RTN-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RTN-CHOICE-FIELD LINE 26 COL 26 PIC X
                   USING RTN-CHOICE.

           01 NEWSLETTER-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 8 VALUE "Newsletter Desk"
               05 SCR-CHOICE-FIELD LINE 23 COL 36 PIC X
                   USING SCR-CHOICE.

           01 REFDATA-APPROVALS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Reference Data Approvals"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 20 VALUE
                   "Changes put forward by other admins; approve to"
                   FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 68 VALUE "take effect."
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "#  Table    Key                      From"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 66 VALUE "Asked by"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9 USING WS-RCA-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 23 PIC X(8) USING WS-RCA-KIND(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 32 PIC X(24) USING WS-RCA-KEY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 57 PIC X(8) USING WS-RCA-EFFECTIVE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 66 PIC X(16) USING WS-RCA-MAKER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(40) USING WS-RCA-BEFORE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 64 PIC X(40) USING WS-RCA-AFTER(1)
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 11 COL 20 PIC 9 USING WS-RCA-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(8) USING WS-RCA-KIND(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 32 PIC X(24) USING WS-RCA-KEY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 57 PIC X(8) USING WS-RCA-EFFECTIVE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 66 PIC X(16) USING WS-RCA-MAKER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(40) USING WS-RCA-BEFORE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 64 PIC X(40) USING WS-RCA-AFTER(2)
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 PIC 9 USING WS-RCA-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC X(8) USING WS-RCA-KIND(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 32 PIC X(24) USING WS-RCA-KEY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 57 PIC X(8) USING WS-RCA-EFFECTIVE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 66 PIC X(16) USING WS-RCA-MAKER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 23 PIC X(40) USING WS-RCA-BEFORE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 64 PIC X(40) USING WS-RCA-AFTER(3)
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 20 PIC 9 USING WS-RCA-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 23 PIC X(8) USING WS-RCA-KIND(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 32 PIC X(24) USING WS-RCA-KEY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 57 PIC X(8) USING WS-RCA-EFFECTIVE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 66 PIC X(16) USING WS-RCA-MAKER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 23 PIC X(40) USING WS-RCA-BEFORE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 64 PIC X(40) USING WS-RCA-AFTER(4)
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 PIC 9 USING WS-RCA-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 23 PIC X(8) USING WS-RCA-KIND(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 32 PIC X(24) USING WS-RCA-KEY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 57 PIC X(8) USING WS-RCA-EFFECTIVE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 66 PIC X(16) USING WS-RCA-MAKER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 23 PIC X(40) USING WS-RCA-BEFORE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 64 PIC X(40) USING WS-RCA-AFTER(5)
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 VALUE "Item #: "
                   FOREGROUND-COLOR IS 2.
               05 RCA-SEQ-FIELD LINE 24 COL 28 PIC 9
                   USING RCA-SEQ-ENTRY.
               05 LINE 24 COL 32 VALUE "(a)pprove/(r)eject: "
                   FOREGROUND-COLOR IS 2.
               05 RCA-DECISION-FIELD LINE 24 COL 52 PIC X
                   USING RCA-DECISION.
               05 LINE 25 COL 20 PIC X(40) USING RCA-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 20 VALUE "(d) Decide  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 27 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RCA-CHOICE-FIELD LINE 27 COL 26 PIC X
                   USING RCA-CHOICE.

           01 OPS-MENU-3-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Vault Operations (page three)"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 VALUE "(i) Newsletter desk"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 10 COL 60 VALUE "(j) Commissary till reconcile"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 11 COL 60 VALUE "(k) Commissary PO exceptions"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 12 COL 60 VALUE "(l) Approve stocktake"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 13 COL 60 VALUE "(m) Market poor ratings"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 60 VALUE "(n) Timesheet approvals"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 15 COL 60 VALUE "(o) Vault project desk"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 60 VALUE "(p) Insurance pool report"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 60 VALUE "(q) Loan provisioning report"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 60 VALUE "(r) Financial statements"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 60 VALUE "(s) Liquidity forecast"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 60 VALUE "(t) Quarterly levy return"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 60 VALUE "(u) Promotional campaigns"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 60 VALUE "(z) Vault calendar"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 VALUE "(v) Duty conflict rules"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 VALUE "(w) Duty conflict report"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "(x) Reference data approvals"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 30 VALUE "(y) Reference data history"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 30 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 30 PIC X(40) USING OPS-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 30 VALUE "(1) Job vacancies"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 60 VALUE "(2) Job applications"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 OPS-MENU-3-FIELD LINE 25 COL 36 PIC X
                   USING OPS-MENU-3-CHOICE.

           01 VACANCY-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Job vacancies"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "Id   Post                           Role       Pay
      -            " Certs    Applicants" FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-JVD-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 25 PIC X(30) USING WS-JVD-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 56 PIC X(10) USING WS-JVD-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 67 PIC Z9 USING WS-JVD-RATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-JVD-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 25 PIC X(30) USING WS-JVD-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 56 PIC X(10) USING WS-JVD-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 67 PIC Z9 USING WS-JVD-RATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-JVD-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC X(30) USING WS-JVD-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 56 PIC X(10) USING WS-JVD-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 67 PIC Z9 USING WS-JVD-RATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-JVD-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC X(30) USING WS-JVD-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 56 PIC X(10) USING WS-JVD-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 67 PIC Z9 USING WS-JVD-RATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-JVD-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 PIC X(30) USING WS-JVD-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 56 PIC X(10) USING WS-JVD-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 67 PIC Z9 USING WS-JVD-RATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9(4) USING WS-JVD-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 25 PIC X(30) USING WS-JVD-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 56 PIC X(10) USING WS-JVD-ROLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 67 PIC Z9 USING WS-JVD-RATE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 71 PIC ZZ9 USING WS-JVD-COURSE-1(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 75 PIC ZZ9 USING WS-JVD-COURSE-2(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 80 PIC ZZ9 USING WS-JVD-APPLICANTS(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Post title:      "
                   FOREGROUND-COLOR IS 2.
               05 JVD-TITLE-FIELD LINE 16 COL 38 PIC X(30)
                   USING JVD-TITLE-ENTRY.
               05 LINE 17 COL 20 VALUE "Staff role:      "
                   FOREGROUND-COLOR IS 2.
               05 JVD-ROLE-FIELD LINE 17 COL 38 PIC X(10)
                   USING JVD-ROLE-ENTRY.
               05 LINE 17 COL 50 VALUE
                   "OPERATOR MODERATOR AUDITOR SUPERVISR"
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "Rate per hour:   "
                   FOREGROUND-COLOR IS 2.
               05 JVD-RATE-FIELD LINE 18 COL 38 PIC 99
                   USING JVD-RATE-ENTRY.
               05 LINE 19 COL 20 VALUE "Certificates:    "
                   FOREGROUND-COLOR IS 2.
               05 JVD-COURSE-1-FIELD LINE 19 COL 38 PIC 9(3)
                   USING JVD-COURSE-1-ENTRY.
               05 JVD-COURSE-2-FIELD LINE 19 COL 42 PIC 9(3)
                   USING JVD-COURSE-2-ENTRY.
               05 LINE 20 COL 20 VALUE "Close vacancy id:"
                   FOREGROUND-COLOR IS 2.
               05 JVD-CLOSE-FIELD LINE 20 COL 38 PIC 9(4)
                   USING JVD-CLOSE-ENTRY.
               05 LINE 22 COL 20 PIC X(40) USING JVD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 VALUE
                   "(p) Post  (c) Close  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 JVD-CHOICE-FIELD LINE 25 COL 26 PIC X
                   USING JVD-CHOICE.

           01 JOB-APPLICATIONS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Job applications"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Post Member           Applied  Status       Note"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-JAQ-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(16) USING WS-JAQ-MEMBER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 45 PIC X(8) USING WS-JAQ-APPLIED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 54 PIC X(12) USING WS-JAQ-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 67 PIC X(40) USING WS-JAQ-NOTE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-JAQ-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC X(16) USING WS-JAQ-MEMBER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 45 PIC X(8) USING WS-JAQ-APPLIED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 54 PIC X(12) USING WS-JAQ-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 67 PIC X(40) USING WS-JAQ-NOTE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-JAQ-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(16) USING WS-JAQ-MEMBER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 45 PIC X(8) USING WS-JAQ-APPLIED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 54 PIC X(12) USING WS-JAQ-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 67 PIC X(40) USING WS-JAQ-NOTE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-JAQ-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 28 PIC X(16) USING WS-JAQ-MEMBER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 45 PIC X(8) USING WS-JAQ-APPLIED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 54 PIC X(12) USING WS-JAQ-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 67 PIC X(40) USING WS-JAQ-NOTE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-JAQ-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 28 PIC X(16) USING WS-JAQ-MEMBER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 45 PIC X(8) USING WS-JAQ-APPLIED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 54 PIC X(12) USING WS-JAQ-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 67 PIC X(40) USING WS-JAQ-NOTE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9 USING WS-JAQ-SEQ(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 28 PIC X(16) USING WS-JAQ-MEMBER(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 45 PIC X(8) USING WS-JAQ-APPLIED(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 54 PIC X(12) USING WS-JAQ-STATUS(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 67 PIC X(40) USING WS-JAQ-NOTE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC 9 USING WS-JAQ-SEQ(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 28 PIC X(16) USING WS-JAQ-MEMBER(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 45 PIC X(8) USING WS-JAQ-APPLIED(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 54 PIC X(12) USING WS-JAQ-STATUS(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 67 PIC X(40) USING WS-JAQ-NOTE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC 9 USING WS-JAQ-SEQ(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 23 PIC 9(4) USING WS-JAQ-VACANCY(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 28 PIC X(16) USING WS-JAQ-MEMBER(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 45 PIC X(8) USING WS-JAQ-APPLIED(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 54 PIC X(12) USING WS-JAQ-STATUS(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 67 PIC X(40) USING WS-JAQ-NOTE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 VALUE "Entry #: "
                   FOREGROUND-COLOR IS 2.
               05 JAQ-SEQ-FIELD LINE 18 COL 29 PIC 9
                   USING JAQ-SEQ-ENTRY.
               05 LINE 18 COL 35 VALUE
                   "(s) Shortlist  (a) Appoint  (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 JAQ-DECISION-FIELD LINE 18 COL 75 PIC X
                   USING JAQ-DECISION.
               05 LINE 20 COL 20 PIC X(40) USING JAQ-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "(d) Decide  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 JAQ-CHOICE-FIELD LINE 23 COL 26 PIC X
                   USING JAQ-CHOICE.

           01 TIMESHEET-APPROVAL-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Timesheet approvals"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  Staff            Date     Type  Hrs Note"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-TSA-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(16) USING WS-TSA-ADMIN(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 40 PIC X(8) USING WS-TSA-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 49 PIC X(5) USING WS-TSA-TYPE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 55 PIC Z9 USING WS-TSA-HOURS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 59 PIC X(30) USING WS-TSA-NOTE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-TSA-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(16) USING WS-TSA-ADMIN(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 40 PIC X(8) USING WS-TSA-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 49 PIC X(5) USING WS-TSA-TYPE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 55 PIC Z9 USING WS-TSA-HOURS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 59 PIC X(30) USING WS-TSA-NOTE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-TSA-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(16) USING WS-TSA-ADMIN(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 40 PIC X(8) USING WS-TSA-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 49 PIC X(5) USING WS-TSA-TYPE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 55 PIC Z9 USING WS-TSA-HOURS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 59 PIC X(30) USING WS-TSA-NOTE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-TSA-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(16) USING WS-TSA-ADMIN(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 40 PIC X(8) USING WS-TSA-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 49 PIC X(5) USING WS-TSA-TYPE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 55 PIC Z9 USING WS-TSA-HOURS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 59 PIC X(30) USING WS-TSA-NOTE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-TSA-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(16) USING WS-TSA-ADMIN(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 40 PIC X(8) USING WS-TSA-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 49 PIC X(5) USING WS-TSA-TYPE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 55 PIC Z9 USING WS-TSA-HOURS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 59 PIC X(30) USING WS-TSA-NOTE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "Entry #: "
                   FOREGROUND-COLOR IS 2.
               05 TSA-SEQ-FIELD LINE 15 COL 29 PIC 9
                   USING TSA-SEQ-ENTRY.
               05 LINE 15 COL 35 VALUE "(a) Approve  (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 TSA-DECISION-FIELD LINE 15 COL 60 PIC X
                   USING TSA-DECISION.
               05 LINE 17 COL 20 PIC X(40) USING TSA-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 20 VALUE "(d) Decide  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 TSA-CHOICE-FIELD LINE 20 COL 26 PIC X
                   USING TSA-CHOICE.

           01 SOD-RULES-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Segregation of duties"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "Roles: OPERATOR MODERATOR AUDITOR SUPERVISR"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "#  May not hold  together with  Reason"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9 USING WS-SODR-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 23 PIC X(10) USING WS-SODR-ROLE-A(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 37 PIC X(10) USING WS-SODR-ROLE-B(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 51 PIC X(30) USING WS-SODR-REASON(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-SODR-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC X(10) USING WS-SODR-ROLE-A(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 37 PIC X(10) USING WS-SODR-ROLE-B(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 51 PIC X(30) USING WS-SODR-REASON(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-SODR-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC X(10) USING WS-SODR-ROLE-A(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 37 PIC X(10) USING WS-SODR-ROLE-B(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 51 PIC X(30) USING WS-SODR-REASON(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-SODR-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC X(10) USING WS-SODR-ROLE-A(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 37 PIC X(10) USING WS-SODR-ROLE-B(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 51 PIC X(30) USING WS-SODR-REASON(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-SODR-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC X(10) USING WS-SODR-ROLE-A(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 37 PIC X(10) USING WS-SODR-ROLE-B(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 51 PIC X(30) USING WS-SODR-REASON(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9 USING WS-SODR-SEQ(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC X(10) USING WS-SODR-ROLE-A(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 37 PIC X(10) USING WS-SODR-ROLE-B(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 51 PIC X(30) USING WS-SODR-REASON(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "New rule - role: "
                   FOREGROUND-COLOR IS 2.
               05 SODR-ROLE-A-FIELD LINE 16 COL 37 PIC X(10)
                   USING SODR-ROLE-A-ENTRY.
               05 LINE 16 COL 49 VALUE "with: " FOREGROUND-COLOR IS 2.
               05 SODR-ROLE-B-FIELD LINE 16 COL 55 PIC X(10)
                   USING SODR-ROLE-B-ENTRY.
               05 LINE 17 COL 20 VALUE "Reason:          "
                   FOREGROUND-COLOR IS 2.
               05 SODR-REASON-FIELD LINE 17 COL 37 PIC X(30)
                   USING SODR-REASON-ENTRY.
               05 LINE 18 COL 20 VALUE "Remove rule #:   "
                   FOREGROUND-COLOR IS 2.
               05 SODR-REMOVE-FIELD LINE 18 COL 37 PIC 9
                   USING SODR-REMOVE-ENTRY.
               05 LINE 20 COL 20 VALUE "Exceptions awaiting sign-off"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 20 VALUE
                   "#  Overseer         Role       With       Asked by"
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 79 VALUE "Date" FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 20 PIC 9 USING WS-SODE-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 23 PIC X(16) USING WS-SODE-ADMIN(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 40 PIC X(10) USING WS-SODE-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 51 PIC X(10) USING WS-SODE-CONFLICT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 62 PIC X(16)
                   USING WS-SODE-REQUESTED-BY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 79 PIC X(8) USING WS-SODE-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 20 PIC 9 USING WS-SODE-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 23 PIC X(16) USING WS-SODE-ADMIN(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 40 PIC X(10) USING WS-SODE-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 51 PIC X(10) USING WS-SODE-CONFLICT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 62 PIC X(16)
                   USING WS-SODE-REQUESTED-BY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 79 PIC X(8) USING WS-SODE-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 20 PIC 9 USING WS-SODE-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 23 PIC X(16) USING WS-SODE-ADMIN(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 40 PIC X(10) USING WS-SODE-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 51 PIC X(10) USING WS-SODE-CONFLICT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 62 PIC X(16)
                   USING WS-SODE-REQUESTED-BY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 79 PIC X(8) USING WS-SODE-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 20 PIC 9 USING WS-SODE-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 23 PIC X(16) USING WS-SODE-ADMIN(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 40 PIC X(10) USING WS-SODE-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 51 PIC X(10) USING WS-SODE-CONFLICT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 62 PIC X(16)
                   USING WS-SODE-REQUESTED-BY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 79 PIC X(8) USING WS-SODE-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 20 PIC 9 USING WS-SODE-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 23 PIC X(16) USING WS-SODE-ADMIN(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 40 PIC X(10) USING WS-SODE-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 51 PIC X(10) USING WS-SODE-CONFLICT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 62 PIC X(16)
                   USING WS-SODE-REQUESTED-BY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 79 PIC X(8) USING WS-SODE-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 20 VALUE "Exception #: "
                   FOREGROUND-COLOR IS 2.
               05 SODE-SEQ-FIELD LINE 28 COL 33 PIC 9
                   USING SODE-SEQ-ENTRY.
               05 LINE 28 COL 37 VALUE "(a) Approve  (r) Reject: "
                   FOREGROUND-COLOR IS 2.
               05 SODE-DECISION-FIELD LINE 28 COL 62 PIC X
                   USING SODE-DECISION.
               05 LINE 30 COL 20 PIC X(40) USING SOD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 32 COL 20 VALUE "(s) Save rule  (x) Remove rule"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 33 COL 20 VALUE
                   "(d) Decide exception  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 34 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 SOD-CHOICE-FIELD LINE 34 COL 26 PIC X
                   USING SOD-CHOICE.

           01 VAULT-PROJECT-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Vault improvement projects"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 VALUE
                   "No.  Project                        Target Raised"
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 70 VALUE "Closes   Status"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(4) USING WS-VPD-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 25 PIC X(30) USING WS-VPD-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 70 PIC X(8) USING WS-VPD-DEADLINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 79 PIC X(8) USING WS-VPD-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-VPD-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 25 PIC X(30) USING WS-VPD-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 70 PIC X(8) USING WS-VPD-DEADLINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 79 PIC X(8) USING WS-VPD-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-VPD-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC X(30) USING WS-VPD-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 70 PIC X(8) USING WS-VPD-DEADLINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 79 PIC X(8) USING WS-VPD-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-VPD-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC X(30) USING WS-VPD-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 70 PIC X(8) USING WS-VPD-DEADLINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 79 PIC X(8) USING WS-VPD-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-VPD-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 25 PIC X(30) USING WS-VPD-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 70 PIC X(8) USING WS-VPD-DEADLINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 79 PIC X(8) USING WS-VPD-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9(4) USING WS-VPD-ID(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 25 PIC X(30) USING WS-VPD-TITLE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 56 PIC ZZZZ9 USING WS-VPD-TARGET(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 63 PIC ZZZZ9 USING WS-VPD-RAISED(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 70 PIC X(8) USING WS-VPD-DEADLINE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 79 PIC X(8) USING WS-VPD-STATUS(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "New project: "
                   FOREGROUND-COLOR IS 2.
               05 VPD-TITLE-FIELD LINE 16 COL 33 PIC X(30)
                   USING VPD-TITLE-ENTRY.
               05 LINE 17 COL 20 VALUE "Target: "
                   FOREGROUND-COLOR IS 2.
               05 VPD-TARGET-FIELD LINE 17 COL 33 PIC 9(5)
                   USING VPD-TARGET-ENTRY.
               05 LINE 18 COL 20 VALUE "Closes (YYYYMMDD): "
                   FOREGROUND-COLOR IS 2.
               05 VPD-DEADLINE-FIELD LINE 18 COL 39 PIC X(8)
                   USING VPD-DEADLINE-ENTRY.
               05 LINE 20 COL 20 PIC X(40) USING VPD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "(s) Open project  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 VPD-CHOICE-FIELD LINE 23 COL 26 PIC X
                   USING VPD-CHOICE.

           01 PERIOD-CLOSE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Period-End Close" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "Settled records for the period move to a dated"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 VALUE
                   "history file; open items stay in the live file."
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Period to close (YYYYMM): "
                   FOREGROUND-COLOR IS 2.
               05 CLOSE-PERIOD-FIELD LINE 13 COL 56 PIC X(6)
                   USING CLOSE-PERIOD-ENTRY.
               05 LINE 15 COL 30 VALUE "(s) Submit  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 PIC X(30) USING CLOSE-STATUS-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 19 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 CLOSE-CHOICE-FIELD LINE 19 COL 36 PIC X
                   USING CLOSE-CHOICE.

           01 REPORT-SPOOL-SCREEN.
               05 BLANK SCREEN.
               05 LINE 4 COL 20 VALUE "Report spool (latest five)"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 6 COL 20 VALUE
                   "Seq     Report               Date      Time"
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 PIC 9(6) USING WS-CAT-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 28 PIC X(20) USING WS-CAT-NAME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 49 PIC X(8) USING WS-CAT-DATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 59 PIC X(6) USING WS-CAT-TIME(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 20 PIC 9(6) USING WS-CAT-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 28 PIC X(20) USING WS-CAT-NAME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 49 PIC X(8) USING WS-CAT-DATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 59 PIC X(6) USING WS-CAT-TIME(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 PIC 9(6) USING WS-CAT-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 28 PIC X(20) USING WS-CAT-NAME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 49 PIC X(8) USING WS-CAT-DATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 59 PIC X(6) USING WS-CAT-TIME(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(6) USING WS-CAT-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC X(20) USING WS-CAT-NAME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 49 PIC X(8) USING WS-CAT-DATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 59 PIC X(6) USING WS-CAT-TIME(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(6) USING WS-CAT-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC X(20) USING WS-CAT-NAME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 49 PIC X(8) USING WS-CAT-DATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 59 PIC X(6) USING WS-CAT-TIME(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 VALUE "Reprint seq (0 = none): "
                   FOREGROUND-COLOR IS 2.
               05 SPOOL-SEQ-FIELD LINE 13 COL 44 PIC 9(6)
                   USING SPOOL-SEQ-ENTRY.
               05 LINE 14 COL 20 PIC X(70) USING WS-VIEW-LINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 PIC X(70) USING WS-VIEW-LINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 PIC X(70) USING WS-VIEW-LINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 PIC X(70) USING WS-VIEW-LINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 PIC X(70) USING WS-VIEW-LINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 PIC X(70) USING WS-VIEW-LINE(6)
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 20 PIC X(70) USING WS-VIEW-LINE(7)
                   FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 20 PIC X(70) USING WS-VIEW-LINE(8)
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 20 PIC X(70) USING WS-VIEW-LINE(9)
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 20 PIC X(70) USING WS-VIEW-LINE(10)
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 20 VALUE "(g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 26 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 SPOOL-CHOICE-FIELD LINE 26 COL 26 PIC X
                   USING SPOOL-CHOICE.

           01 RESTORE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Restore From Backup" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "This OVERWRITES live data files."
                   BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 12 COL 30 VALUE "Generation number: "
                   FOREGROUND-COLOR IS 2.
               05 RESTORE-GEN-FIELD LINE 12 COL 49 PIC 9(4)
                   USING RESTORE-GEN-ENTRY.
               05 LINE 13 COL 30 VALUE
                   "File name (or ALL): "
                   FOREGROUND-COLOR IS 2.
               05 RESTORE-FILE-FIELD LINE 13 COL 50 PIC X(30)
                   USING RESTORE-FILE-ENTRY.
               05 LINE 14 COL 30 VALUE "Type Y to confirm: "
                   FOREGROUND-COLOR IS 2.
               05 RESTORE-CONFIRM-FIELD LINE 14 COL 49 PIC X
                   USING RESTORE-CONFIRM.
               05 LINE 16 COL 30 VALUE "(s) Restore  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(30)
                   USING RESTORE-STATUS-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 RESTORE-CHOICE-FIELD LINE 20 COL 36 PIC X
                   USING RESTORE-CHOICE.

           01 BOTM-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Book of the Month" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE "Title:  "
                   FOREGROUND-COLOR IS 2.
               05 BOTM-TITLE-FIELD LINE 10 COL 39 PIC X(31)
                   USING BOTM-TITLE-ENTRY.
               05 LINE 11 COL 30 VALUE "Author: "
                   FOREGROUND-COLOR IS 2.
               05 BOTM-AUTHOR-FIELD LINE 11 COL 39 PIC X(12)
                   USING BOTM-AUTHOR-ENTRY.
               05 LINE 13 COL 30 VALUE
                   "Saving also opens the discussion thread."
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 30 PIC X(40)
                   USING BOTM-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 VALUE "(s) Save  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 BOTM-CHOICE-FIELD LINE 18 COL 36 PIC X
                   USING BOTM-CHOICE.

           01 MAINTENANCE-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Maintenance Window" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE
                   "Member logins are refused during the window and"
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 30 VALUE
                   "connected members get a countdown warning."
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Start (YYYYMMDDHHMM): "
                   FOREGROUND-COLOR IS 2.
               05 MAINT-START-FIELD LINE 13 COL 52 PIC X(12)
                   USING MAINT-START-ENTRY.
               05 LINE 14 COL 30 VALUE "End   (YYYYMMDDHHMM): "
                   FOREGROUND-COLOR IS 2.
               05 MAINT-END-FIELD LINE 14 COL 52 PIC X(12)
                   USING MAINT-END-ENTRY.
               05 LINE 16 COL 30 VALUE
                   "(s) Save  (c) Clear window  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 30 PIC X(40)
                   USING MAINT-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 MAINT-CHOICE-FIELD LINE 20 COL 36 PIC X
                   USING MAINT-CHOICE.

           01 VIEW-PERIOD-SCREEN.
               05 BLANK SCREEN.
               05 LINE 8 COL 30 VALUE "Closed Period Review" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 30 VALUE "Period (YYYYMM): "
                   FOREGROUND-COLOR IS 2.
               05 VIEW-PERIOD-FIELD LINE 10 COL 47 PIC X(6)
                   USING VIEW-PERIOD-ENTRY.
               05 LINE 12 COL 30 VALUE "Records on file: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 47 PIC 9(6) USING WS-VIEW-COUNT
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 30 VALUE "Credits total:   "
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 47 PIC 9(8) USING WS-VIEW-CREDITS
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 30 VALUE "(s) Tally  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 17 COL 30 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 VIEW-CHOICE-FIELD LINE 17 COL 36 PIC X
                   USING VIEW-CHOICE.

       PROCEDURE DIVISION USING LS-ADMIN-NAME.

       0600-OPS-MENU.
           INITIALIZE OPS-MENU-CHOICE.
           DISPLAY OPS-MENU-SCREEN.

           ELSE IF OPS-MENU-CHOICE = 'o' OR 'O'
               PERFORM 0691-REPORT-SPOOL
           ELSE IF OPS-MENU-CHOICE = 't' OR 'T'
               MOVE SPACES TO RTN-RESULT-MESSAGE
               PERFORM 0694A-RETENTION-DESK
           ELSE IF OPS-MENU-CHOICE = 'k' OR 'K'
               PERFORM 0695-RUN-BACKUP
           ELSE IF OPS-MENU-CHOICE = 'u' OR 'U'
           WRITE NEWS-LEAD-LINE.
           CLOSE F-NEWS-LEAD-FILE.

       0651-COMMISSARY-TILL.
           CALL 'commissary-till-report' USING TILL-STATUS-MESSAGE.
           MOVE TILL-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0652-COMMISSARY-PO-EXCEPTIONS.
           CALL 'commissary-po-exceptions' USING
             PO-EXCEPTIONS-STATUS-MESSAGE.
           MOVE PO-EXCEPTIONS-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    Posting the count is the supervisor's approval; the
      *    variance report from the commissary desk is what they
      *    approve against.
       0653-APPROVE-STOCKTAKE.
           CALL 'commissary-stocktake-post' USING LS-ADMIN-NAME
             STOCKTAKE-STATUS-MESSAGE.
           MOVE STOCKTAKE-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.
           IF STOCKTAKE-STATUS-MESSAGE(1:16) = "STOCKTAKE POSTED"
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "STK-APPROVE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

       0654-MARKET-FEEDBACK-REPORT.
           CALL 'market-feedback-report' USING FEEDBACK-STATUS-MESSAGE.
           MOVE FEEDBACK-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    Payroll pays only what is approved here.  Nobody signs
      *    off their own sheet, and leave is taken off the balance
      *    at approval so it cannot be booked twice.
       0655-TIMESHEET-APPROVALS.
           PERFORM 0655A-LOAD-PENDING-TIMESHEETS.
           IF WS-TSA-COUNT = 0
               MOVE "NO TIMESHEETS AWAITING APPROVAL" TO
                 TSA-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO TSA-SEQ-ENTRY.
           INITIALIZE TSA-DECISION.
           INITIALIZE TSA-CHOICE.
           DISPLAY TIMESHEET-APPROVAL-SCREEN.

           ACCEPT TSA-SEQ-FIELD.
           ACCEPT TSA-DECISION-FIELD.
           ACCEPT TSA-CHOICE-FIELD.

           IF TSA-CHOICE = 'g' OR 'G'
               MOVE SPACES TO TSA-RESULT-MESSAGE
           ELSE IF TSA-CHOICE = 'd' OR 'D'
               EVALUATE TRUE
                   WHEN TSA-SEQ-ENTRY = 0
                     OR TSA-SEQ-ENTRY > WS-TSA-COUNT
                       MOVE "NO SUCH ENTRY" TO TSA-RESULT-MESSAGE
                   WHEN TSA-DECISION NOT = 'a' AND NOT = 'A'
                     AND NOT = 'r' AND NOT = 'R'
                       MOVE "DECISION MUST BE A OR R" TO
                         TSA-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0655B-DECIDE-TIMESHEET
               END-EVALUATE
               PERFORM 0655-TIMESHEET-APPROVALS
           ELSE
               PERFORM 0655-TIMESHEET-APPROVALS
           END-IF.

       0655A-LOAD-PENDING-TIMESHEETS.
           MOVE 0 TO WS-TSA-COUNT.
           INITIALIZE WS-TSA-TABLE.
           OPEN INPUT F-TIMESHEETS-FILE.
           IF WS-TIMESHEETS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TIMESHEETS-FILE
                       NOT AT END
                           IF TS-STATUS = "PENDING"
                           AND TS-ADMIN NOT = LS-ADMIN-NAME
                           AND WS-TSA-COUNT < 5
                               ADD 1 TO WS-TSA-COUNT
                               MOVE WS-TSA-COUNT TO
                                 WS-TSA-SEQ(WS-TSA-COUNT)
                               MOVE TS-ID TO WS-TSA-ID(WS-TSA-COUNT)
                               MOVE TS-ADMIN TO
                                 WS-TSA-ADMIN(WS-TSA-COUNT)
                               MOVE TS-DATE TO
                                 WS-TSA-DATE(WS-TSA-COUNT)
                               MOVE TS-TYPE TO
                                 WS-TSA-TYPE(WS-TSA-COUNT)
                               MOVE TS-HOURS TO
                                 WS-TSA-HOURS(WS-TSA-COUNT)
                               MOVE TS-NOTE TO
                                 WS-TSA-NOTE(WS-TSA-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TIMESHEETS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0655B-DECIDE-TIMESHEET.
           MOVE 1 TO WS-TSA-LEAVE-OK.
           IF (TSA-DECISION = 'a' OR 'A')
           AND WS-TSA-TYPE(TSA-SEQ-ENTRY) = "LEAVE"
               PERFORM 0655C-CHECK-LEAVE
           END-IF.
           IF WS-TSA-LEAVE-OK = 0
               MOVE "LEAVE BALANCE TOO LOW - REJECT IT" TO
                 TSA-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-TSA-DONE
               OPEN I-O F-TIMESHEETS-FILE
               IF WS-TIMESHEETS-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-TIMESHEETS-FILE
                           NOT AT END
                               IF TS-ID = WS-TSA-ID(TSA-SEQ-ENTRY)
                               AND TS-STATUS = "PENDING"
                                   MOVE 1 TO WS-TSA-DONE
                                   IF TSA-DECISION = 'a' OR 'A'
                                       MOVE "APPROVED" TO TS-STATUS
                                   ELSE
                                       MOVE "REJECTED" TO TS-STATUS
                                   END-IF
                                   MOVE LS-ADMIN-NAME TO TS-DECIDED-BY
                                   REWRITE TIMESHEET-RECORD
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-TIMESHEETS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-TSA-DONE = 0
                   MOVE "ENTRY ALREADY DECIDED" TO TSA-RESULT-MESSAGE
               ELSE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE WS-TSA-HOURS(TSA-SEQ-ENTRY) TO AUDIT-AMOUNT
                   IF TSA-DECISION = 'a' OR 'A'
                       IF WS-TSA-TYPE(TSA-SEQ-ENTRY) = "LEAVE"
                           PERFORM 0655D-TAKE-LEAVE
                       END-IF
                       MOVE "TS-APPROVE" TO AUDIT-ACTION
                       MOVE "TIMESHEET APPROVED" TO TSA-RESULT-MESSAGE
                   ELSE
                       MOVE "TS-REJECT" TO AUDIT-ACTION
                       MOVE "TIMESHEET REJECTED" TO TSA-RESULT-MESSAGE
                   END-IF
                   PERFORM 0690-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       0655C-CHECK-LEAVE.
           MOVE 0 TO WS-TSA-LEAVE-OK.
           OPEN INPUT F-LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEAVE-FILE
                       NOT AT END
                           IF LV-ADMIN = WS-TSA-ADMIN(TSA-SEQ-ENTRY)
                           AND LV-BALANCE NOT <
                             WS-TSA-HOURS(TSA-SEQ-ENTRY)
                               MOVE 1 TO WS-TSA-LEAVE-OK
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEAVE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0655D-TAKE-LEAVE.
           OPEN I-O F-LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEAVE-FILE
                       NOT AT END
                           IF LV-ADMIN = WS-TSA-ADMIN(TSA-SEQ-ENTRY)
                               SUBTRACT WS-TSA-HOURS(TSA-SEQ-ENTRY)
                                 FROM LV-BALANCE
                               REWRITE LEAVE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEAVE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Projects open here with a credit target and a closing
      *    date; members pledge from their own menu and the nightly
      *    deadline run settles each one once its date has passed.
       0656-VAULT-PROJECT-DESK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VPD-TODAY.
           PERFORM 0656A-LOAD-PROJECTS.
           MOVE SPACES TO VPD-TITLE-ENTRY.
           MOVE 0 TO VPD-TARGET-ENTRY.
           MOVE SPACES TO VPD-DEADLINE-ENTRY.
           INITIALIZE VPD-CHOICE.
           DISPLAY VAULT-PROJECT-DESK-SCREEN.

           ACCEPT VPD-TITLE-FIELD.
           ACCEPT VPD-TARGET-FIELD.
           ACCEPT VPD-DEADLINE-FIELD.
           ACCEPT VPD-CHOICE-FIELD.

           IF VPD-CHOICE = 'g' OR 'G'
               MOVE SPACES TO VPD-RESULT-MESSAGE
           ELSE IF VPD-CHOICE = 's' OR 'S'
               EVALUATE TRUE
                   WHEN VPD-TITLE-ENTRY = SPACES
                       MOVE "PROJECT NAME IS REQUIRED" TO
                         VPD-RESULT-MESSAGE
                   WHEN VPD-TARGET-ENTRY = 0
                       MOVE "CREDIT TARGET IS REQUIRED" TO
                         VPD-RESULT-MESSAGE
                   WHEN VPD-DEADLINE-ENTRY IS NOT NUMERIC
                     OR VPD-DEADLINE-ENTRY NOT > WS-VPD-TODAY
                       MOVE "CLOSING DATE MUST BE AFTER TODAY" TO
                         VPD-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0656B-OPEN-PROJECT
               END-EVALUATE
               PERFORM 0656-VAULT-PROJECT-DESK
           ELSE
               PERFORM 0656-VAULT-PROJECT-DESK
           END-IF.

      *    Keeps the six most recent projects for the desk listing.
       0656A-LOAD-PROJECTS.
           MOVE 0 TO WS-VPD-COUNT.
           MOVE 0 TO WS-VPD-NEXT-ID.
           INITIALIZE WS-VPD-TABLE.
           OPEN INPUT F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROJECTS-FILE
                       NOT AT END
                           IF VP-ID > WS-VPD-NEXT-ID
                               MOVE VP-ID TO WS-VPD-NEXT-ID
                           END-IF
                           IF WS-VPD-COUNT = 6
                               MOVE WS-VPD-ENTRY(2) TO WS-VPD-ENTRY(1)
                               MOVE WS-VPD-ENTRY(3) TO WS-VPD-ENTRY(2)
                               MOVE WS-VPD-ENTRY(4) TO WS-VPD-ENTRY(3)
                               MOVE WS-VPD-ENTRY(5) TO WS-VPD-ENTRY(4)
                               MOVE WS-VPD-ENTRY(6) TO WS-VPD-ENTRY(5)
                           ELSE
                               ADD 1 TO WS-VPD-COUNT
                           END-IF
                           MOVE VP-ID TO WS-VPD-ID(WS-VPD-COUNT)
                           MOVE VP-TITLE TO WS-VPD-TITLE(WS-VPD-COUNT)
                           MOVE VP-TARGET TO
                             WS-VPD-TARGET(WS-VPD-COUNT)
                           MOVE VP-RAISED TO
                             WS-VPD-RAISED(WS-VPD-COUNT)
                           MOVE VP-DEADLINE TO
                             WS-VPD-DEADLINE(WS-VPD-COUNT)
                           MOVE VP-STATUS TO
                             WS-VPD-STATUS(WS-VPD-COUNT)
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROJECTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-VPD-NEXT-ID.

       0656B-OPEN-PROJECT.
           OPEN EXTEND F-PROJECTS-FILE.
           IF WS-PROJECTS-STATUS = "35"
               OPEN OUTPUT F-PROJECTS-FILE
           END-IF.
           MOVE SPACES TO PROJECT-RECORD.
           MOVE WS-VPD-NEXT-ID TO VP-ID.
           MOVE VPD-TITLE-ENTRY TO VP-TITLE.
           MOVE VPD-TARGET-ENTRY TO VP-TARGET.
           MOVE VPD-DEADLINE-ENTRY TO VP-DEADLINE.
           MOVE 0 TO VP-RAISED.
           MOVE "OPEN" TO VP-STATUS.
           MOVE LS-ADMIN-NAME TO VP-CREATED-BY.
           MOVE WS-VPD-TODAY TO VP-CREATED.
           WRITE PROJECT-RECORD.
           CLOSE F-PROJECTS-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "PRJ-OPEN" TO AUDIT-ACTION.
           MOVE WS-VPD-NEXT-ID TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.
           MOVE "PROJECT OPENED FOR PLEDGES" TO VPD-RESULT-MESSAGE.

       0657-INSURANCE-POOL-REPORT.
           CALL 'insurance-pool-report' USING
             INSURANCE-POOL-STATUS-MESSAGE.
           MOVE INSURANCE-POOL-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0658-LOAN-PROVISIONING.
           CALL 'loan-provisioning-report' USING
             PROVISION-STATUS-MESSAGE.
           MOVE PROVISION-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0659-FINANCIAL-STATEMENTS.
           CALL 'financial-statements-report' USING
             STATEMENTS-STATUS-MESSAGE.
           MOVE STATEMENTS-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0659A-LIQUIDITY-FORECAST.
           CALL 'liquidity-forecast-report' USING
             FORECAST-STATUS-MESSAGE.
           MOVE FORECAST-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0659B-LEVY-RETURN.
           CALL 'levy-return-report' USING LEVY-STATUS-MESSAGE.
           MOVE LEVY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    Campaign codes are set up ahead of time and run between
      *    their dates; saving an existing code replaces its terms
      *    and puts it back in service.  A cap of zero is no cap.
       0659C-PROMO-CAMPAIGNS.
           MOVE SPACES TO PC-CODE-ENTRY.
           MOVE SPACES TO PC-LABEL-ENTRY.
           MOVE SPACES TO PC-SCOPE-ENTRY.
           MOVE 0 TO PC-PERCENT-ENTRY.
           MOVE SPACES TO PC-START-ENTRY.
           MOVE SPACES TO PC-END-ENTRY.
           MOVE 0 TO PC-MEMBER-CAP-ENTRY.
           MOVE 0 TO PC-TOTAL-CAP-ENTRY.
           INITIALIZE PC-CHOICE.
           DISPLAY PROMO-CAMPAIGN-SCREEN.

           ACCEPT PC-CODE-FIELD.
           ACCEPT PC-LABEL-FIELD.
           ACCEPT PC-SCOPE-FIELD.
           ACCEPT PC-PERCENT-FIELD.
           ACCEPT PC-START-FIELD.
           ACCEPT PC-END-FIELD.
           ACCEPT PC-MEMBER-CAP-FIELD.
           ACCEPT PC-TOTAL-CAP-FIELD.
           ACCEPT PC-CHOICE-FIELD.

           IF PC-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF PC-CHOICE = 'r' OR 'R'
               CALL 'promo-campaign-report' USING
                 PROMO-STATUS-MESSAGE
               MOVE PROMO-STATUS-MESSAGE TO PC-RESULT-MESSAGE
               PERFORM 0659C-PROMO-CAMPAIGNS
           ELSE IF PC-CHOICE = 'w' OR 'W'
               IF PC-CODE-ENTRY = SPACES
                   MOVE "CODE REQUIRED" TO PC-RESULT-MESSAGE
               ELSE
                   PERFORM 0659E-WITHDRAW-PROMO-CODE
               END-IF
               PERFORM 0659C-PROMO-CAMPAIGNS
           ELSE IF PC-CHOICE = 's' OR 'S'
               EVALUATE TRUE
                   WHEN PC-CODE-ENTRY = SPACES
                       MOVE "CODE REQUIRED" TO PC-RESULT-MESSAGE
                   WHEN PC-SCOPE-ENTRY NOT = "ARCADE"
                     AND PC-SCOPE-ENTRY NOT = "TRIVIA"
                     AND PC-SCOPE-ENTRY NOT = "GAMES"
                     AND PC-SCOPE-ENTRY NOT = "PASS"
                     AND PC-SCOPE-ENTRY NOT = "COMMISSARY"
                     AND PC-SCOPE-ENTRY NOT = "ALL"
                       MOVE "UNKNOWN AREA" TO PC-RESULT-MESSAGE
                   WHEN PC-PERCENT-ENTRY = 0
                     OR PC-PERCENT-ENTRY > 100
                       MOVE "PERCENT OFF MUST BE 1 TO 100" TO
                         PC-RESULT-MESSAGE
                   WHEN PC-START-ENTRY = SPACES
                     OR PC-END-ENTRY = SPACES
                     OR PC-END-ENTRY < PC-START-ENTRY
                       MOVE "START AND END DATES REQUIRED" TO
                         PC-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0659D-SAVE-PROMO-CODE
                       MOVE "CAMPAIGN SAVED" TO PC-RESULT-MESSAGE
                       MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                       MOVE "PROMO-SAVE" TO AUDIT-ACTION
                       MOVE PC-CODE-ENTRY TO AUDIT-ACCOUNT
                       MOVE PC-PERCENT-ENTRY TO AUDIT-AMOUNT
                       PERFORM 0690-WRITE-AUDIT-ENTRY
               END-EVALUATE
               PERFORM 0659C-PROMO-CAMPAIGNS
           ELSE
               PERFORM 0659C-PROMO-CAMPAIGNS
           END-IF.

       0659D-SAVE-PROMO-CODE.
           MOVE 0 TO WS-PC-FOUND.
           OPEN I-O F-PROMO-CODES-FILE.
           IF WS-PROMO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROMO-CODES-FILE
                       NOT AT END
                           IF PC-CODE = PC-CODE-ENTRY
                               MOVE 1 TO WS-PC-FOUND
                               PERFORM 0659F-FILL-PROMO-CODE
                               REWRITE PROMO-CODE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROMO-CODES-FILE
           END-IF.
           IF WS-PC-FOUND = 0
               OPEN EXTEND F-PROMO-CODES-FILE
               IF WS-PROMO-STATUS = "35"
                   OPEN OUTPUT F-PROMO-CODES-FILE
               END-IF
               MOVE SPACES TO PROMO-CODE-RECORD
               PERFORM 0659F-FILL-PROMO-CODE
               WRITE PROMO-CODE-RECORD
               CLOSE F-PROMO-CODES-FILE
           END-IF.

       0659E-WITHDRAW-PROMO-CODE.
           MOVE 0 TO WS-PC-FOUND.
           OPEN I-O F-PROMO-CODES-FILE.
           IF WS-PROMO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PROMO-CODES-FILE
                       NOT AT END
                           IF PC-CODE = PC-CODE-ENTRY
                               MOVE 1 TO WS-PC-FOUND
                               MOVE "WITHDRAWN" TO PC-STATUS
                               REWRITE PROMO-CODE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PROMO-CODES-FILE
           END-IF.
           IF WS-PC-FOUND = 0
               MOVE "NO SUCH CODE" TO PC-RESULT-MESSAGE
           ELSE
               MOVE "CAMPAIGN WITHDRAWN" TO PC-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "PROMO-WDRAW" TO AUDIT-ACTION
               MOVE PC-CODE-ENTRY TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

       0659F-FILL-PROMO-CODE.
           MOVE PC-CODE-ENTRY TO PC-CODE.
           MOVE PC-LABEL-ENTRY TO PC-LABEL.
           MOVE PC-SCOPE-ENTRY TO PC-SCOPE.
           MOVE PC-PERCENT-ENTRY TO PC-PERCENT.
           MOVE PC-START-ENTRY TO PC-START.
           MOVE PC-END-ENTRY TO PC-END.
           MOVE PC-MEMBER-CAP-ENTRY TO PC-MEMBER-CAP.
           MOVE PC-TOTAL-CAP-ENTRY TO PC-TOTAL-CAP.
           MOVE "ACTIVE" TO PC-STATUS.
           MOVE LS-ADMIN-NAME TO PC-CREATED-BY.

      *    Role pairs listed here may not be held by one overseer.
      *    An assignment the roster refused waits here until a
      *    supervisor who neither asked for it nor would receive it
      *    approves or rejects it; approval applies the role.
       0659G-SOD-RULES.
           PERFORM 0659H-LOAD-SOD-RULES.
           PERFORM 0659K-LOAD-SOD-EXCEPTIONS.
           MOVE SPACES TO SODR-ROLE-A-ENTRY.
           MOVE SPACES TO SODR-ROLE-B-ENTRY.
           MOVE SPACES TO SODR-REASON-ENTRY.
           MOVE 0 TO SODR-REMOVE-ENTRY.
           MOVE 0 TO SODE-SEQ-ENTRY.
           INITIALIZE SODE-DECISION.
           INITIALIZE SOD-CHOICE.
           DISPLAY SOD-RULES-SCREEN.

           ACCEPT SODR-ROLE-A-FIELD.
           ACCEPT SODR-ROLE-B-FIELD.
           ACCEPT SODR-REASON-FIELD.
           ACCEPT SODR-REMOVE-FIELD.
           ACCEPT SODE-SEQ-FIELD.
           ACCEPT SODE-DECISION-FIELD.
           ACCEPT SOD-CHOICE-FIELD.

           IF SOD-CHOICE = 'g' OR 'G'
               MOVE SPACES TO SOD-RESULT-MESSAGE
           ELSE IF SOD-CHOICE = 's' OR 'S'
               EVALUATE TRUE
                   WHEN SODR-ROLE-A-ENTRY NOT = "OPERATOR"
                     AND NOT = "MODERATOR" AND NOT = "AUDITOR"
                     AND NOT = "SUPERVISR"
                       MOVE "UNKNOWN ROLE" TO SOD-RESULT-MESSAGE
                   WHEN SODR-ROLE-B-ENTRY NOT = "OPERATOR"
                     AND NOT = "MODERATOR" AND NOT = "AUDITOR"
                     AND NOT = "SUPERVISR"
                       MOVE "UNKNOWN ROLE" TO SOD-RESULT-MESSAGE
                   WHEN SODR-ROLE-A-ENTRY = SODR-ROLE-B-ENTRY
                       MOVE "ROLES MUST DIFFER" TO SOD-RESULT-MESSAGE
                   WHEN SODR-REASON-ENTRY = SPACES
                       MOVE "REASON REQUIRED" TO SOD-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0659I-SAVE-SOD-RULE
               END-EVALUATE
               PERFORM 0659G-SOD-RULES
           ELSE IF SOD-CHOICE = 'x' OR 'X'
               IF SODR-REMOVE-ENTRY = 0
               OR SODR-REMOVE-ENTRY > WS-SODR-COUNT
                   MOVE "NO SUCH RULE" TO SOD-RESULT-MESSAGE
               ELSE
                   PERFORM 0659J-REMOVE-SOD-RULE
               END-IF
               PERFORM 0659G-SOD-RULES
           ELSE IF SOD-CHOICE = 'd' OR 'D'
               EVALUATE TRUE
                   WHEN SODE-SEQ-ENTRY = 0
                     OR SODE-SEQ-ENTRY > WS-SODE-COUNT
                       MOVE "NO SUCH EXCEPTION" TO SOD-RESULT-MESSAGE
                   WHEN SODE-DECISION NOT = 'a' AND NOT = 'A'
                     AND NOT = 'r' AND NOT = 'R'
                       MOVE "DECISION MUST BE A OR R" TO
                         SOD-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0659L-DECIDE-SOD-EXCEPTION
               END-EVALUATE
               PERFORM 0659G-SOD-RULES
           ELSE
               PERFORM 0659G-SOD-RULES
           END-IF.

      *    A removed rule is blanked in place; blank pairs never
      *    match an assignment and are not listed.
       0659H-LOAD-SOD-RULES.
           MOVE 0 TO WS-SODR-COUNT.
           INITIALIZE WS-SODR-TABLE.
           OPEN INPUT F-SOD-CONFLICTS-FILE.
           IF WS-SOD-CONFLICTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-CONFLICTS-FILE
                       NOT AT END
                           IF SC-ROLE-A NOT = SPACES
                           AND WS-SODR-COUNT < 6
                               ADD 1 TO WS-SODR-COUNT
                               MOVE WS-SODR-COUNT TO
                                 WS-SODR-SEQ(WS-SODR-COUNT)
                               MOVE SC-ROLE-A TO
                                 WS-SODR-ROLE-A(WS-SODR-COUNT)
                               MOVE SC-ROLE-B TO
                                 WS-SODR-ROLE-B(WS-SODR-COUNT)
                               MOVE SC-REASON TO
                                 WS-SODR-REASON(WS-SODR-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-CONFLICTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0659I-SAVE-SOD-RULE.
           MOVE 0 TO WS-SOD-FOUND.
           OPEN INPUT F-SOD-CONFLICTS-FILE.
           IF WS-SOD-CONFLICTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-CONFLICTS-FILE
                       NOT AT END
                           IF (SC-ROLE-A = SODR-ROLE-A-ENTRY
                             AND SC-ROLE-B = SODR-ROLE-B-ENTRY)
                           OR (SC-ROLE-A = SODR-ROLE-B-ENTRY
                             AND SC-ROLE-B = SODR-ROLE-A-ENTRY)
                               MOVE 1 TO WS-SOD-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-CONFLICTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SOD-FOUND = 1
               MOVE "RULE ALREADY ON FILE" TO SOD-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-SOD-CONFLICTS-FILE
               IF WS-SOD-CONFLICTS-STATUS = "35"
                   OPEN OUTPUT F-SOD-CONFLICTS-FILE
               END-IF
               MOVE SPACES TO SOD-CONFLICT-RECORD
               MOVE SODR-ROLE-A-ENTRY TO SC-ROLE-A
               MOVE SODR-ROLE-B-ENTRY TO SC-ROLE-B
               MOVE SODR-REASON-ENTRY TO SC-REASON
               MOVE LS-ADMIN-NAME TO SC-ADDED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO SC-ADDED-DATE
               WRITE SOD-CONFLICT-RECORD
               CLOSE F-SOD-CONFLICTS-FILE
               MOVE "RULE SAVED" TO SOD-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "SOD-RULE-ADD" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

       0659J-REMOVE-SOD-RULE.
           MOVE 0 TO WS-SOD-FOUND.
           OPEN I-O F-SOD-CONFLICTS-FILE.
           IF WS-SOD-CONFLICTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-CONFLICTS-FILE
                       NOT AT END
                           IF WS-SOD-FOUND = 0
                           AND SC-ROLE-A =
                             WS-SODR-ROLE-A(SODR-REMOVE-ENTRY)
                           AND SC-ROLE-B =
                             WS-SODR-ROLE-B(SODR-REMOVE-ENTRY)
                               MOVE 1 TO WS-SOD-FOUND
                               MOVE SPACES TO SC-ROLE-A
                               MOVE SPACES TO SC-ROLE-B
                               MOVE LS-ADMIN-NAME TO SC-ADDED-BY
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 SC-ADDED-DATE
                               REWRITE SOD-CONFLICT-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-CONFLICTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SOD-FOUND = 0
               MOVE "NO SUCH RULE" TO SOD-RESULT-MESSAGE
           ELSE
               MOVE "RULE REMOVED" TO SOD-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "SOD-RULE-DEL" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

       0659K-LOAD-SOD-EXCEPTIONS.
           MOVE 0 TO WS-SODE-COUNT.
           INITIALIZE WS-SODE-TABLE.
           OPEN INPUT F-SOD-EXCEPTIONS-FILE.
           IF WS-SOD-EXC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-EXCEPTIONS-FILE
                       NOT AT END
                           IF SE-STATUS = "PENDING"
                           AND SE-REQUESTED-BY NOT = LS-ADMIN-NAME
                           AND SE-ADMIN NOT = LS-ADMIN-NAME
                           AND WS-SODE-COUNT < 5
                               ADD 1 TO WS-SODE-COUNT
                               MOVE WS-SODE-COUNT TO
                                 WS-SODE-SEQ(WS-SODE-COUNT)
                               MOVE SE-ID TO WS-SODE-ID(WS-SODE-COUNT)
                               MOVE SE-ADMIN TO
                                 WS-SODE-ADMIN(WS-SODE-COUNT)
                               MOVE SE-ROLE TO
                                 WS-SODE-ROLE(WS-SODE-COUNT)
                               MOVE SE-SLOT TO
                                 WS-SODE-SLOT(WS-SODE-COUNT)
                               MOVE SE-CONFLICT TO
                                 WS-SODE-CONFLICT(WS-SODE-COUNT)
                               MOVE SE-REQUESTED-BY TO
                                 WS-SODE-REQUESTED-BY(WS-SODE-COUNT)
                               MOVE SE-REQUESTED-DATE TO
                                 WS-SODE-DATE(WS-SODE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-EXCEPTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0659L-DECIDE-SOD-EXCEPTION.
           MOVE 0 TO WS-SOD-FOUND.
           OPEN I-O F-SOD-EXCEPTIONS-FILE.
           IF WS-SOD-EXC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-EXCEPTIONS-FILE
                       NOT AT END
                           IF SE-ID = WS-SODE-ID(SODE-SEQ-ENTRY)
                           AND SE-STATUS = "PENDING"
                               MOVE 1 TO WS-SOD-FOUND
                               IF SODE-DECISION = 'a' OR 'A'
                                   MOVE "APPROVED" TO SE-STATUS
                               ELSE
                                   MOVE "REJECTED" TO SE-STATUS
                               END-IF
                               MOVE LS-ADMIN-NAME TO SE-DECIDED-BY
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 SE-DECIDED-DATE
                               REWRITE SOD-EXCEPTION-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-EXCEPTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SOD-FOUND = 0
               MOVE "EXCEPTION ALREADY DECIDED" TO SOD-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE WS-SODE-ID(SODE-SEQ-ENTRY) TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               IF SODE-DECISION = 'a' OR 'A'
                   PERFORM 0659M-APPLY-EXCEPTION-ROLE
                   MOVE "SOD-EXC-APPR" TO AUDIT-ACTION
                   MOVE "EXCEPTION APPROVED - ROLE APPLIED" TO
                     SOD-RESULT-MESSAGE
               ELSE
                   MOVE "SOD-EXC-REJ" TO AUDIT-ACTION
                   MOVE "EXCEPTION REJECTED" TO SOD-RESULT-MESSAGE
               END-IF
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

       0659M-APPLY-EXCEPTION-ROLE.
           OPEN I-O F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN = WS-SODE-ADMIN(SODE-SEQ-ENTRY)
                               IF WS-SODE-SLOT(SODE-SEQ-ENTRY) = 2
                                   MOVE WS-SODE-ROLE(SODE-SEQ-ENTRY)
                                     TO ADMIN-ROLE-2
                               ELSE
                                   MOVE WS-SODE-ROLE(SODE-SEQ-ENTRY)
                                     TO ADMIN-ROLE
                               END-IF
                               REWRITE ADMINS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0659N-SOD-REPORT.
           CALL 'sod-violation-report' USING WS-SOD-RUN-MODE
             SOD-STATUS-MESSAGE.
           MOVE SOD-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0649-REMIT-SETTLEMENT.
           CALL 'remit-settlement-report' USING
             SETTLEMENT-STATUS-MESSAGE.
           MOVE SETTLEMENT-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0648-FED-GAMES-EVENT.
           MOVE SPACES TO FEV-PARTNER-ENTRY.
           MOVE 0 TO FEV-DAYS-ENTRY.
           INITIALIZE FEV-CHOICE.
           DISPLAY FED-EVENT-SCREEN.

           ACCEPT FEV-PARTNER-FIELD.
           ACCEPT FEV-DAYS-FIELD.
           ACCEPT FEV-CHOICE-FIELD.

           IF FEV-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF FEV-CHOICE = 'o' OR 'O'
               IF FEV-PARTNER-ENTRY = SPACES
               OR FEV-DAYS-ENTRY = 0
                   MOVE "PARTNER AND DAYS REQUIRED" TO
                     FEV-RESULT-MESSAGE
               ELSE
                   PERFORM 0648A-OPEN-FED-EVENT
               END-IF
               PERFORM 0648-FED-GAMES-EVENT
           ELSE IF FEV-CHOICE = 'z' OR 'Z'
               IF FEV-PARTNER-ENTRY = SPACES
                   MOVE "PARTNER REQUIRED" TO FEV-RESULT-MESSAGE
               ELSE
                   PERFORM 0648B-CLOSE-FED-EVENT
               END-IF
               PERFORM 0648-FED-GAMES-EVENT
           ELSE
               PERFORM 0648-FED-GAMES-EVENT
           END-IF.

       0648A-OPEN-FED-EVENT.
           COMPUTE WS-FEV-END-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
               FUNCTION CURRENT-DATE(1:8))) + FEV-DAYS-ENTRY.
           COMPUTE WS-FEV-END-INT =
               FUNCTION DATE-OF-INTEGER(WS-FEV-END-INT).
           MOVE 0 TO WS-FEV-FOUND.
           OPEN I-O F-FED-EVENT-FILE.
       0645-COURSE-MAINTENANCE.
           MOVE SPACES TO CO-TITLE-ENTRY.
           MOVE SPACES TO CO-FEE-KEY-ENTRY.
           MOVE 0 TO CO-PREREQ-ENTRY.
           MOVE 0 TO CO-VALID-DAYS-ENTRY.
           MOVE 0 TO CO-ID-ENTRY.
           MOVE SPACES TO CO-LESSON-TEXT-ENTRY.
           INITIALIZE CO-CHOICE.

           ACCEPT CO-TITLE-FIELD.
           ACCEPT CO-FEE-KEY-FIELD.
           ACCEPT CO-PREREQ-FIELD.
           ACCEPT CO-VALID-DAYS-FIELD.
           ACCEPT CO-ID-FIELD.
           ACCEPT CO-LESSON-FIELD.
           ACCEPT CO-CHOICE-FIELD.
           MOVE CO-TITLE-ENTRY TO CO-TITLE.
           MOVE CO-FEE-KEY-ENTRY TO CO-FEE-KEY.
           MOVE 0 TO CO-LESSON-COUNT.
           MOVE CO-PREREQ-ENTRY TO CO-PREREQ.
           MOVE CO-VALID-DAYS-ENTRY TO CO-VALID-DAYS.
           WRITE COURSE-RECORD.
           CLOSE F-COURSES-FILE.
           MOVE "COURSE CREATED" TO CO-RESULT-MESSAGE.
           ELSE IF OPS-MENU-3-CHOICE = 'i' OR 'I'
               PERFORM 0650-NEWSLETTER-DESK
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'j' OR 'J'
               PERFORM 0651-COMMISSARY-TILL
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'k' OR 'K'
               PERFORM 0652-COMMISSARY-PO-EXCEPTIONS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'l' OR 'L'
               PERFORM 0653-APPROVE-STOCKTAKE
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'm' OR 'M'
               PERFORM 0654-MARKET-FEEDBACK-REPORT
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'n' OR 'N'
               PERFORM 0655-TIMESHEET-APPROVALS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'o' OR 'O'
               PERFORM 0656-VAULT-PROJECT-DESK
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'p' OR 'P'
               PERFORM 0657-INSURANCE-POOL-REPORT
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'q' OR 'Q'
               PERFORM 0658-LOAN-PROVISIONING
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'r' OR 'R'
               PERFORM 0659-FINANCIAL-STATEMENTS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 's' OR 'S'
               PERFORM 0659A-LIQUIDITY-FORECAST
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 't' OR 'T'
               PERFORM 0659B-LEVY-RETURN
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'u' OR 'U'
               MOVE SPACES TO PC-RESULT-MESSAGE
               PERFORM 0659C-PROMO-CAMPAIGNS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'v' OR 'V'
               MOVE SPACES TO SOD-RESULT-MESSAGE
               PERFORM 0659G-SOD-RULES
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'w' OR 'W'
               PERFORM 0659N-SOD-REPORT
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'x' OR 'X'
               MOVE SPACES TO RCA-RESULT-MESSAGE
               PERFORM 0661-REFDATA-APPROVALS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'y' OR 'Y'
               PERFORM 0662-REFDATA-HISTORY
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'z' OR 'Z'
               MOVE SPACES TO CAL-RESULT-MESSAGE
               PERFORM 0665-VAULT-CALENDAR
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = '1'
               MOVE SPACES TO JVD-RESULT-MESSAGE
               PERFORM 0666-VACANCY-DESK
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = '2'
               MOVE SPACES TO JAQ-RESULT-MESSAGE
               PERFORM 0667-JOB-APPLICATIONS
               PERFORM 0605B-OPS-MENU-3
           ELSE IF OPS-MENU-3-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0605B-OPS-MENU-3
           END-IF.

       0606-LOAN-SWEEP.
           CALL 'loan-repayment-batch' USING
             LOAN-SWEEP-STATUS-MESSAGE.
           MOVE LOAN-SWEEP-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0607-TREASURY-POSITION.
           CALL 'treasury-position-report' USING
             TREASURY-STATUS-MESSAGE.
           MOVE TREASURY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

           MOVE SPACES TO XR-CODE-ENTRY.
           MOVE SPACES TO XR-LABEL-ENTRY.
           MOVE 0 TO XR-RATE-ENTRY.
           MOVE SPACES TO REF-EFFECTIVE-ENTRY.
           INITIALIZE XR-CHOICE.
           DISPLAY EXCHANGE-RATE-SCREEN.

           ACCEPT XR-CODE-FIELD.
           ACCEPT XR-LABEL-FIELD.
           ACCEPT XR-RATE-FIELD.
           ACCEPT XR-EFFECTIVE-FIELD.
           ACCEPT XR-CHOICE-FIELD.

           IF XR-CHOICE = 'g' OR 'G'
               MOVE SPACES TO XR-RESULT-MESSAGE
           ELSE IF XR-CHOICE = 's' OR 'S'
               IF XR-CODE-ENTRY = SPACES
                   MOVE "CURRENCY CODE REQUIRED" TO
                     XR-RESULT-MESSAGE
               ELSE
                   MOVE "XRATE" TO WS-RC-TABLE
                   MOVE SPACES TO WS-RC-KEY
                   MOVE XR-CODE-ENTRY TO WS-RC-KEY
                   PERFORM 0664A-CURRENT-RATE
                   MOVE SPACES TO WS-RC-AFTER
                   MOVE XR-LABEL-ENTRY TO WS-RC-AFTER(1:20)
                   MOVE XR-RATE-ENTRY TO WS-RC-AFTER(22:8)
                   PERFORM 0663-REQUEST-REFDATA-CHANGE
                   MOVE WS-RC-RESULT TO XR-RESULT-MESSAGE
               END-IF
               PERFORM 0608-EXCHANGE-RATES
           ELSE
           MOVE SPACES TO SPR-ADMIN-ENTRY.
           MOVE 0 TO SPR-RATE-ENTRY.
           MOVE "Y" TO SPR-ACTIVE-ENTRY.
           MOVE SPACES TO REF-EFFECTIVE-ENTRY.
           INITIALIZE SPR-CHOICE.
           DISPLAY PAY-RATES-SCREEN.

           ACCEPT SPR-ADMIN-FIELD.
           ACCEPT SPR-RATE-FIELD.
           ACCEPT SPR-ACTIVE-FIELD.
           ACCEPT SPR-EFFECTIVE-FIELD.
           ACCEPT SPR-CHOICE-FIELD.

           IF SPR-CHOICE = 'g' OR 'G'
               MOVE SPACES TO SPR-RESULT-MESSAGE
           ELSE IF SPR-CHOICE = 's' OR 'S'
               IF SPR-ADMIN-ENTRY = SPACES
                   MOVE "ADMIN USERNAME REQUIRED" TO
                     SPR-RESULT-MESSAGE
               ELSE
                   MOVE "PAYRATE" TO WS-RC-TABLE
                   MOVE SPACES TO WS-RC-KEY
                   MOVE SPR-ADMIN-ENTRY TO WS-RC-KEY
                   PERFORM 0664C-CURRENT-PAY-RATE
                   MOVE SPACES TO WS-RC-AFTER
                   MOVE SPR-RATE-ENTRY TO WS-RC-AFTER(1:2)
                   MOVE SPR-ACTIVE-ENTRY TO WS-RC-AFTER(4:1)
                   PERFORM 0663-REQUEST-REFDATA-CHANGE
                   MOVE WS-RC-RESULT TO SPR-RESULT-MESSAGE
               END-IF
               PERFORM 0616-STAFF-PAY-RATES
           ELSE
               PERFORM 0616-STAFF-PAY-RATES
           END-IF.

       0617-PAYROLL-RUN.
           CALL 'payroll-batch' USING PAYROLL-STATUS-MESSAGE.
           MOVE PAYROLL-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "PAYROLL-RUN" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.

       0619-LEDGER-BUDGETS.
           MOVE SPACES TO LB-MONTH-ENTRY.
           MOVE SPACES TO LB-ACCOUNT-ENTRY.
           MOVE 0 TO LB-AMOUNT-ENTRY.
           MOVE SPACES TO REF-EFFECTIVE-ENTRY.
           INITIALIZE LB-CHOICE.
           DISPLAY LEDGER-BUDGETS-SCREEN.

           ACCEPT LB-MONTH-FIELD.
           ACCEPT LB-ACCOUNT-FIELD.
           ACCEPT LB-AMOUNT-FIELD.
           ACCEPT LB-EFFECTIVE-FIELD.
           ACCEPT LB-CHOICE-FIELD.

           IF LB-CHOICE = 'g' OR 'G'
               MOVE SPACES TO LB-RESULT-MESSAGE
           ELSE IF LB-CHOICE = 's' OR 'S'
               IF LB-MONTH-ENTRY = SPACES
               OR LB-ACCOUNT-ENTRY = SPACES
                   MOVE "MONTH AND ACCOUNT REQUIRED" TO
                     LB-RESULT-MESSAGE
               ELSE
                   MOVE "BUDGET" TO WS-RC-TABLE
                   MOVE SPACES TO WS-RC-KEY
                   MOVE LB-MONTH-ENTRY TO WS-RC-KEY(1:6)
                   MOVE LB-ACCOUNT-ENTRY TO WS-RC-KEY(8:16)
                   PERFORM 0664D-CURRENT-BUDGET
                   MOVE SPACES TO WS-RC-AFTER
                   MOVE LB-AMOUNT-ENTRY TO WS-RC-AFTER(1:7)
                   PERFORM 0663-REQUEST-REFDATA-CHANGE
                   MOVE WS-RC-RESULT TO LB-RESULT-MESSAGE
               END-IF
               PERFORM 0619-LEDGER-BUDGETS
           ELSE
               PERFORM 0619-LEDGER-BUDGETS
           END-IF.

       0621-BUDGET-VARIANCE.
           CALL 'budget-variance-report' USING
             BUDGET-STATUS-MESSAGE.
           MOVE BUDGET-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    Questions about a closed quarter no longer mean digging
      *    through archives at the console: the search works over
      *    the dated history files period-end-close writes, and a
      *    certified copy can go to the spool for disputes.
      *    The returning officer opens the annual election and,
      *    once the voting window is past, closes the count: the
      *    ballots are tallied and a certified result goes to the
      *    spool and the audit trail.
       0636-FACILITY-DEFINITIONS.
           MOVE SPACES TO FAC-CODE-ENTRY.
           MOVE SPACES TO FAC-NAME-ENTRY.
           MOVE 0 TO FAC-OPEN-ENTRY.
           MOVE 0 TO FAC-CLOSE-ENTRY.
           MOVE 0 TO FAC-FEE-ENTRY.
           INITIALIZE FAC-CHOICE.
           DISPLAY FACILITY-DEF-SCREEN.

           ACCEPT FAC-CODE-FIELD.
           ACCEPT FAC-NAME-FIELD.
           ACCEPT FAC-OPEN-FIELD.
           ACCEPT FAC-CLOSE-FIELD.
           ACCEPT FAC-FEE-FIELD.
           ACCEPT FAC-CHOICE-FIELD.

           IF FAC-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF FAC-CHOICE = 's' OR 'S'
               IF FAC-CODE-ENTRY = SPACES
               OR FAC-NAME-ENTRY = SPACES
                   MOVE "CODE AND NAME REQUIRED" TO
                     FAC-RESULT-MESSAGE
               ELSE
                   PERFORM 0636A-SAVE-FACILITY
                   MOVE "FACILITY SAVED" TO FAC-RESULT-MESSAGE
               END-IF
               PERFORM 0636-FACILITY-DEFINITIONS
           ELSE
               PERFORM 0636-FACILITY-DEFINITIONS
           END-IF.

       0636A-SAVE-FACILITY.
           MOVE 0 TO WS-FAC-FOUND.
           OPEN I-O F-FACILITIES-FILE.
           IF WS-FACILITIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FACILITIES-FILE
                       NOT AT END
                           IF FAC-CODE = FAC-CODE-ENTRY
                               MOVE 1 TO WS-FAC-FOUND
                               MOVE FAC-NAME-ENTRY TO FAC-NAME
                               MOVE FAC-OPEN-ENTRY TO FAC-OPEN-HOUR
                               MOVE FAC-CLOSE-ENTRY TO
                                 FAC-CLOSE-HOUR
                               MOVE FAC-FEE-ENTRY TO FAC-FEE
                               REWRITE FACILITY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FACILITIES-FILE
           END-IF.
           IF WS-FAC-FOUND = 0
               OPEN EXTEND F-FACILITIES-FILE
               IF WS-FACILITIES-STATUS = "35"
                   OPEN OUTPUT F-FACILITIES-FILE
               END-IF
               MOVE SPACES TO FACILITY-RECORD
               MOVE FAC-CODE-ENTRY TO FAC-CODE
               MOVE FAC-NAME-ENTRY TO FAC-NAME
               MOVE FAC-OPEN-ENTRY TO FAC-OPEN-HOUR
               MOVE FAC-CLOSE-ENTRY TO FAC-CLOSE-HOUR
               MOVE FAC-FEE-ENTRY TO FAC-FEE
               WRITE FACILITY-RECORD
               CLOSE F-FACILITIES-FILE
           END-IF.

       0639-COMMISSARY-REORDERS.
           CALL 'commissary-reorder-report' USING
             REORDER-STATUS-MESSAGE.
           MOVE REORDER-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0638-DUTY-ROSTER-REPORT.
           CALL 'duty-roster-report' USING ROSTER-STATUS-MESSAGE.
           MOVE ROSTER-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0637-FACILITY-OCCUPANCY.
           CALL 'facility-occupancy-report' USING
             OCCUPANCY-STATUS-MESSAGE.
           MOVE OCCUPANCY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0635-SUGGESTION-AGING.
           CALL 'suggestion-aging-report' USING
             AGING-STATUS-MESSAGE.
           MOVE AGING-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0631-ELECTIONS-CONTROL.
           MOVE SPACES TO EL-TITLE-ENTRY.
           MOVE 0 TO EL-NOM-DAYS-ENTRY.
           MOVE 0 TO EL-VOTE-DAYS-ENTRY.
           MOVE "C" TO EL-TYPE-ENTRY.
           INITIALIZE EL-OPTION-TABLE.
           INITIALIZE EL-CONTROL-CHOICE.
           PERFORM 0631A-LOAD-PROPOSAL.
           DISPLAY ELECTIONS-CONTROL-SCREEN.

           ACCEPT EL-TITLE-FIELD.
           ACCEPT EL-NOM-DAYS-FIELD.
           ACCEPT EL-VOTE-DAYS-FIELD.
           ACCEPT EL-TYPE-FIELD.
           ACCEPT EL-OPTION-1-FIELD.
           ACCEPT EL-OPTION-2-FIELD.
           ACCEPT EL-OPTION-3-FIELD.
           ACCEPT EL-OPTION-4-FIELD.
           ACCEPT EL-CONTROL-FIELD.

           IF EL-TYPE-ENTRY = 'r'
               MOVE "R" TO EL-TYPE-ENTRY
           END-IF.

           IF EL-CONTROL-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF EL-CONTROL-CHOICE = 'o' OR 'O'
               IF EL-TITLE-ENTRY = SPACES
               OR EL-VOTE-DAYS-ENTRY = 0
               OR (EL-NOM-DAYS-ENTRY = 0 AND EL-TYPE-ENTRY NOT = "R")
                   MOVE "TITLE AND WINDOWS REQUIRED" TO
                     EL-RESULT-MESSAGE
               ELSE
                   PERFORM 0632-OPEN-ELECTION
               END-IF
               PERFORM 0631-ELECTIONS-CONTROL
           ELSE IF EL-CONTROL-CHOICE = 'p' OR 'P'
               IF WS-EL-PROPOSAL-ID = 0
                   MOVE "NO PETITION AWAITING THE DESK" TO
                     EL-RESULT-MESSAGE
               ELSE IF EL-VOTE-DAYS-ENTRY = 0
                   MOVE "VOTING DAYS REQUIRED" TO EL-RESULT-MESSAGE
               ELSE
                   MOVE WS-EL-PROPOSAL-QUESTION TO EL-TITLE-ENTRY
                   MOVE "R" TO EL-TYPE-ENTRY
                   INITIALIZE EL-OPTION-TABLE
                   PERFORM 0632-OPEN-ELECTION
                   IF WS-EL-OPENED = 1
                       PERFORM 0631B-MARK-BALLOTED
                   END-IF
               END-IF
               PERFORM 0631-ELECTIONS-CONTROL
           ELSE IF EL-CONTROL-CHOICE = 'z' OR 'Z'
               PERFORM 0633-CLOSE-THE-COUNT
               PERFORM 0631-ELECTIONS-CONTROL
           ELSE
               PERFORM 0631-ELECTIONS-CONTROL
           END-IF.

      *    The oldest petition that has reached its share of
      *    signatures is shown on the desk as a referendum proposal.
       0631A-LOAD-PROPOSAL.
           MOVE 0 TO WS-EL-PROPOSAL-ID.
           MOVE SPACES TO WS-EL-PROPOSAL-QUESTION.
           MOVE 0 TO WS-EL-PROPOSAL-SIGS.
           OPEN INPUT F-PETITIONS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PETITIONS-FILE
                       NOT AT END
                           IF PT-STATUS = "PROPOSED"
                           AND WS-EL-PROPOSAL-ID = 0
                               MOVE PT-ID TO WS-EL-PROPOSAL-ID
                               MOVE PT-QUESTION TO
                                 WS-EL-PROPOSAL-QUESTION
                               MOVE PT-SIGNATURES TO
                                 WS-EL-PROPOSAL-SIGS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PETITIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0631B-MARK-BALLOTED.
           OPEN I-O F-PETITIONS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PETITIONS-FILE
                       NOT AT END
                           IF PT-ID = WS-EL-PROPOSAL-ID
                               MOVE "BALLOTED" TO PT-STATUS
                               REWRITE PETITION-RECORD
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PETITIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "PETITION" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE WS-EL-PROPOSAL-SIGS TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.
           MOVE "PETITION PUT TO REFERENDUM" TO EL-RESULT-MESSAGE.

      *    A referendum has no nomination stage: it opens straight
      *    into voting, and its options stand on the candidates
      *    file so the ballot, the voted register and the count
      *    work for it exactly as for an election of officers.
       0632-OPEN-ELECTION.
           MOVE 0 TO WS-EL-OPENED.
           MOVE 0 TO WS-EL-LAST-ID.
           MOVE 0 TO WS-EL-OPEN-ID.
           OPEN INPUT F-ELECTIONS-FILE.
           IF WS-EL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ELECTIONS-FILE
                       NOT AT END
                           MOVE EL-ID TO WS-EL-LAST-ID
                           IF EL-STATUS NOT = "CLOSED"
                               MOVE EL-ID TO WS-EL-OPEN-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ELECTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-EL-OPEN-ID > 0
               MOVE "AN ELECTION IS ALREADY OPEN" TO
                 EL-RESULT-MESSAGE
           ELSE IF EL-TYPE-ENTRY = "R"
               PERFORM 0632A-SET-OPTIONS
           END-IF.
           IF WS-EL-OPEN-ID > 0
               CONTINUE
           ELSE IF EL-TYPE-ENTRY = "R" AND WS-EL-OPT-COUNT < 2
               MOVE "GIVE TWO TO FOUR OPTIONS" TO EL-RESULT-MESSAGE
           ELSE
               IF EL-TYPE-ENTRY = "R"
                   MOVE 0 TO EL-NOM-DAYS-ENTRY
               END-IF
               OPEN EXTEND F-ELECTIONS-FILE
               IF WS-EL-STATUS = "35"
                   OPEN OUTPUT F-ELECTIONS-FILE
               END-IF
               MOVE SPACES TO ELECTION-RECORD
               COMPUTE EL-ID = WS-EL-LAST-ID + 1
               MOVE EL-TITLE-ENTRY TO EL-TITLE
               COMPUTE WS-EL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
                   + EL-NOM-DAYS-ENTRY
               COMPUTE WS-EL-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-EL-DATE-INT)
               MOVE WS-EL-DATE-INT TO EL-NOM-END
               COMPUTE WS-EL-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(
                   FUNCTION CURRENT-DATE(1:8)))
                   + EL-NOM-DAYS-ENTRY + EL-VOTE-DAYS-ENTRY
               COMPUTE WS-EL-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-EL-DATE-INT)
               MOVE WS-EL-DATE-INT TO EL-VOTE-END
               MOVE "NOMINATE" TO EL-STATUS
               MOVE "C" TO EL-TYPE
               IF EL-TYPE-ENTRY = "R"
                   MOVE "VOTING" TO EL-STATUS
                   MOVE "R" TO EL-TYPE
               END-IF
               WRITE ELECTION-RECORD
               CLOSE F-ELECTIONS-FILE
               MOVE 1 TO WS-EL-OPENED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "ELECT-OPEN" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
               IF EL-TYPE-ENTRY = "R"
                   PERFORM 0632B-WRITE-OPTIONS
                   MOVE "REFERENDUM OPENED" TO EL-RESULT-MESSAGE
               ELSE
                   MOVE "ELECTION OPENED" TO EL-RESULT-MESSAGE
               END-IF
           END-IF.

      *    Options are taken in the order keyed, blanks skipped; a
      *    referendum keyed with no options is a plain yes or no.
       0632A-SET-OPTIONS.
           MOVE 0 TO WS-EL-OPT-COUNT.
           PERFORM VARYING WS-EL-OPT-IDX FROM 1 BY 1
               UNTIL WS-EL-OPT-IDX > 4
               IF EL-OPTION-ENTRY(WS-EL-OPT-IDX) NOT = SPACES
                   ADD 1 TO WS-EL-OPT-COUNT
                   MOVE EL-OPTION-ENTRY(WS-EL-OPT-IDX) TO
                     EL-OPTION-ENTRY(WS-EL-OPT-COUNT)
               END-IF
           END-PERFORM.
           IF WS-EL-OPT-COUNT = 0
               MOVE "YES" TO EL-OPTION-ENTRY(1)
               MOVE "NO" TO EL-OPTION-ENTRY(2)
               MOVE 2 TO WS-EL-OPT-COUNT
           END-IF.

       0632B-WRITE-OPTIONS.
           OPEN EXTEND F-CANDIDATES-FILE.
           IF WS-CA-STATUS = "35"
               OPEN OUTPUT F-CANDIDATES-FILE
           END-IF.
           PERFORM VARYING WS-EL-OPT-IDX FROM 1 BY 1
               UNTIL WS-EL-OPT-IDX > WS-EL-OPT-COUNT
               MOVE SPACES TO CANDIDATE-RECORD
               COMPUTE CA-ELECTION = WS-EL-LAST-ID + 1
               MOVE EL-OPTION-ENTRY(WS-EL-OPT-IDX) TO CA-USERNAME
               MOVE "REFERENDUM OPTION" TO CA-STATEMENT
               WRITE CANDIDATE-RECORD
           END-PERFORM.
           CLOSE F-CANDIDATES-FILE.

       0633-CLOSE-THE-COUNT.
           MOVE 0 TO WS-EL-OPEN-ID.
           OPEN I-O F-ELECTIONS-FILE.
           IF WS-EL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ELECTIONS-FILE
                       NOT AT END
                           IF EL-STATUS = "VOTING"
                           AND EL-VOTE-END <
                             FUNCTION CURRENT-DATE(1:8)
                               MOVE EL-ID TO WS-EL-OPEN-ID
                               MOVE EL-TITLE TO WS-EL-OPEN-TITLE
                               MOVE EL-TYPE TO WS-EL-OPEN-TYPE
                               MOVE "CLOSED" TO EL-STATUS
                               REWRITE ELECTION-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ELECTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-EL-OPEN-ID = 0
               MOVE "NO ELECTION PAST ITS VOTING END" TO
                 EL-RESULT-MESSAGE
           ELSE
               PERFORM 0634-TALLY-AND-CERTIFY
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "ELECT-CLOSE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
               MOVE "RESULTS CERTIFIED TO SPOOL" TO
                 EL-RESULT-MESSAGE
           END-IF.

       0634-TALLY-AND-CERTIFY.
           MOVE 0 TO WS-TALLY-COUNT.
           INITIALIZE WS-TALLY-TABLE.
           OPEN INPUT F-CANDIDATES-FILE.
           IF WS-CA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CANDIDATES-FILE
                       NOT AT END
                           IF CA-ELECTION = WS-EL-OPEN-ID
                           AND WS-TALLY-COUNT < 4
                               ADD 1 TO WS-TALLY-COUNT
                               MOVE CA-USERNAME TO
                                 WS-TALLY-NAME(WS-TALLY-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CANDIDATES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           OPEN INPUT F-BALLOTS-FILE.
           IF WS-BL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BALLOTS-FILE
                       NOT AT END
                           IF BL-ELECTION = WS-EL-OPEN-ID
                               PERFORM VARYING WS-TALLY-IDX
                                   FROM 1 BY 1
                                   UNTIL WS-TALLY-IDX >
                                     WS-TALLY-COUNT
                                   IF WS-TALLY-NAME(WS-TALLY-IDX) =
                                     BL-CANDIDATE
                                       ADD 1 TO WS-TALLY-VOTES
                                         (WS-TALLY-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BALLOTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           OPEN OUTPUT F-ELECTION-REPORT-FILE.
           MOVE SPACES TO ELECTION-REPORT-LINE.
           IF WS-EL-OPEN-TYPE = "R"
               STRING "CERTIFIED REFERENDUM RESULT - "
                   DELIMITED BY SIZE
                   WS-EL-OPEN-TITLE DELIMITED BY SIZE
                   INTO ELECTION-REPORT-LINE
           ELSE
               STRING "CERTIFIED ELECTION RESULT - " DELIMITED BY SIZE
                   WS-EL-OPEN-TITLE DELIMITED BY SIZE
                   INTO ELECTION-REPORT-LINE
           END-IF.
           WRITE ELECTION-REPORT-LINE.
           MOVE SPACES TO ELECTION-REPORT-LINE.
           STRING "  RETURNING OFFICER: " DELIMITED BY SIZE
               LS-ADMIN-NAME DELIMITED BY SIZE
               INTO ELECTION-REPORT-LINE.
           WRITE ELECTION-REPORT-LINE.
           PERFORM VARYING WS-TALLY-IDX FROM 1 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               MOVE SPACES TO ELECTION-REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-TALLY-NAME(WS-TALLY-IDX) DELIMITED BY SIZE
                   "  VOTES " DELIMITED BY SIZE
                   WS-TALLY-VOTES(WS-TALLY-IDX) DELIMITED BY SIZE
                   INTO ELECTION-REPORT-LINE
               WRITE ELECTION-REPORT-LINE
           END-PERFORM.
           IF WS-EL-OPEN-TYPE = "R"
               PERFORM 0634A-REFERENDUM-OUTCOME
           END-IF.
           CLOSE F-ELECTION-REPORT-FILE.
           CALL 'spool-report' USING WS-EL-SPOOL-NAME
             WS-EL-SPOOL-SOURCE.

      *    A referendum is carried by the option with the most
      *    votes; a tie at the top carries nothing.
       0634A-REFERENDUM-OUTCOME.
           MOVE 1 TO WS-TALLY-BEST-IDX.
           MOVE 0 TO WS-TALLY-TIED.
           PERFORM VARYING WS-TALLY-IDX FROM 2 BY 1
               UNTIL WS-TALLY-IDX > WS-TALLY-COUNT
               IF WS-TALLY-VOTES(WS-TALLY-IDX) >
                 WS-TALLY-VOTES(WS-TALLY-BEST-IDX)
                   MOVE WS-TALLY-IDX TO WS-TALLY-BEST-IDX
                   MOVE 0 TO WS-TALLY-TIED
               ELSE IF WS-TALLY-VOTES(WS-TALLY-IDX) =
                 WS-TALLY-VOTES(WS-TALLY-BEST-IDX)
                   MOVE 1 TO WS-TALLY-TIED
               END-IF
           END-PERFORM.
           MOVE SPACES TO ELECTION-REPORT-LINE.
           IF WS-TALLY-COUNT = 0 OR WS-TALLY-TIED = 1
               MOVE "  OUTCOME: TIED - NO OPTION CARRIED" TO
                 ELECTION-REPORT-LINE
           ELSE
               STRING "  OUTCOME: CARRIED - " DELIMITED BY SIZE
                   WS-TALLY-NAME(WS-TALLY-BEST-IDX) DELIMITED BY SIZE
                   INTO ELECTION-REPORT-LINE
           END-IF.
           WRITE ELECTION-REPORT-LINE.

       0630B-AUTHOR-ROYALTIES.
           CALL 'author-royalty-batch' USING
             ROYALTY-STATUS-MESSAGE.
           MOVE ROYALTY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0630A-LOCATION-CLEANUP.
           CALL 'location-cleanup-batch' USING
             LOCATION-STATUS-MESSAGE.
           MOVE LOCATION-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0627-PERIOD-SEARCH.
           MOVE SPACES TO HIST-PERIOD-ENTRY.
           MOVE SPACES TO HIST-MEMBER-ENTRY.
           MOVE SPACES TO HIST-FROM-ENTRY.
           MOVE SPACES TO HIST-TO-ENTRY.
           INITIALIZE WS-HIST-LINE-TABLE.
           MOVE 0 TO WS-HIST-MATCHES.
           PERFORM 0628-PERIOD-SEARCH-PAGE.

       0628-PERIOD-SEARCH-PAGE.
           INITIALIZE HIST-CHOICE.
           DISPLAY PERIOD-SEARCH-SCREEN.

           ACCEPT HIST-PERIOD-FIELD.
           ACCEPT HIST-MEMBER-FIELD.
           ACCEPT HIST-FROM-FIELD.
           ACCEPT HIST-TO-FIELD.
           ACCEPT HIST-CHOICE-FIELD.

           IF HIST-CHOICE = 's' OR 'S'
               MOVE 0 TO WS-HIST-CERTIFY
               PERFORM 0629-SCAN-PERIOD-FILE
               PERFORM 0628-PERIOD-SEARCH-PAGE
           ELSE IF HIST-CHOICE = 'c' OR 'C'
               PERFORM 0629A-CERTIFIED-COPY
               PERFORM 0628-PERIOD-SEARCH-PAGE
           ELSE IF HIST-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 0628-PERIOD-SEARCH-PAGE
           END-IF.

       0629-SCAN-PERIOD-FILE.
           INITIALIZE WS-HIST-LINE-TABLE.
           MOVE 0 TO WS-HIST-MATCHES.
           MOVE 0 TO WS-HIST-SHOWN.
           IF HIST-PERIOD-ENTRY = SPACES
               MOVE "PERIOD REQUIRED" TO HIST-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO WS-HISTORY-FILE-NAME
               STRING "transactions-" DELIMITED BY SIZE
                   HIST-PERIOD-ENTRY DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-HISTORY-FILE-NAME
               OPEN INPUT F-HISTORY-FILE
               IF WS-HIST-STATUS NOT = "00"
                   MOVE "NO HISTORY FILE FOR PERIOD" TO
                     HIST-RESULT-MESSAGE
               ELSE
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-HISTORY-FILE
                           NOT AT END
                               PERFORM 0629B-FILTER-HISTORY-ROW
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-HISTORY-FILE
                   MOVE 0 TO WS-FILE-IS-ENDED
                   MOVE "SEARCH COMPLETE" TO HIST-RESULT-MESSAGE
               END-IF
           END-IF.

       0629B-FILTER-HISTORY-ROW.
           IF (HIST-MEMBER-ENTRY = SPACES OR
               HIST-USERNAME = HIST-MEMBER-ENTRY)
           AND (HIST-FROM-ENTRY = SPACES OR
               HIST-DATE(1:8) >= HIST-FROM-ENTRY)
           AND (HIST-TO-ENTRY = SPACES OR
               HIST-DATE(1:8) <= HIST-TO-ENTRY)
               ADD 1 TO WS-HIST-MATCHES
               IF WS-HIST-CERTIFY = 1
                   MOVE SPACES TO PERIOD-EXTRACT-LINE
                   STRING "  " DELIMITED BY SIZE
                       HIST-DATE(1:8) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIST-USERNAME DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIST-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       HIST-CREDITS DELIMITED BY SIZE
                       " REF " DELIMITED BY SIZE
                       HIST-REF DELIMITED BY SIZE
                       INTO PERIOD-EXTRACT-LINE
                   WRITE PERIOD-EXTRACT-LINE
               ELSE
                   IF WS-HIST-SHOWN < 8
                       ADD 1 TO WS-HIST-SHOWN
                       MOVE SPACES TO WS-HIST-LINE(WS-HIST-SHOWN)
                       STRING HIST-DATE(1:8) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HIST-USERNAME DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HIST-STATUS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           HIST-CREDITS DELIMITED BY SIZE
                           INTO WS-HIST-LINE(WS-HIST-SHOWN)
                   END-IF
               END-IF
           END-IF.

       0629A-CERTIFIED-COPY.
           IF HIST-PERIOD-ENTRY = SPACES
               MOVE "PERIOD REQUIRED" TO HIST-RESULT-MESSAGE
           ELSE
               MOVE 1 TO WS-HIST-CERTIFY
               OPEN OUTPUT F-PERIOD-EXTRACT-FILE
               MOVE SPACES TO PERIOD-EXTRACT-LINE
               STRING "CERTIFIED COPY - CLOSED PERIOD "
                   DELIMITED BY SIZE
                   HIST-PERIOD-ENTRY DELIMITED BY SIZE
                   " ISSUED BY " DELIMITED BY SIZE
                   LS-ADMIN-NAME DELIMITED BY SIZE
                   INTO PERIOD-EXTRACT-LINE
               WRITE PERIOD-EXTRACT-LINE
               PERFORM 0629-SCAN-PERIOD-FILE
               MOVE SPACES TO PERIOD-EXTRACT-LINE
               STRING "  LINES CERTIFIED: " DELIMITED BY SIZE
                   WS-HIST-MATCHES DELIMITED BY SIZE
                   INTO PERIOD-EXTRACT-LINE
               WRITE PERIOD-EXTRACT-LINE
               CLOSE F-PERIOD-EXTRACT-FILE
               MOVE 0 TO WS-HIST-CERTIFY
               CALL 'spool-report' USING WS-HIST-SPOOL-NAME
                 WS-HIST-SPOOL-SOURCE
               MOVE "CERTIFIED COPY ON THE SPOOL" TO
                 HIST-RESULT-MESSAGE
           END-IF.

       0625-BROADCAST-MESSAGE.
           MOVE SPACES TO BCAST-TEXT-ENTRY.
           INITIALIZE BCAST-CHOICE.
           DISPLAY BROADCAST-SCREEN.

           ACCEPT BCAST-TEXT-FIELD.
           ACCEPT BCAST-CHOICE-FIELD.

           IF BCAST-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF BCAST-CHOICE = 's' OR 'S'
               IF BCAST-TEXT-ENTRY = SPACES
                   MOVE "MESSAGE REQUIRED" TO BCAST-RESULT-MESSAGE
               ELSE
                   PERFORM 0626-SEND-BROADCAST
                   MOVE "BROADCAST PUSHED TO TERMINALS" TO
                     BCAST-RESULT-MESSAGE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "BROADCAST" TO AUDIT-ACTION
                   MOVE SPACES TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0690-WRITE-AUDIT-ENTRY
               END-IF
               PERFORM 0625-BROADCAST-MESSAGE
           ELSE
               PERFORM 0625-BROADCAST-MESSAGE
           END-IF.

       0626-SEND-BROADCAST.
           MOVE 0 TO WS-BCAST-LAST-ID.
           OPEN INPUT F-BROADCAST-FILE.
           IF WS-BCAST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BROADCAST-FILE
                       NOT AT END
                           MOVE BC-ID TO WS-BCAST-LAST-ID
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BROADCAST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN EXTEND F-BROADCAST-FILE.
           IF WS-BCAST-STATUS = "35"
               OPEN OUTPUT F-BROADCAST-FILE
           END-IF.
           MOVE SPACES TO BROADCAST-RECORD.
           COMPUTE BC-ID = WS-BCAST-LAST-ID + 1.
           MOVE BCAST-TEXT-ENTRY TO BC-TEXT.
           MOVE LS-ADMIN-NAME TO BC-SET-BY.
           MOVE FUNCTION CURRENT-DATE(1:12) TO BC-TIME.
           WRITE BROADCAST-RECORD.
           CLOSE F-BROADCAST-FILE.

       0624-AUDIT-CHAIN-VERIFY.
           CALL 'audit-chain-verify' USING
             CHAIN-VERIFY-STATUS-MESSAGE.
           MOVE CHAIN-VERIFY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0622-BANK-DIRECTORY-LOAD.
           CALL 'bank-directory-load' USING
             DIRECTORY-STATUS-MESSAGE.
           MOVE DIRECTORY-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0623-SORT-CODE-EXCEPTIONS.
           CALL 'bank-directory-exceptions' USING
             SORT-EXC-STATUS-MESSAGE.
           MOVE SORT-EXC-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

       0611-POSTING-RULES.
           MOVE SPACES TO PR-REASON-ENTRY.
           MOVE SPACES TO PR-DEBIT-ENTRY.
           MOVE SPACES TO PR-CREDIT-ENTRY.
           MOVE SPACES TO REF-EFFECTIVE-ENTRY.
           INITIALIZE PR-CHOICE.
           DISPLAY POSTING-RULES-SCREEN.

           ACCEPT PR-REASON-FIELD.
           ACCEPT PR-DEBIT-FIELD.
           ACCEPT PR-CREDIT-FIELD.
           ACCEPT PR-EFFECTIVE-FIELD.
           ACCEPT PR-CHOICE-FIELD.

           IF PR-CHOICE = 'g' OR 'G'
               MOVE SPACES TO PR-RESULT-MESSAGE
           ELSE IF PR-CHOICE = 's' OR 'S'
               IF PR-REASON-ENTRY = SPACES
               OR PR-DEBIT-ENTRY = SPACES
               OR PR-CREDIT-ENTRY = SPACES
                   MOVE "ALL THREE FIELDS REQUIRED" TO
                     PR-RESULT-MESSAGE
               ELSE
                   MOVE "POSTRULE" TO WS-RC-TABLE
                   MOVE SPACES TO WS-RC-KEY
                   MOVE PR-REASON-ENTRY TO WS-RC-KEY
                   PERFORM 0664B-CURRENT-RULE
                   MOVE SPACES TO WS-RC-AFTER
                   MOVE PR-DEBIT-ENTRY TO WS-RC-AFTER(1:16)
                   MOVE PR-CREDIT-ENTRY TO WS-RC-AFTER(18:16)
                   PERFORM 0663-REQUEST-REFDATA-CHANGE
                   MOVE WS-RC-RESULT TO PR-RESULT-MESSAGE
               END-IF
               PERFORM 0611-POSTING-RULES
           ELSE
               PERFORM 0611-POSTING-RULES
           END-IF.

      *    Pricing, posting rules, exchange rates, pay rates and
      *    budgets are never changed on the spot: the change is held
      *    as pending, with an optional date it goes live, until a
      *    different admin approves it here.
       0661-REFDATA-APPROVALS.
           PERFORM 0661A-LOAD-REFDATA-PENDING.
           MOVE 0 TO RCA-SEQ-ENTRY.
           INITIALIZE RCA-DECISION.
           INITIALIZE RCA-CHOICE.
           DISPLAY REFDATA-APPROVALS-SCREEN.

           ACCEPT RCA-SEQ-FIELD.
           ACCEPT RCA-DECISION-FIELD.
           ACCEPT RCA-CHOICE-FIELD.

           IF RCA-CHOICE = 'g' OR 'G'
               MOVE SPACES TO RCA-RESULT-MESSAGE
           ELSE IF RCA-CHOICE = 'd' OR 'D'
               EVALUATE TRUE
                   WHEN RCA-SEQ-ENTRY = 0
                     OR RCA-SEQ-ENTRY > WS-RCA-COUNT
                       MOVE "NO SUCH CHANGE ON THIS PAGE" TO
                         RCA-RESULT-MESSAGE
                   WHEN RCA-DECISION NOT = 'a' AND NOT = 'A'
                     AND NOT = 'r' AND NOT = 'R'
                       MOVE "ENTER A TO APPROVE OR R TO REJECT" TO
                         RCA-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0661B-DECIDE-REFDATA-CHANGE
               END-EVALUATE
               PERFORM 0661-REFDATA-APPROVALS
           ELSE
               PERFORM 0661-REFDATA-APPROVALS
           END-IF.

       0661A-LOAD-REFDATA-PENDING.
           MOVE 0 TO WS-RCA-COUNT.
           INITIALIZE WS-RCA-TABLE.
           OPEN INPUT F-REFDATA-CHANGES-FILE.
           IF WS-REFDATA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REFDATA-CHANGES-FILE
                       NOT AT END
                           IF RC-STATUS = "PENDING"
                           AND RC-MAKER NOT = LS-ADMIN-NAME
                           AND WS-RCA-COUNT < 5
                               ADD 1 TO WS-RCA-COUNT
                               MOVE WS-RCA-COUNT TO
                                 WS-RCA-SEQ(WS-RCA-COUNT)
                               MOVE RC-ID TO WS-RCA-ID(WS-RCA-COUNT)
                               MOVE RC-TABLE TO
                                 WS-RCA-KIND(WS-RCA-COUNT)
                               MOVE RC-KEY TO WS-RCA-KEY(WS-RCA-COUNT)
                               MOVE RC-BEFORE TO
                                 WS-RCA-BEFORE(WS-RCA-COUNT)
                               MOVE RC-AFTER TO
                                 WS-RCA-AFTER(WS-RCA-COUNT)
                               MOVE RC-EFFECTIVE TO
                                 WS-RCA-EFFECTIVE(WS-RCA-COUNT)
                               MOVE RC-MAKER TO
                                 WS-RCA-MAKER(WS-RCA-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REFDATA-CHANGES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    An approved change due today or earlier is applied at
      *    once; one dated ahead waits for the nightly chain.
       0661B-DECIDE-REFDATA-CHANGE.
           MOVE 0 TO WS-RC-FOUND.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RC-TODAY.
           OPEN I-O F-REFDATA-CHANGES-FILE.
           IF WS-REFDATA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REFDATA-CHANGES-FILE
                       NOT AT END
                           IF RC-ID = WS-RCA-ID(RCA-SEQ-ENTRY)
                           AND RC-STATUS = "PENDING"
                               MOVE 1 TO WS-RC-FOUND
                               IF RCA-DECISION = 'a' OR 'A'
                                   MOVE "APPROVED" TO RC-STATUS
                               ELSE
                                   MOVE "REJECTED" TO RC-STATUS
                               END-IF
                               MOVE LS-ADMIN-NAME TO RC-CHECKER
                               MOVE WS-RC-TODAY TO RC-DECIDED-DATE
                               REWRITE REFDATA-CHANGE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REFDATA-CHANGES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-RC-FOUND = 0
               MOVE "CHANGE ALREADY DECIDED" TO RCA-RESULT-MESSAGE
           ELSE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE WS-RCA-ID(RCA-SEQ-ENTRY) TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               IF RCA-DECISION = 'a' OR 'A'
                   MOVE "REF-APPROVE" TO AUDIT-ACTION
                   PERFORM 0690-WRITE-AUDIT-ENTRY
                   IF WS-RCA-EFFECTIVE(RCA-SEQ-ENTRY) = SPACES
                   OR WS-RCA-EFFECTIVE(RCA-SEQ-ENTRY) <= WS-RC-TODAY
                       CALL 'apply-refdata-changes' USING
                         REFDATA-STATUS-MESSAGE
                       MOVE "CHANGE APPROVED AND APPLIED" TO
                         RCA-RESULT-MESSAGE
                   ELSE
                       MOVE SPACES TO RCA-RESULT-MESSAGE
                       STRING "APPROVED - LIVE FROM "
                           DELIMITED BY SIZE
                           WS-RCA-EFFECTIVE(RCA-SEQ-ENTRY)
                           DELIMITED BY SIZE
                           INTO RCA-RESULT-MESSAGE
                   END-IF
               ELSE
                   MOVE "REF-REJECT" TO AUDIT-ACTION
                   PERFORM 0690-WRITE-AUDIT-ENTRY
                   MOVE "CHANGE REJECTED" TO RCA-RESULT-MESSAGE
               END-IF
           END-IF.

       0662-REFDATA-HISTORY.
           CALL 'refdata-history-report' USING REFDATA-STATUS-MESSAGE.
           MOVE REFDATA-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    Holds one change for approval.  WS-RC-TABLE, WS-RC-KEY,
      *    WS-RC-BEFORE and WS-RC-AFTER are set by the caller; only
      *    one change per table entry may be outstanding at a time.
       0663-REQUEST-REFDATA-CHANGE.
           MOVE 0 TO WS-RC-NEXT-ID.
           MOVE 0 TO WS-RC-PENDING.
           IF REF-EFFECTIVE-ENTRY NOT = SPACES
           AND REF-EFFECTIVE-ENTRY IS NOT NUMERIC
               MOVE "DATE MUST BE YYYYMMDD OR BLANK" TO WS-RC-RESULT
           ELSE IF WS-RC-BEFORE = WS-RC-AFTER
               MOVE "NO CHANGE TO THE CURRENT VALUE" TO WS-RC-RESULT
           ELSE
               OPEN INPUT F-REFDATA-CHANGES-FILE
               IF WS-REFDATA-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-REFDATA-CHANGES-FILE
                           NOT AT END
                               IF RC-ID > WS-RC-NEXT-ID
                                   MOVE RC-ID TO WS-RC-NEXT-ID
                               END-IF
                               IF (RC-STATUS = "PENDING"
                                 OR RC-STATUS = "APPROVED")
                               AND RC-TABLE = WS-RC-TABLE
                               AND RC-KEY = WS-RC-KEY
                                   MOVE 1 TO WS-RC-PENDING
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-REFDATA-CHANGES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               IF WS-RC-PENDING = 1
                   MOVE "CHANGE ALREADY AWAITING APPROVAL" TO
                     WS-RC-RESULT
               ELSE
                   ADD 1 TO WS-RC-NEXT-ID
                   OPEN EXTEND F-REFDATA-CHANGES-FILE
                   IF WS-REFDATA-STATUS = "35"
                       OPEN OUTPUT F-REFDATA-CHANGES-FILE
                   END-IF
                   MOVE SPACES TO REFDATA-CHANGE-RECORD
                   MOVE WS-RC-NEXT-ID TO RC-ID
                   MOVE WS-RC-TABLE TO RC-TABLE
                   MOVE WS-RC-KEY TO RC-KEY
                   MOVE WS-RC-BEFORE TO RC-BEFORE
                   MOVE WS-RC-AFTER TO RC-AFTER
                   MOVE REF-EFFECTIVE-ENTRY TO RC-EFFECTIVE
                   MOVE LS-ADMIN-NAME TO RC-MAKER
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RC-MADE-DATE
                   MOVE "PENDING" TO RC-STATUS
                   WRITE REFDATA-CHANGE-RECORD
                   CLOSE F-REFDATA-CHANGES-FILE
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "REF-REQUEST" TO AUDIT-ACTION
                   MOVE WS-RC-NEXT-ID TO AUDIT-ACCOUNT
                   MOVE ZERO TO AUDIT-AMOUNT
                   PERFORM 0690-WRITE-AUDIT-ENTRY
                   MOVE "CHANGE HELD FOR APPROVAL" TO WS-RC-RESULT
               END-IF
           END-IF.

      *    The current value of the entry being changed, laid out the
      *    same way as the new value so the two can be compared.
       0664A-CURRENT-RATE.
           MOVE SPACES TO WS-RC-BEFORE.
           OPEN INPUT F-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RATES-FILE
                       NOT AT END
                           IF XR-CODE = XR-CODE-ENTRY
                               MOVE XR-LABEL TO WS-RC-BEFORE(1:20)
                               MOVE XR-RATE TO WS-RC-RATE-EDIT
                               MOVE WS-RC-RATE-EDIT TO
                                 WS-RC-BEFORE(22:8)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0664B-CURRENT-RULE.
           MOVE SPACES TO WS-RC-BEFORE.
           OPEN INPUT F-RULES-FILE.
           IF WS-RULES-FILE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RULES-FILE
                       NOT AT END
                           IF PR-REASON = PR-REASON-ENTRY
                               MOVE PR-DEBIT-ACCOUNT TO
                                 WS-RC-BEFORE(1:16)
                               MOVE PR-CREDIT-ACCOUNT TO
                                 WS-RC-BEFORE(18:16)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RULES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0664C-CURRENT-PAY-RATE.
           MOVE SPACES TO WS-RC-BEFORE.
           OPEN INPUT F-PAY-RATES-FILE.
           IF WS-PAY-RATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-RATES-FILE
                       NOT AT END
                           IF SPR-ADMIN = SPR-ADMIN-ENTRY
                               MOVE SPR-RATE-PER-HOUR TO
                                 WS-RC-BEFORE(1:2)
                               MOVE SPR-ACTIVE TO WS-RC-BEFORE(4:1)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-RATES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0664D-CURRENT-BUDGET.
           MOVE SPACES TO WS-RC-BEFORE.
           OPEN INPUT F-BUDGETS-FILE.
           IF WS-BUDGETS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BUDGETS-FILE
                       NOT AT END
                           IF LB-MONTH = LB-MONTH-ENTRY
                           AND LB-ACCOUNT = LB-ACCOUNT-ENTRY
                               MOVE LB-AMOUNT TO WS-RC-BEFORE(1:7)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BUDGETS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The vault calendar every batch and due date works to.
      *    Entries are never taken out of the file: a removed date is
      *    rewritten as REMOVED so the calendar keeps who changed it.
       0665-VAULT-CALENDAR.
           MOVE SPACES TO CAL-DATE-ENTRY.
           MOVE SPACES TO CAL-KIND-ENTRY.
           MOVE SPACES TO CAL-DESC-ENTRY.
           MOVE FUNCTION CURRENT-DATE(1:4) TO CAL-YEAR-ENTRY.
           INITIALIZE CAL-CHOICE.
           DISPLAY VAULT-CALENDAR-SCREEN.

           ACCEPT CAL-DATE-FIELD.
           ACCEPT CAL-KIND-FIELD.
           ACCEPT CAL-DESC-FIELD.
           ACCEPT CAL-YEAR-FIELD.
           ACCEPT CAL-CHOICE-FIELD.

           MOVE FUNCTION UPPER-CASE(CAL-DATE-ENTRY) TO CAL-DATE-ENTRY.
           MOVE FUNCTION UPPER-CASE(CAL-KIND-ENTRY) TO CAL-KIND-ENTRY.

           IF CAL-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF CAL-CHOICE = 's' OR 'S'
               PERFORM 0665A-CHECK-ENTRY
               IF WS-CAL-VALID = 1
                   PERFORM 0665B-SET-ENTRY
               END-IF
               PERFORM 0665-VAULT-CALENDAR
           ELSE IF CAL-CHOICE = 'x' OR 'X'
               PERFORM 0665C-REMOVE-ENTRY
               PERFORM 0665-VAULT-CALENDAR
           ELSE IF CAL-CHOICE = 'p' OR 'P'
               CALL 'vault-calendar-report' USING CAL-YEAR-ENTRY
                 CAL-REPORT-STATUS
               MOVE CAL-REPORT-STATUS TO CAL-RESULT-MESSAGE
               PERFORM 0665-VAULT-CALENDAR
           ELSE IF CAL-CHOICE = 'n' OR 'N'
               IF CAL-DATE-ENTRY IS NOT NUMERIC
                   MOVE "DATE MUST BE YYYYMMDD" TO CAL-RESULT-MESSAGE
               ELSE
                   CALL 'business-day' USING CAL-DATE-ENTRY
                     WS-CAL-ROLL WS-CAL-NEXT
                   MOVE SPACES TO CAL-RESULT-MESSAGE
                   STRING "NEXT BUSINESS DAY " DELIMITED BY SIZE
                       WS-CAL-NEXT DELIMITED BY SIZE
                       INTO CAL-RESULT-MESSAGE
               END-IF
               PERFORM 0665-VAULT-CALENDAR
           ELSE
               PERFORM 0665-VAULT-CALENDAR
           END-IF.

      *    A weekly rest day names the day of the week; holidays and
      *    closures carry a real calendar date.
       0665A-CHECK-ENTRY.
           MOVE 0 TO WS-CAL-VALID.
           IF CAL-KIND-ENTRY = "WEEKLY"
               PERFORM VARYING WS-CAL-DAY-IDX FROM 1 BY 1
                 UNTIL WS-CAL-DAY-IDX > 7
                   IF CAL-DATE-ENTRY(1:3) =
                     WS-CAL-DAY-NAMES(WS-CAL-DAY-IDX * 3 - 2:3)
                   AND CAL-DATE-ENTRY(4:5) = SPACES
                       MOVE 1 TO WS-CAL-VALID
                   END-IF
               END-PERFORM
               IF WS-CAL-VALID = 0
                   MOVE "WEEKLY NEEDS A DAY, MON TO SUN" TO
                     CAL-RESULT-MESSAGE
               END-IF
           ELSE IF CAL-KIND-ENTRY = "HOLIDAY"
               OR CAL-KIND-ENTRY = "CLOSED"
               IF CAL-DATE-ENTRY IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                     FUNCTION NUMVAL(CAL-DATE-ENTRY)) = 0
                       MOVE 1 TO WS-CAL-VALID
                   END-IF
               END-IF
               IF WS-CAL-VALID = 0
                   MOVE "DATE MUST BE YYYYMMDD" TO CAL-RESULT-MESSAGE
               END-IF
           ELSE
               MOVE "KIND IS HOLIDAY, CLOSED OR WEEKLY" TO
                 CAL-RESULT-MESSAGE
           END-IF.

       0665B-SET-ENTRY.
           MOVE 0 TO WS-CAL-FOUND.
           OPEN I-O F-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CALENDAR-FILE
                       NOT AT END
                           IF CAL-DATE = CAL-DATE-ENTRY
                               MOVE CAL-KIND-ENTRY TO CAL-KIND
                               MOVE CAL-DESC-ENTRY TO CAL-DESC
                               MOVE LS-ADMIN-NAME TO CAL-SET-BY
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 CAL-SET-DATE
                               REWRITE CALENDAR-RECORD
                               MOVE 1 TO WS-CAL-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CALENDAR-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-CAL-FOUND = 0
               OPEN EXTEND F-CALENDAR-FILE
               IF WS-CALENDAR-STATUS = "35"
                   OPEN OUTPUT F-CALENDAR-FILE
               END-IF
               MOVE SPACES TO CALENDAR-RECORD
               MOVE CAL-DATE-ENTRY TO CAL-DATE
               MOVE CAL-KIND-ENTRY TO CAL-KIND
               MOVE CAL-DESC-ENTRY TO CAL-DESC
               MOVE LS-ADMIN-NAME TO CAL-SET-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO CAL-SET-DATE
               WRITE CALENDAR-RECORD
               CLOSE F-CALENDAR-FILE
           END-IF.
           MOVE SPACES TO CAL-RESULT-MESSAGE.
           STRING CAL-KIND-ENTRY DELIMITED BY SPACE
               " SET FOR " DELIMITED BY SIZE
               CAL-DATE-ENTRY DELIMITED BY SIZE
               INTO CAL-RESULT-MESSAGE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "CAL-SET" TO AUDIT-ACTION.
           MOVE CAL-DATE-ENTRY TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.

       0665C-REMOVE-ENTRY.
           MOVE 0 TO WS-CAL-FOUND.
           OPEN I-O F-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CALENDAR-FILE
                       NOT AT END
                           IF CAL-DATE = CAL-DATE-ENTRY
                           AND CAL-KIND NOT = "REMOVED"
                               MOVE "REMOVED" TO CAL-KIND
                               MOVE LS-ADMIN-NAME TO CAL-SET-BY
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 CAL-SET-DATE
                               REWRITE CALENDAR-RECORD
                               MOVE 1 TO WS-CAL-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CALENDAR-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-CAL-FOUND = 0
               MOVE "NO CALENDAR ENTRY FOR THAT DATE" TO
                 CAL-RESULT-MESSAGE
           ELSE
               MOVE SPACES TO CAL-RESULT-MESSAGE
               STRING "REMOVED " DELIMITED BY SIZE
                   CAL-DATE-ENTRY DELIMITED BY SIZE
                   INTO CAL-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "CAL-REMOVE" TO AUDIT-ACTION
               MOVE CAL-DATE-ENTRY TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
           END-IF.

      *    Staff posts are advertised to the members here rather
      *    than filled by hand.  A post names the role the new staff
      *    member will hold, the hourly rate and up to two course
      *    certificates an applicant must hold in date.
       0666-VACANCY-DESK.
           PERFORM 0666A-LOAD-VACANCIES.
           MOVE SPACES TO JVD-TITLE-ENTRY.
           MOVE SPACES TO JVD-ROLE-ENTRY.
           MOVE 0 TO JVD-RATE-ENTRY.
           MOVE 0 TO JVD-COURSE-1-ENTRY.
           MOVE 0 TO JVD-COURSE-2-ENTRY.
           MOVE 0 TO JVD-CLOSE-ENTRY.
           INITIALIZE JVD-CHOICE.
           DISPLAY VACANCY-DESK-SCREEN.

           ACCEPT JVD-TITLE-FIELD.
           ACCEPT JVD-ROLE-FIELD.
           ACCEPT JVD-RATE-FIELD.
           ACCEPT JVD-COURSE-1-FIELD.
           ACCEPT JVD-COURSE-2-FIELD.
           ACCEPT JVD-CLOSE-FIELD.
           ACCEPT JVD-CHOICE-FIELD.

           IF JVD-CHOICE = 'g' OR 'G'
               MOVE SPACES TO JVD-RESULT-MESSAGE
           ELSE IF JVD-CHOICE = 'p' OR 'P'
               MOVE JVD-COURSE-1-ENTRY TO WS-JVD-COURSE
               PERFORM 0666C-CHECK-COURSE
               IF WS-JVD-COURSE-OK = 1
                   MOVE JVD-COURSE-2-ENTRY TO WS-JVD-COURSE
                   PERFORM 0666C-CHECK-COURSE
               END-IF
               EVALUATE TRUE
                   WHEN JVD-TITLE-ENTRY = SPACES
                       MOVE "POST TITLE REQUIRED" TO
                         JVD-RESULT-MESSAGE
                   WHEN JVD-ROLE-ENTRY NOT = "OPERATOR"
                     AND NOT = "MODERATOR" AND NOT = "AUDITOR"
                     AND NOT = "SUPERVISR"
                       MOVE "ROLE NOT RECOGNISED" TO
                         JVD-RESULT-MESSAGE
                   WHEN JVD-RATE-ENTRY = 0
                       MOVE "RATE PER HOUR REQUIRED" TO
                         JVD-RESULT-MESSAGE
                   WHEN WS-JVD-COURSE-OK = 0
                       MOVE "NO SUCH COURSE" TO JVD-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0666B-POST-VACANCY
               END-EVALUATE
               PERFORM 0666-VACANCY-DESK
           ELSE IF JVD-CHOICE = 'c' OR 'C'
               PERFORM 0666D-CLOSE-VACANCY
               PERFORM 0666-VACANCY-DESK
           ELSE
               PERFORM 0666-VACANCY-DESK
           END-IF.

       0666A-LOAD-VACANCIES.
           MOVE 0 TO WS-JVD-COUNT.
           MOVE 0 TO WS-JVD-NEXT-ID.
           INITIALIZE WS-JVD-TABLE.
           OPEN INPUT F-VACANCIES-FILE.
           IF WS-VACANCIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VACANCIES-FILE
                       NOT AT END
                           IF VC-ID > WS-JVD-NEXT-ID
                               MOVE VC-ID TO WS-JVD-NEXT-ID
                           END-IF
                           IF VC-STATUS = "OPEN"
                           AND WS-JVD-COUNT < 6
                               ADD 1 TO WS-JVD-COUNT
                               MOVE VC-ID TO WS-JVD-ID(WS-JVD-COUNT)
                               MOVE VC-TITLE TO
                                 WS-JVD-TITLE(WS-JVD-COUNT)
                               MOVE VC-ROLE TO
                                 WS-JVD-ROLE(WS-JVD-COUNT)
                               MOVE VC-RATE TO
                                 WS-JVD-RATE(WS-JVD-COUNT)
                               MOVE VC-COURSE-1 TO
                                 WS-JVD-COURSE-1(WS-JVD-COUNT)
                               MOVE VC-COURSE-2 TO
                                 WS-JVD-COURSE-2(WS-JVD-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VACANCIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-JVD-COUNT > 0
               OPEN INPUT F-APPLICATIONS-FILE
               IF WS-APPLICATIONS-STATUS = "00"
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-APPLICATIONS-FILE
                           NOT AT END
                               PERFORM VARYING WS-JVD-IDX FROM 1 BY 1
                                 UNTIL WS-JVD-IDX > WS-JVD-COUNT
                                   IF WS-JVD-ID(WS-JVD-IDX) =
                                     VA-VACANCY
                                       ADD 1 TO
                                         WS-JVD-APPLICANTS(WS-JVD-IDX)
                                   END-IF
                               END-PERFORM
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-APPLICATIONS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.

       0666B-POST-VACANCY.
           ADD 1 TO WS-JVD-NEXT-ID.
           OPEN EXTEND F-VACANCIES-FILE.
           IF WS-VACANCIES-STATUS = "35"
               OPEN OUTPUT F-VACANCIES-FILE
           END-IF.
           MOVE SPACES TO VACANCY-RECORD.
           MOVE WS-JVD-NEXT-ID TO VC-ID.
           MOVE JVD-TITLE-ENTRY TO VC-TITLE.
           MOVE JVD-ROLE-ENTRY TO VC-ROLE.
           MOVE JVD-RATE-ENTRY TO VC-RATE.
           MOVE JVD-COURSE-1-ENTRY TO VC-COURSE-1.
           MOVE JVD-COURSE-2-ENTRY TO VC-COURSE-2.
           MOVE LS-ADMIN-NAME TO VC-POSTED-BY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VC-POSTED-DATE.
           MOVE "OPEN" TO VC-STATUS.
           WRITE VACANCY-RECORD.
           CLOSE F-VACANCIES-FILE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "JOB-POST" TO AUDIT-ACTION.
           MOVE WS-JVD-NEXT-ID TO AUDIT-ACCOUNT.
           MOVE JVD-RATE-ENTRY TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.
           MOVE "VACANCY POSTED TO MEMBERS" TO JVD-RESULT-MESSAGE.

       0666C-CHECK-COURSE.
           MOVE 1 TO WS-JVD-COURSE-OK.
           IF WS-JVD-COURSE > 0
               MOVE 0 TO WS-JVD-COURSE-OK
               OPEN INPUT F-COURSES-FILE
               IF WS-COURSES-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-COURSES-FILE
                           NOT AT END
                               IF CO-ID = WS-JVD-COURSE
                                   MOVE 1 TO WS-JVD-COURSE-OK
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-COURSES-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.

      *    A post taken down without an appointment still owes its
      *    applicants an answer.
       0666D-CLOSE-VACANCY.
           MOVE JVD-CLOSE-ENTRY TO WS-JOB-VACANCY.
           PERFORM 0667C-LOAD-VACANCY.
           IF JVD-CLOSE-ENTRY = 0 OR WS-JOB-OPEN = 0
               MOVE "NO OPEN VACANCY WITH THAT ID" TO
                 JVD-RESULT-MESSAGE
           ELSE
               MOVE "CLOSED" TO WS-JOB-NEW-STATUS
               MOVE SPACES TO WS-JOB-APPOINTEE
               PERFORM 0667H-SET-VACANCY-STATUS
               MOVE 0 TO WS-JOB-APPOINTED-ID
               MOVE SPACES TO WS-JOB-NOTICE
               STRING "VACANCY WITHDRAWN: " DELIMITED BY SIZE
                   WS-JOB-TITLE DELIMITED BY SIZE
                   INTO WS-JOB-NOTICE
               PERFORM 0667I-SETTLE-APPLICANTS
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "JOB-CLOSE" TO AUDIT-ACTION
               MOVE WS-JOB-VACANCY TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
               MOVE "VACANCY CLOSED - APPLICANTS TOLD" TO
                 JVD-RESULT-MESSAGE
           END-IF.

      *    Applications are shortlisted first and the appointment is
      *    made from the shortlist.  Appointing puts the member on
      *    the staff list as PENDING in the post's role, with their
      *    member password to be changed at first sign-on, and raises
      *    the post's pay rate as a reference data change; both are
      *    then approved on the existing roster and pay-rate screens.
       0667-JOB-APPLICATIONS.
           PERFORM 0667A-LOAD-APPLICATIONS.
           IF WS-JAQ-COUNT = 0
               MOVE "NO APPLICATIONS AWAITING A DECISION" TO
                 JAQ-RESULT-MESSAGE
           END-IF.
           MOVE 0 TO JAQ-SEQ-ENTRY.
           INITIALIZE JAQ-DECISION.
           INITIALIZE JAQ-CHOICE.
           DISPLAY JOB-APPLICATIONS-SCREEN.

           ACCEPT JAQ-SEQ-FIELD.
           ACCEPT JAQ-DECISION-FIELD.
           ACCEPT JAQ-CHOICE-FIELD.

           IF JAQ-CHOICE = 'g' OR 'G'
               MOVE SPACES TO JAQ-RESULT-MESSAGE
           ELSE IF JAQ-CHOICE = 'd' OR 'D'
               EVALUATE TRUE
                   WHEN JAQ-SEQ-ENTRY = 0
                     OR JAQ-SEQ-ENTRY > WS-JAQ-COUNT
                       MOVE "NO SUCH ENTRY" TO JAQ-RESULT-MESSAGE
                   WHEN JAQ-DECISION NOT = 's' AND NOT = 'S'
                     AND NOT = 'a' AND NOT = 'A'
                     AND NOT = 'r' AND NOT = 'R'
                       MOVE "DECISION MUST BE S, A OR R" TO
                         JAQ-RESULT-MESSAGE
                   WHEN OTHER
                       PERFORM 0667B-DECIDE-APPLICATION
               END-EVALUATE
               PERFORM 0667-JOB-APPLICATIONS
           ELSE
               PERFORM 0667-JOB-APPLICATIONS
           END-IF.

       0667A-LOAD-APPLICATIONS.
           MOVE 0 TO WS-JAQ-COUNT.
           INITIALIZE WS-JAQ-TABLE.
           OPEN INPUT F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-APPLICATIONS-FILE
                       NOT AT END
                           IF (VA-STATUS = "APPLIED"
                             OR VA-STATUS = "SHORTLISTED")
                           AND WS-JAQ-COUNT < 8
                               ADD 1 TO WS-JAQ-COUNT
                               MOVE WS-JAQ-COUNT TO
                                 WS-JAQ-SEQ(WS-JAQ-COUNT)
                               MOVE VA-ID TO WS-JAQ-ID(WS-JAQ-COUNT)
                               MOVE VA-VACANCY TO
                                 WS-JAQ-VACANCY(WS-JAQ-COUNT)
                               MOVE VA-USERNAME TO
                                 WS-JAQ-MEMBER(WS-JAQ-COUNT)
                               MOVE VA-APPLIED TO
                                 WS-JAQ-APPLIED(WS-JAQ-COUNT)
                               MOVE VA-STATUS TO
                                 WS-JAQ-STATUS(WS-JAQ-COUNT)
                               MOVE VA-NOTE TO
                                 WS-JAQ-NOTE(WS-JAQ-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-APPLICATIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0667B-DECIDE-APPLICATION.
           MOVE WS-JAQ-VACANCY(JAQ-SEQ-ENTRY) TO WS-JOB-VACANCY.
           PERFORM 0667C-LOAD-VACANCY.
           EVALUATE TRUE
               WHEN WS-JOB-OPEN = 0
                   MOVE "VACANCY NO LONGER OPEN" TO JAQ-RESULT-MESSAGE
               WHEN JAQ-DECISION = 's' OR 'S'
                   IF WS-JAQ-STATUS(JAQ-SEQ-ENTRY) NOT = "APPLIED"
                       MOVE "ALREADY ON THE SHORTLIST" TO
                         JAQ-RESULT-MESSAGE
                   ELSE
                       MOVE "SHORTLISTED" TO WS-JOB-NEW-STATUS
                       MOVE SPACES TO WS-JOB-NOTICE
                       STRING "SHORTLISTED: " DELIMITED BY SIZE
                           WS-JOB-TITLE DELIMITED BY SIZE
                           INTO WS-JOB-NOTICE
                       PERFORM 0667E-SET-APPLICATION-STATUS
                       MOVE "JOB-SHORTLST" TO AUDIT-ACTION
                       PERFORM 0667K-AUDIT-DECISION
                       MOVE "APPLICANT SHORTLISTED" TO
                         JAQ-RESULT-MESSAGE
                   END-IF
               WHEN JAQ-DECISION = 'r' OR 'R'
                   MOVE "UNSUCCESSFUL" TO WS-JOB-NEW-STATUS
                   MOVE SPACES TO WS-JOB-NOTICE
                   STRING "NOT APPOINTED: " DELIMITED BY SIZE
                       WS-JOB-TITLE DELIMITED BY SIZE
                       INTO WS-JOB-NOTICE
                   PERFORM 0667E-SET-APPLICATION-STATUS
                   MOVE "JOB-REJECT" TO AUDIT-ACTION
                   PERFORM 0667K-AUDIT-DECISION
                   MOVE "APPLICATION DECLINED" TO JAQ-RESULT-MESSAGE
               WHEN WS-JAQ-STATUS(JAQ-SEQ-ENTRY) NOT = "SHORTLISTED"
                   MOVE "SHORTLIST BEFORE APPOINTING" TO
                     JAQ-RESULT-MESSAGE
               WHEN OTHER
                   PERFORM 0667D-APPOINT
           END-EVALUATE.

       0667C-LOAD-VACANCY.
           MOVE 0 TO WS-JOB-OPEN.
           MOVE SPACES TO WS-JOB-TITLE.
           MOVE SPACES TO WS-JOB-ROLE.
           MOVE 0 TO WS-JOB-RATE.
           OPEN INPUT F-VACANCIES-FILE.
           IF WS-VACANCIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VACANCIES-FILE
                       NOT AT END
                           IF VC-ID = WS-JOB-VACANCY
                               MOVE VC-TITLE TO WS-JOB-TITLE
                               MOVE VC-ROLE TO WS-JOB-ROLE
                               MOVE VC-RATE TO WS-JOB-RATE
                               IF VC-STATUS = "OPEN"
                                   MOVE 1 TO WS-JOB-OPEN
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VACANCIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0667D-APPOINT.
           MOVE WS-JAQ-MEMBER(JAQ-SEQ-ENTRY) TO WS-JOB-APPOINTEE.
           MOVE WS-JAQ-ID(JAQ-SEQ-ENTRY) TO WS-JOB-APPOINTED-ID.
           PERFORM 0667F-CHECK-STAFF.
           PERFORM 0667G-MEMBER-PASSWORD.
           IF WS-JOB-ON-STAFF = 1
               MOVE "ALREADY ON THE STAFF LIST" TO JAQ-RESULT-MESSAGE
           ELSE IF WS-JOB-MEMBER-OK = 0
               MOVE "MEMBER ACCOUNT NOT ACTIVE" TO JAQ-RESULT-MESSAGE
           ELSE
               OPEN EXTEND F-ADMIN-FILE
               IF WS-ADMINS-STATUS = "35"
                   OPEN OUTPUT F-ADMIN-FILE
               END-IF
               MOVE SPACES TO ADMINS
               MOVE WS-JOB-APPOINTEE TO ADMIN
               MOVE WS-JOB-HASH TO ADMIN-PWORD
               MOVE "PENDING" TO ADMIN-STATUS
               MOVE WS-JOB-ROLE TO ADMIN-ROLE
               WRITE ADMINS
               CLOSE F-ADMIN-FILE
               CALL 'init-admin-login-attempts' USING WS-JOB-APPOINTEE

               MOVE "PAYRATE" TO WS-RC-TABLE
               MOVE WS-JOB-APPOINTEE TO SPR-ADMIN-ENTRY
               MOVE SPACES TO WS-RC-KEY
               MOVE SPR-ADMIN-ENTRY TO WS-RC-KEY
               PERFORM 0664C-CURRENT-PAY-RATE
               MOVE SPACES TO WS-RC-AFTER
               MOVE WS-JOB-RATE TO WS-RC-AFTER(1:2)
               MOVE "Y" TO WS-RC-AFTER(4:1)
               MOVE SPACES TO REF-EFFECTIVE-ENTRY
               PERFORM 0663-REQUEST-REFDATA-CHANGE

               MOVE "FILLED" TO WS-JOB-NEW-STATUS
               PERFORM 0667H-SET-VACANCY-STATUS
               MOVE SPACES TO WS-JOB-NOTICE
               STRING "NOT APPOINTED: " DELIMITED BY SIZE
                   WS-JOB-TITLE DELIMITED BY SIZE
                   INTO WS-JOB-NOTICE
               PERFORM 0667I-SETTLE-APPLICANTS

               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "JOB-APPOINT" TO AUDIT-ACTION
               MOVE WS-JOB-VACANCY TO AUDIT-ACCOUNT
               MOVE WS-JOB-RATE TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
               IF WS-RC-RESULT = "CHANGE HELD FOR APPROVAL"
                   MOVE "APPOINTED - APPROVE ON ROSTER/PAY RATES"
                     TO JAQ-RESULT-MESSAGE
               ELSE
                   MOVE "APPOINTED - SET THE PAY RATE BY HAND" TO
                     JAQ-RESULT-MESSAGE
               END-IF
           END-IF.

       0667E-SET-APPLICATION-STATUS.
           MOVE 0 TO WS-JOB-DONE.
           OPEN I-O F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-APPLICATIONS-FILE
                       NOT AT END
                           IF VA-ID = WS-JAQ-ID(JAQ-SEQ-ENTRY)
                               MOVE 1 TO WS-JOB-DONE
                               MOVE WS-JOB-NEW-STATUS TO VA-STATUS
                               MOVE LS-ADMIN-NAME TO VA-DECIDED-BY
                               REWRITE APPLICATION-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-APPLICATIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-JOB-DONE = 1
               MOVE 0 TO WS-JOB-NOTICE-AMOUNT
               CALL 'add-notification' USING
                 WS-JAQ-MEMBER(JAQ-SEQ-ENTRY) WS-JOB-NOTICE
                 WS-JOB-NOTICE-AMOUNT
           END-IF.

       0667F-CHECK-STAFF.
           MOVE 0 TO WS-JOB-ON-STAFF.
           OPEN INPUT F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN = WS-JOB-APPOINTEE
                               MOVE 1 TO WS-JOB-ON-STAFF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The new staff record starts from the member's own password
      *    hash.  With no password change on record for the staff
      *    name, the first staff sign-on forces a new one.
       0667G-MEMBER-PASSWORD.
           MOVE 0 TO WS-JOB-MEMBER-OK.
           MOVE SPACES TO WS-JOB-HASH.
           OPEN INPUT F-USERS-FILE.
           MOVE WS-JOB-APPOINTEE TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-ARCHIVED NOT = "Y" AND NOT = "D"
                       MOVE 1 TO WS-JOB-MEMBER-OK
                       MOVE USER-PASSWORD TO WS-JOB-HASH
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

       0667H-SET-VACANCY-STATUS.
           OPEN I-O F-VACANCIES-FILE.
           IF WS-VACANCIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VACANCIES-FILE
                       NOT AT END
                           IF VC-ID = WS-JOB-VACANCY
                               MOVE WS-JOB-NEW-STATUS TO VC-STATUS
                               MOVE WS-JOB-APPOINTEE TO VC-APPOINTED
                               REWRITE VACANCY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VACANCIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Every applicant still waiting on the post hears how it
      *    went.  On a filled post the appointee's own line is
      *    marked APPOINTED; on a closed post there is no appointee.
       0667I-SETTLE-APPLICANTS.
           OPEN I-O F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-APPLICATIONS-FILE
                       NOT AT END
                           IF VA-VACANCY = WS-JOB-VACANCY
                           AND (VA-STATUS = "APPLIED"
                             OR VA-STATUS = "SHORTLISTED")
                               PERFORM 0667J-SETTLE-ONE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-APPLICATIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0667J-SETTLE-ONE.
           MOVE LS-ADMIN-NAME TO VA-DECIDED-BY.
           IF WS-JOB-NEW-STATUS = "FILLED"
           AND VA-ID = WS-JOB-APPOINTED-ID
               MOVE "APPOINTED" TO VA-STATUS
               REWRITE APPLICATION-RECORD
               MOVE SPACES TO WS-JOB-APPOINTED-NOTICE
               STRING "APPOINTED: " DELIMITED BY SIZE
                   WS-JOB-TITLE DELIMITED BY SIZE
                   INTO WS-JOB-APPOINTED-NOTICE
               MOVE WS-JOB-RATE TO WS-JOB-NOTICE-AMOUNT
               CALL 'add-notification' USING VA-USERNAME
                 WS-JOB-APPOINTED-NOTICE WS-JOB-NOTICE-AMOUNT
           ELSE
               MOVE "UNSUCCESSFUL" TO VA-STATUS
               REWRITE APPLICATION-RECORD
               MOVE 0 TO WS-JOB-NOTICE-AMOUNT
               CALL 'add-notification' USING VA-USERNAME
                 WS-JOB-NOTICE WS-JOB-NOTICE-AMOUNT
           END-IF.

       0667K-AUDIT-DECISION.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE WS-JOB-VACANCY TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.

       0610-PERIOD-CLOSE.
           INITIALIZE CLOSE-CHOICE.
           MOVE SPACES TO CLOSE-PERIOD-ENTRY.
           CALL 'spool-retention' USING RETENTION-STATUS-MESSAGE.
           MOVE RETENTION-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.

      *    How long each operational log keeps its lines and whether
      *    they are archived on the way out.  The purge itself runs
      *    monthly in the nightly chain; (p) runs it now.
       0694A-RETENTION-DESK.
           PERFORM 0694B-LOAD-RETENTION.
           MOVE 0 TO RTN-FILE-NO-ENTRY.
           MOVE 0 TO RTN-DAYS-ENTRY.
           MOVE "N" TO RTN-ARCHIVE-ENTRY.
           INITIALIZE RTN-CHOICE.
           DISPLAY RETENTION-DESK-SCREEN.

           ACCEPT RTN-FILE-NO-FIELD.
           ACCEPT RTN-DAYS-FIELD.
           ACCEPT RTN-ARCHIVE-FIELD.
           ACCEPT RTN-CHOICE-FIELD.

           IF RTN-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF RTN-CHOICE = 's' OR 'S'
               IF RTN-FILE-NO-ENTRY < 1 OR RTN-FILE-NO-ENTRY > 7
                   MOVE "PICK A FILE NUMBER 1 TO 7" TO
                     RTN-RESULT-MESSAGE
               ELSE IF RTN-ARCHIVE-ENTRY NOT = 'Y' AND 'y'
                 AND 'N' AND 'n'
                   MOVE "ARCHIVE IS Y OR N" TO RTN-RESULT-MESSAGE
               ELSE
                   PERFORM 0694C-SAVE-RETENTION
               END-IF
               PERFORM 0694A-RETENTION-DESK
           ELSE IF RTN-CHOICE = 'p' OR 'P'
               CALL 'retention-purge-batch' USING RTN-PURGE-MODE
                 RTN-PURGE-STATUS
               MOVE RTN-PURGE-STATUS TO RTN-RESULT-MESSAGE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "LOG-PURGE" TO AUDIT-ACTION
               MOVE SPACES TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0690-WRITE-AUDIT-ENTRY
               PERFORM 0694A-RETENTION-DESK
           ELSE IF RTN-CHOICE = 'r' OR 'R'
               PERFORM 0694-SPOOL-RETENTION
               MOVE RETENTION-STATUS-MESSAGE TO RTN-RESULT-MESSAGE
               PERFORM 0694A-RETENTION-DESK
           ELSE
               PERFORM 0694A-RETENTION-DESK
           END-IF.

       0694B-LOAD-RETENTION.
           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
             UNTIL WS-RTN-IDX > 7
               MOVE "-" TO WS-RTN-ROW-DAYS(WS-RTN-IDX)
               MOVE "-" TO WS-RTN-ROW-ARCHIVE(WS-RTN-IDX)
           END-PERFORM.
           OPEN INPUT F-RETENTION-FILE.
           IF WS-RETENTION-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RETENTION-FILE
                       NOT AT END
                           PERFORM VARYING WS-RTN-IDX FROM 1 BY 1
                             UNTIL WS-RTN-IDX > 7
                               IF WS-RTN-FILE(WS-RTN-IDX) = RTS-FILE
                                   MOVE RTS-KEEP-DAYS TO
                                     WS-RTN-ROW-DAYS(WS-RTN-IDX)
                                   MOVE RTS-ARCHIVE TO
                                     WS-RTN-ROW-ARCHIVE(WS-RTN-IDX)
                               END-IF
                           END-PERFORM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RETENTION-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0694C-SAVE-RETENTION.
           IF RTN-ARCHIVE-ENTRY = 'y'
               MOVE "Y" TO RTN-ARCHIVE-ENTRY
           END-IF.
           IF RTN-ARCHIVE-ENTRY = 'n'
               MOVE "N" TO RTN-ARCHIVE-ENTRY
           END-IF.
           MOVE 0 TO WS-RTN-FOUND.
           OPEN I-O F-RETENTION-FILE.
           IF WS-RETENTION-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RETENTION-FILE
                       NOT AT END
                           IF RTS-FILE =
                             WS-RTN-FILE(RTN-FILE-NO-ENTRY)
                               MOVE RTN-DAYS-ENTRY TO RTS-KEEP-DAYS
                               MOVE RTN-ARCHIVE-ENTRY TO RTS-ARCHIVE
                               MOVE LS-ADMIN-NAME TO RTS-SET-BY
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 RTS-SET-DATE
                               REWRITE RETENTION-SCHEDULE-RECORD
                               MOVE 1 TO WS-RTN-FOUND
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RETENTION-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-RTN-FOUND = 0
               OPEN EXTEND F-RETENTION-FILE
               IF WS-RETENTION-STATUS = "35"
                   OPEN OUTPUT F-RETENTION-FILE
               END-IF
               MOVE SPACES TO RETENTION-SCHEDULE-RECORD
               MOVE WS-RTN-FILE(RTN-FILE-NO-ENTRY) TO RTS-FILE
               MOVE RTN-DAYS-ENTRY TO RTS-KEEP-DAYS
               MOVE RTN-ARCHIVE-ENTRY TO RTS-ARCHIVE
               MOVE LS-ADMIN-NAME TO RTS-SET-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO RTS-SET-DATE
               WRITE RETENTION-SCHEDULE-RECORD
               CLOSE F-RETENTION-FILE
           END-IF.
           MOVE "RETENTION LINE SAVED" TO RTN-RESULT-MESSAGE.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "RETAIN-SET" TO AUDIT-ACTION.
           MOVE WS-RTN-FILE(RTN-FILE-NO-ENTRY) TO AUDIT-ACCOUNT.
           MOVE RTN-DAYS-ENTRY TO AUDIT-AMOUNT.
           PERFORM 0690-WRITE-AUDIT-ENTRY.

       0695-RUN-BACKUP.
           CALL 'backup-generations' USING BACKUP-STATUS-MESSAGE.
           MOVE BACKUP-STATUS-MESSAGE TO OPS-RESULT-MESSAGE.
