                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PRICING-STATUS.

             SELECT F-REFDATA-CHANGES-FILE ASSIGN TO
                 'refdata-changes.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REFDATA-STATUS.

             SELECT F-MOTD-FILE ASSIGN TO 'motd.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MOTD-STATUS.
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DISPUTES-STATUS.

             SELECT F-AUDIT-FINDINGS-FILE ASSIGN TO
                 'audit-findings.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINDINGS-STATUS.

             SELECT F-SOD-CONFLICTS-FILE ASSIGN TO 'sod-conflicts.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOD-CONFLICTS-STATUS.

             SELECT F-SOD-EXCEPTIONS-FILE ASSIGN TO
                 'sod-exceptions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SOD-EXC-STATUS.

             SELECT F-CHAIN-CONTROL-FILE ASSIGN TO
                 'chain-control.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HANDOVER-STATUS.

             SELECT F-BREAK-GLASS-FILE ASSIGN TO 'break-glass.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BG-STATUS.

             SELECT F-SECURITY-INCIDENTS-FILE ASSIGN TO
                 'security-incidents.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-INCIDENTS-STATUS.

             SELECT F-PENDING-APPROVALS-FILE ASSIGN TO
                 'pending-approvals.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-AUDIT-FILE.
           01 AUDIT-ENTRY.
               05 PRICE-LABEL PIC X(30).
               05 PRICE-AMOUNT PIC 999.

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

           FD F-MOTD-FILE.
           01 MOTD-RECORD.
               05 MOTD-TEXT PIC X(60).
               05 DSP-NOTE PIC X(40).
               05 DSP-ADMIN PIC X(16).

           FD F-AUDIT-FINDINGS-FILE.
           01 FINDING-RECORD.
               05 AF-ID PIC 9(4).
               05 AF-SAMPLE-ID PIC 9(4).
               05 AF-ITEM PIC 999.
               05 AF-SEVERITY PIC X(6).
               05 AF-TEXT PIC X(60).
               05 AF-RAISED-BY PIC X(16).
               05 AF-RAISED-DATE PIC X(8).
               05 AF-OWNER PIC X(16).
               05 AF-DUE-DATE PIC X(8).
               05 AF-STATUS PIC X(9).
               05 AF-RESPONSE PIC X(60).
               05 AF-RESPONDED-BY PIC X(16).
               05 AF-RESPONSE-DATE PIC X(8).

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

           FD F-CHAIN-CONTROL-FILE.
           01 CHAIN-CONTROL-RECORD.
               05 CC-IN-PROGRESS PIC X.
               05 HO-ACKED PIC X.
               05 HO-ACKED-BY PIC X(16).

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

           FD F-SECURITY-INCIDENTS-FILE.
           01 SECURITY-INCIDENT-RECORD.
               05 SI-DATE PIC X(8).
               05 SI-TIME PIC X(6).
               05 SI-SEVERITY PIC X(8).
               05 SI-USERNAME PIC X(16).
               05 SI-TERMINAL PIC X(8).
               05 SI-DETAIL PIC X(30).

           FD F-PENDING-APPROVALS-FILE.
           01 PENDING-APPROVAL.
               05 PA-ENTERED-BY PIC X(16).
           01 OK-MSG-1 PIC X(50).
           01 OK-MSG-2 PIC X(50).
           01 ADMIN-ERR-MSG PIC X(50).
           01 ADMIN-NEW-PWORD-ENTRY PIC X(20).
           01 ADMIN-CONFIRM-PWORD-ENTRY PIC X(20).
           01 ADMIN-PWORD-MESSAGE PIC X(50).
           01 ADMIN-PWORD-OK PIC X(50).
           01 WS-ADMIN-OLD-HASH PIC X(20).
           01 WS-ADMIN-PWORD-KIND PIC X VALUE "A".
           01 WS-ADMIN-PWORD-CHANGED PIC X(8).
           01 WS-ADMIN-PWORD-DAYS PIC 9(4).
           01 WS-ADMIN-PWORD-DISPLAY PIC ZZZ9.
           01 WS-ADMIN-PWORD-STATUS PIC X(8).

           01 REGISTER-CHOICE PIC X. 
           01 ADMIN-NAME PIC X(16).
                   10 WS-ADMIN-PWORD PIC X(20).
                   10 WS-ADMIN-STATUS PIC X(10).
                   10 WS-ADMIN-ROLE PIC X(10).
                   10 WS-ADMIN-ROLE-2 PIC X(10).

           01 WS-MY-ROLE PIC X(10).
               88 ROLE-SUPERVISOR VALUE "SUPERVISR".
               88 ROLE-MODERATOR VALUE "MODERATOR".
               88 ROLE-OPERATOR VALUE "OPERATOR".
               88 ROLE-AUDITOR VALUE "AUDITOR".
           01 WS-MY-ROLE-2 PIC X(10).
           01 WS-ROLE-HOLD PIC X(10).
           01 WS-PERMITTED PIC 9.
           01 ADMIN-MENU-MESSAGE PIC X(40).
           01 WS-HANDOVER-STATUS PIC XX.
                   10 WS-HO-QUEUE PIC X(16).
           01 HANDOVER-CHOICE PIC X.

      *>----- Break-glass Variables -----
           01 WS-BG-STATUS PIC XX.
           01 WS-INCIDENTS-STATUS PIC XX.
           01 WS-BG-ACTIVE PIC 9 VALUE 0.
           01 WS-BG-ID PIC 9(4) VALUE 0.
           01 WS-BG-CLOSED-COUNT PIC 9 VALUE 0.
           01 WS-BG-ORIG-ROLE PIC X(10).
           01 WS-BG-EXPIRES PIC X(12).
           01 WS-BG-WINDOW-KEY PIC X(20) VALUE "BREAK-GLASS-MINUTES".
           01 WS-BG-WINDOW PIC 999 VALUE 60.
           01 WS-BG-ABS-MINUTES PIC 9(12).
           01 WS-BG-DAY-NUMBER PIC 9(8).
           01 WS-BG-DAY-MINUTES PIC 9(4).
           01 WS-BG-EXPIRY-PARTS.
               05 WS-BG-EXP-DATE PIC 9(8).
               05 WS-BG-EXP-HOUR PIC 99.
               05 WS-BG-EXP-MIN PIC 99.
           01 WS-BG-BANNER PIC X(30).
           01 BG-REASON-ENTRY PIC X(60).
           01 BG-CHOICE PIC X.
           01 BG-MESSAGE PIC X(40).

      *>----- Operations Dashboard Variables -----
           01 WS-DISPUTES-STATUS PIC XX.
           01 WS-CHAIN-STATUS PIC XX.
           01 DASH-DUAL-FLAG PIC X.
           01 DASH-BANK-BATCH PIC X(20).
           01 DASH-CHAIN-STATE PIC X(20).
           01 WS-FINDINGS-STATUS PIC XX.
           01 DASH-FINDINGS PIC 999 VALUE 0.
           01 DASH-FINDING-OLDEST PIC X(8).
           01 DASH-FINDING-FLAG PIC X.
           01 DASH-BG-OPEN PIC 999 VALUE 0.
           01 DASH-BG-FLAG PIC X.
           01 DASH-SLA-BREACHES PIC 999 VALUE 0.
           01 DASH-SLA-FLAG PIC X.
           01 DASH-SLA-IDX PIC 9.
           01 DASH-SLA-TABLE.
               05 DASH-SLA-ENTRY OCCURS 8 TIMES.
                   10 DASH-SLA-QUEUE PIC X(12).
                   10 DASH-SLA-TARGET PIC 999.
                   10 DASH-SLA-OPEN PIC 9(5).
                   10 DASH-SLA-BREACHED PIC 9(5).
                   10 DASH-SLA-OLDEST PIC X(8).

           01 ROSTER-RESOLVE-SEQ-ENTRY PIC 99.
           01 ROSTER-RESOLVE-DECISION PIC X.
                   10 WS-ROSTER-NAME PIC X(16).
                   10 WS-ROSTER-STATUS PIC X(10).
                   10 WS-ROSTER-ROLE PIC X(10).
                   10 WS-ROSTER-ROLE-2 PIC X(10).
           01 ROSTER-ROLE-ENTRY PIC X.

      *    Role pairs that may not be held together, and the
      *    assignment waiting on a second overseer's sign-off.
           01 WS-SOD-CONFLICTS-STATUS PIC XX.
           01 WS-SOD-EXC-STATUS PIC XX.
           01 WS-SOD-NEW-ROLE PIC X(10).
           01 WS-SOD-OTHER-ROLE PIC X(10).
           01 WS-SOD-SLOT PIC 9.
           01 WS-SOD-CONFLICT PIC 9.
           01 WS-SOD-REASON PIC X(30).
           01 WS-SOD-NEXT-ID PIC 9(4).
           01 WS-SOD-PENDING PIC 9.

           01 PRICE-RESOLVE-SEQ-ENTRY PIC 99.
           01 PRICE-RESOLVE-AMOUNT PIC 999.
           01 PRICE-RESULT-MESSAGE PIC X(40).
           01 PRICE-EFFECTIVE-ENTRY PIC X(8).
           01 WS-REFDATA-STATUS PIC XX.
           01 WS-RC-KEY PIC X(24).
           01 WS-RC-BEFORE PIC X(40).
           01 WS-RC-AFTER PIC X(40).
           01 WS-RC-NEXT-ID PIC 9(6).
           01 WS-RC-PENDING PIC 9.
           01 PRICE-CHOICE PIC X.
           01 WS-PRICE-COUNT PIC 99.
           01 WS-PRICE-START PIC 999 VALUE 1.
           01 WS-PRICE-PAGE-NUM PIC 99 VALUE 1.
           01 WS-PRICE-SKIPPED PIC 999.
           01 WS-PRICE-CATALOG-COUNT PIC 99 VALUE 75.
           01 WS-PRICE-SEEDED-FLAGS.
               05 WS-PRICE-SEEDED OCCURS 80 TIMES PIC 9.
           01 WS-PRICE-CATALOG.
               05 WS-PRICE-CATALOG-ENTRY OCCURS 80 TIMES
               INDEXED BY WS-PRICE-CAT-IDX.
                   10 WS-PRICE-CATALOG-KEY PIC X(20).
                   10 WS-PRICE-CATALOG-LABEL PIC X(30).
           01 AA-RESOLVE-DECISION PIC X.
           01 AA-RESULT-MESSAGE PIC X(40).

      *>----- Support View Variables -----
           01 SV-MEMBER-ENTRY PIC X(16).
           01 SV-CHOICE PIC X.
           01 SV-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 LS-SUPPORT-MEMBER PIC X(16).
           01 LS-SUPPORT-ADMIN PIC X(16).

           SCREEN SECTION.
  
           01 CONNECTED-SCREEN.
      -        "=======". 

   
           01 ADMIN-PASSWORD-EXPIRED-SCREEN.
               05 BLANK SCREEN.
               05 LINE 18 COL 43 VALUE "Your password has expired."
               HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 19 COL 43 VALUE
               "Choose a new one before reaching the menu."
               FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 43 PIC X(50) USING ADMIN-PWORD-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 22 COL 43 PIC X(50) USING ADMIN-PWORD-OK
               FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 43 VALUE "New password:"
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 ADMIN-NEW-PWORD-FIELD LINE 25 COL 43 PIC X(20)
               USING ADMIN-NEW-PWORD-ENTRY FOREGROUND-COLOR IS 2.
               05 LINE 27 COL 43 VALUE "Re-enter new password:"
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 ADMIN-CONFIRM-PWORD-FIELD LINE 28 COL 43 PIC X(20)
               USING ADMIN-CONFIRM-PWORD-ENTRY FOREGROUND-COLOR IS 2.

           01 ADMIN-LOGIN-SCREEN.
               05 BLANK SCREEN. 
               05 LINE 18 COL 43 PIC X(50) USING ADMIN-ERR-MSG 
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 29 COLUMN 43 VALUE "(g) Go Back."
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 30 COLUMN 43 VALUE "(b) Break-glass log-in."
               HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 31 COLUMN 43 VALUE "Pick: " 
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 ADMIN-ENTER-FIELD LINE 31 COLUMN 49 PIC X
               USING ADMIN-ENTER.

           01 BREAK-GLASS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 16 COL 43 VALUE "BREAK-GLASS EMERGENCY ACCESS"
               UNDERLINE HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 18 COL 43 VALUE "Supervisor rights for "
               FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 65 PIC ZZ9 USING WS-BG-WINDOW
               FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 69 VALUE "minutes."
               FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 43 VALUE
               "Security is alerted, every overseer is told, and all"
               FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 43 VALUE
               "actions are tagged for review by another overseer."
               FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 43 VALUE "Reason:"
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 BG-REASON-FIELD LINE 23 COL 43 PIC X(60)
               USING BG-REASON-ENTRY FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 43 PIC X(40) USING BG-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 27 COL 43 VALUE "(c) Confirm  (g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 29 COL 43 VALUE "Pick: "
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 BG-CHOICE-FIELD LINE 29 COL 49 PIC X
               USING BG-CHOICE.

           01 SUPPORT-VIEW-SCREEN.
               05 BLANK SCREEN.
               05 LINE 16 COL 43 VALUE "SUPPORT VIEW AS MEMBER"
               UNDERLINE HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 43 VALUE
               "Opens the member's menu read-only.  Nothing can be"
               FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 43 VALUE
               "bought, sent, posted or changed, the view is audited"
               FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 43 VALUE
               "and the member is told that support looked."
               FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 43 VALUE "Member:"
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 SV-MEMBER-FIELD LINE 22 COL 51 PIC X(16)
               USING SV-MEMBER-ENTRY FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 43 PIC X(40) USING SV-MESSAGE
               HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 26 COL 43 VALUE "(c) Open view  (g) Go back"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 28 COL 43 VALUE "Pick: "
               HIGHLIGHT FOREGROUND-COLOR IS 2.
               05 SV-CHOICE-FIELD LINE 28 COL 49 PIC X
               USING SV-CHOICE.

           01 ADMIN-MENU-SCREEN.
               05 BLANK SCREEN.
               05 LINE 18 COL 43 VALUE "Welcome, "
      -         "ions." FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 43 VALUE "(p) Process payments "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 75 VALUE "(s) Support view as member"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 75 VALUE "(j) Vault operations"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 75 VALUE "(u) Member service queues"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 49 COL 75 VALUE "(n) Internal audit desk"
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 43 VALUE "(a) Add Admin        "
               HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 27 COL 43 VALUE "(c) Account changes  "
               FOREGROUND-COLOR IS 2.
               05 LINE 45 COL 90 PIC X(20) USING DASH-CHAIN-STATE
               FOREGROUND-COLOR IS 2.
               05 LINE 47 COL 75 VALUE "Audit findings   "
               FOREGROUND-COLOR IS 2.
               05 LINE 47 COL 95 PIC ZZ9 USING DASH-FINDINGS
               FOREGROUND-COLOR IS 2.
               05 LINE 47 COL 100 PIC X(8) USING DASH-FINDING-OLDEST
               FOREGROUND-COLOR IS 2.
               05 LINE 47 COL 110 PIC X USING DASH-FINDING-FLAG
               BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 50 COL 75 VALUE "Queue SLA breaches"
               FOREGROUND-COLOR IS 2.
               05 LINE 50 COL 95 PIC ZZ9 USING DASH-SLA-BREACHES
               FOREGROUND-COLOR IS 2.
               05 LINE 50 COL 110 PIC X USING DASH-SLA-FLAG
               BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 51 COL 75 VALUE "Break-glass open "
               FOREGROUND-COLOR IS 2.
               05 LINE 51 COL 95 PIC ZZ9 USING DASH-BG-OPEN
               FOREGROUND-COLOR IS 2.
               05 LINE 51 COL 110 PIC X USING DASH-BG-FLAG
               BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 53 COL 75 PIC X(30) USING WS-BG-BANNER
               BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 ADMIN-CHOICE-FIELD LINE 55 COL 49 PIC X
               USING ADMIN-CHOICE.

               05 LINE 14 COL 65 PIC 99 USING WS-ROSTER-PAGE-NUM
                  FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE
               "  #  Name             Status      Role       Also"
                  FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 20 PIC Z9 USING WS-ROSTER-SEQ(1)
                  FOREGROUND-COLOR IS 2.
                  FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 53 PIC X(10) USING WS-ROSTER-ROLE(1)
                  FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(1)
                  FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 20 PIC Z9 USING WS-ROSTER-SEQ(2)
                  FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 24 PIC X(16) USING WS-ROSTER-NAME(2)
                  FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 53 PIC X(10) USING WS-ROSTER-ROLE(2)
                  FOREGROUND-COLOR IS 2.
               05 LINE 18 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(2)
                  FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 20 PIC Z9 USING WS-ROSTER-SEQ(3)
                  FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 24 PIC X(16) USING WS-ROSTER-NAME(3)
                  FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 53 PIC X(10) USING WS-ROSTER-ROLE(3)
                  FOREGROUND-COLOR IS 2.
               05 LINE 19 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(3)
                  FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 20 PIC Z9 USING WS-ROSTER-SEQ(4)
                  FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 24 PIC X(16) USING WS-ROSTER-NAME(4)
                  FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 53 PIC X(10) USING WS-ROSTER-ROLE(4)
                  FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(4)
                  FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 20 PIC Z9 USING WS-ROSTER-SEQ(5)
                  FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 24 PIC X(16) USING WS-ROSTER-NAME(5)
                  FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 53 PIC X(10) USING WS-ROSTER-ROLE(5)
                  FOREGROUND-COLOR IS 2.
               05 LINE 21 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(5)
                  FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 20 PIC Z9 USING WS-ROSTER-SEQ(6)
                  FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 24 PIC X(16) USING WS-ROSTER-NAME(6)
                  FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 53 PIC X(10) USING WS-ROSTER-ROLE(6)
                  FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(6)
                  FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 20 PIC Z9 USING WS-ROSTER-SEQ(7)
                  FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 24 PIC X(16) USING WS-ROSTER-NAME(7)
                  FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 53 PIC X(10) USING WS-ROSTER-ROLE(7)
                  FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(7)
                  FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 20 PIC Z9 USING WS-ROSTER-SEQ(8)
                  FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 24 PIC X(16) USING WS-ROSTER-NAME(8)
                  FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 53 PIC X(10) USING WS-ROSTER-ROLE(8)
                  FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(8)
                  FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 20 PIC Z9 USING WS-ROSTER-SEQ(9)
                  FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 24 PIC X(16) USING WS-ROSTER-NAME(9)
                  FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 53 PIC X(10) USING WS-ROSTER-ROLE(9)
                  FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(9)
                  FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 20 PIC Z9 USING WS-ROSTER-SEQ(10)
                  FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 24 PIC X(16) USING WS-ROSTER-NAME(10)
                  FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 53 PIC X(10) USING WS-ROSTER-ROLE(10)
                  FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 64 PIC X(10) USING WS-ROSTER-ROLE-2(10)
                  FOREGROUND-COLOR IS 2.
               05 LINE 28 COL 20 VALUE "Enter # and decision (d)eactiv
      -        "ate, or a role (o/m/s/a), then Go back:"
                  FOREGROUND-COLOR IS 2.
               05 LINE 30 COL 20 VALUE
                  "Decision + adds a second role, - drops it."
                  FOREGROUND-COLOR IS 2.
               05 LINE 29 COL 20 PIC X(40) USING ROSTER-RESULT-MESSAGE
                  HIGHLIGHT FOREGROUND-COLOR IS 4.
                  FOREGROUND-COLOR IS 2.
               05 PRICE-AMOUNT-FIELD LINE 28 COL 40 PIC 999
                  USING PRICE-RESOLVE-AMOUNT.
               05 LINE 28 COL 46 VALUE "From (YYYYMMDD): "
                  FOREGROUND-COLOR IS 2.
               05 PRICE-EFFECTIVE-FIELD LINE 28 COL 63 PIC X(8)
                  USING PRICE-EFFECTIVE-ENTRY.
               05 LINE 30 COL 20 VALUE "(n) Next page (p) Previous pa
      -        "ge (g) Go back" HIGHLIGHT
                  FOREGROUND-COLOR IS 3.
                  USING ADMIN-APPROVAL-CHOICE.


       PROCEDURE DIVISION USING LS-SUPPORT-MEMBER LS-SUPPORT-ADMIN.

       0105-ADMIN-LOGIN-PAGE.
           PERFORM 0500-TIME-AND-DATE
                   WS-ADMIN-STATUS(WS-IDX) NOT = "INACTIVE" THEN
                       MOVE 1 TO WS-FOUND
                       MOVE WS-ADMIN-ROLE(WS-IDX) TO WS-MY-ROLE
                       MOVE WS-ADMIN-ROLE-2(WS-IDX) TO WS-MY-ROLE-2
                   END-IF
                   ADD 1 TO WS-IDX
               END-PERFORM

               IF ADMIN-ENTER = "l" AND WS-FOUND = 1 THEN
                   CALL 'record-admin-login-result' USING ADMIN-NAME "Y"
                   PERFORM 0104-CHECK-PASSWORD-AGE
                   PERFORM 0108D-CLOSE-BREAK-GLASS
                   PERFORM 0106-SHOW-HANDOVER-NOTES
                   PERFORM 0110-ADMIN-MENU
               ELSE IF ADMIN-ENTER = "b" AND WS-FOUND = 1 THEN
                   CALL 'record-admin-login-result' USING ADMIN-NAME "Y"
                   PERFORM 0104-CHECK-PASSWORD-AGE
                   PERFORM 0108-BREAK-GLASS-LOGIN
               ELSE IF  ADMIN-ENTER = "g" THEN
                   GOBACK
               ELSE
               END-IF
           END-IF.
           
      * Overseer passwords run on a shorter maximum age than
      * members'.  Inside the warning window the menu carries the
      * days left; once expired a new password must be set here.
       0104-CHECK-PASSWORD-AGE.
           MOVE WS-ENTERED-HASH TO WS-ADMIN-OLD-HASH.
           CALL 'check-password-age' USING ADMIN-NAME
             WS-ADMIN-PWORD-KIND WS-ADMIN-PWORD-CHANGED
             WS-ADMIN-PWORD-DAYS WS-ADMIN-PWORD-STATUS.
           IF WS-ADMIN-PWORD-STATUS = "EXPIRED"
               MOVE SPACES TO ADMIN-PWORD-MESSAGE
               MOVE SPACES TO ADMIN-PWORD-OK
               PERFORM 0104A-FORCE-PASSWORD-CHANGE
           ELSE IF WS-ADMIN-PWORD-STATUS = "WARN"
               MOVE WS-ADMIN-PWORD-DAYS TO WS-ADMIN-PWORD-DISPLAY
               MOVE SPACES TO ADMIN-MENU-MESSAGE
               STRING "PASSWORD EXPIRES IN " DELIMITED BY SIZE
                   WS-ADMIN-PWORD-DISPLAY DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO ADMIN-MENU-MESSAGE
           END-IF.

       0104A-FORCE-PASSWORD-CHANGE.
           INITIALIZE ADMIN-NEW-PWORD-ENTRY.
           INITIALIZE ADMIN-CONFIRM-PWORD-ENTRY.
           DISPLAY ADMIN-PASSWORD-EXPIRED-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-INFO.
           ACCEPT ADMIN-NEW-PWORD-FIELD.
           ACCEPT ADMIN-CONFIRM-PWORD-FIELD.
           MOVE SPACES TO ADMIN-PWORD-OK.
           CALL 'validate-password' USING ADMIN-NEW-PWORD-ENTRY
             ADMIN-PWORD-MESSAGE RAISE-ERROR ADMIN-PWORD-OK.
           CALL 'hash-password' USING ADMIN-NEW-PWORD-ENTRY
             WS-ENTERED-HASH.
           IF RAISE-ERROR > 0
               PERFORM 0104A-FORCE-PASSWORD-CHANGE
           ELSE IF ADMIN-NEW-PWORD-ENTRY NOT =
             ADMIN-CONFIRM-PWORD-ENTRY
               MOVE "PASSWORDS DO NOT MATCH" TO ADMIN-PWORD-MESSAGE
               PERFORM 0104A-FORCE-PASSWORD-CHANGE
           ELSE IF WS-ENTERED-HASH = WS-ADMIN-OLD-HASH
               MOVE "NEW PASSWORD MUST DIFFER FROM THE OLD ONE" TO
                 ADMIN-PWORD-MESSAGE
               MOVE SPACES TO ADMIN-PWORD-OK
               PERFORM 0104A-FORCE-PASSWORD-CHANGE
           ELSE
               PERFORM 0104B-SAVE-ADMIN-PASSWORD
           END-IF.

       0104B-SAVE-ADMIN-PASSWORD.
           OPEN I-O F-ADMIN-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ADMIN-FILE
                   NOT AT END
                       IF ADMIN = ADMIN-NAME
                           MOVE WS-ENTERED-HASH TO ADMIN-PWORD
                           REWRITE ADMINS
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ADMIN-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           CALL 'record-password-change' USING ADMIN-NAME
             WS-ADMIN-PWORD-KIND.
           MOVE ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "PWRD-ROTATE" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-ACCOUNT.
           MOVE ZERO TO AUDIT-AMOUNT.
           PERFORM 0330-WRITE-AUDIT-ENTRY.
           MOVE "PASSWORD CHANGED" TO ADMIN-MENU-MESSAGE.

      * The incoming shift must acknowledge the outgoing shift's
      * notes before reaching the menu.
       0106-SHOW-HANDOVER-NOTES.
               CLOSE F-HANDOVER-LOG-FILE
           END-IF.

      * Break-glass lends an overseer supervisor rights for a short
      * window in an emergency.  The reason is mandatory, security
      * is alerted, every other overseer sees the notice at log-in,
      * and the session waits on the service queues until another
      * overseer signs it off.
       0108-BREAK-GLASS-LOGIN.
           IF ROLE-SUPERVISOR
               MOVE "* Supervisors do not need break-glass *" TO
                 ADMIN-ERR-MSG
               PERFORM ENTER-ADMINISTRATOR-DETAILS
           ELSE
               CALL 'get-price' USING WS-BG-WINDOW-KEY WS-BG-WINDOW
               IF WS-BG-WINDOW = 0
                   MOVE 60 TO WS-BG-WINDOW
               END-IF
               MOVE SPACES TO BG-MESSAGE
               INITIALIZE BG-REASON-ENTRY
               PERFORM 0108A-BREAK-GLASS-REASON
           END-IF.

       0108A-BREAK-GLASS-REASON.
           INITIALIZE BG-CHOICE.
           DISPLAY BREAK-GLASS-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-INFO.

           ACCEPT BG-REASON-FIELD.
           ACCEPT BG-CHOICE-FIELD.

           IF BG-CHOICE = 'g' OR 'G'
               MOVE SPACES TO ADMIN-ERR-MSG
               PERFORM ENTER-ADMINISTRATOR-DETAILS
           ELSE IF BG-CHOICE NOT = 'c' AND BG-CHOICE NOT = 'C'
               PERFORM 0108A-BREAK-GLASS-REASON
           ELSE IF BG-REASON-ENTRY = SPACES
               MOVE "A REASON MUST BE GIVEN" TO BG-MESSAGE
               PERFORM 0108A-BREAK-GLASS-REASON
           ELSE
               PERFORM 0108B-OPEN-BREAK-GLASS
               PERFORM 0106-SHOW-HANDOVER-NOTES
               PERFORM 0110-ADMIN-MENU
           END-IF.

       0108B-OPEN-BREAK-GLASS.
           PERFORM 0108D-CLOSE-BREAK-GLASS.
           COMPUTE WS-BG-ABS-MINUTES =
               FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8))) * 1440
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(9:2)) * 60
               + FUNCTION NUMVAL(FUNCTION CURRENT-DATE(11:2))
               + WS-BG-WINDOW.
           DIVIDE WS-BG-ABS-MINUTES BY 1440 GIVING WS-BG-DAY-NUMBER
               REMAINDER WS-BG-DAY-MINUTES.
           COMPUTE WS-BG-EXP-DATE =
               FUNCTION DATE-OF-INTEGER(WS-BG-DAY-NUMBER).
           DIVIDE WS-BG-DAY-MINUTES BY 60 GIVING WS-BG-EXP-HOUR
               REMAINDER WS-BG-EXP-MIN.
           MOVE WS-BG-EXPIRY-PARTS TO WS-BG-EXPIRES.

           MOVE 0 TO WS-BG-ID.
           OPEN INPUT F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-ID > WS-BG-ID
                               MOVE BG-ID TO WS-BG-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-BG-ID.

           OPEN EXTEND F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "35"
               OPEN OUTPUT F-BREAK-GLASS-FILE
           END-IF.
           MOVE SPACES TO BREAK-GLASS-RECORD.
           MOVE WS-BG-ID TO BG-ID.
           MOVE ADMIN-NAME TO BG-ADMIN.
           MOVE WS-MY-ROLE TO BG-ORIG-ROLE.
           MOVE BG-REASON-ENTRY TO BG-REASON.
           MOVE FUNCTION CURRENT-DATE(1:12) TO BG-OPENED.
           MOVE WS-BG-EXPIRES TO BG-EXPIRES.
           MOVE 0 TO BG-ACTIONS.
           MOVE "ACTIVE" TO BG-STATUS.
           WRITE BREAK-GLASS-RECORD.
           CLOSE F-BREAK-GLASS-FILE.

           MOVE WS-MY-ROLE TO WS-BG-ORIG-ROLE.
           MOVE "SUPERVISR" TO WS-MY-ROLE.
           MOVE 1 TO WS-BG-ACTIVE.
           MOVE SPACES TO WS-BG-BANNER.
           STRING "BREAK-GLASS UNTIL " DELIMITED BY SIZE
               WS-BG-EXPIRES(9:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-BG-EXPIRES(11:2) DELIMITED BY SIZE
               INTO WS-BG-BANNER.

           OPEN EXTEND F-SECURITY-INCIDENTS-FILE.
           IF WS-INCIDENTS-STATUS = "35"
               OPEN OUTPUT F-SECURITY-INCIDENTS-FILE
           END-IF.
           MOVE SPACES TO SECURITY-INCIDENT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SI-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SI-TIME.
           MOVE "URGENT" TO SI-SEVERITY.
           MOVE ADMIN-NAME TO SI-USERNAME.
           MOVE "OVERSEER" TO SI-TERMINAL.
           MOVE "BREAK-GLASS ACCESS OPENED" TO SI-DETAIL.
           WRITE SECURITY-INCIDENT-RECORD.
           CLOSE F-SECURITY-INCIDENTS-FILE.

           OPEN EXTEND F-HANDOVER-LOG-FILE.
           IF WS-HANDOVER-STATUS = "35"
               OPEN OUTPUT F-HANDOVER-LOG-FILE
           END-IF.
           MOVE SPACES TO HANDOVER-NOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HO-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO HO-TIME.
           MOVE ADMIN-NAME TO HO-AUTHOR.
           MOVE BG-REASON-ENTRY TO HO-NOTE.
           MOVE "BREAK-GLASS" TO HO-REF-QUEUE.
           MOVE "N" TO HO-ACKED.
           WRITE HANDOVER-NOTE.
           CLOSE F-HANDOVER-LOG-FILE.

           MOVE ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "BG-OPEN" TO AUDIT-ACTION.
           MOVE WS-BG-ID TO AUDIT-ACCOUNT.
           MOVE WS-BG-WINDOW TO AUDIT-AMOUNT.
           PERFORM 0330-WRITE-AUDIT-ENTRY.

      * Checked on every menu pick, so once the window has run out
      * the borrowed role goes before anything else is allowed.
       0108C-CHECK-BREAK-GLASS.
           IF FUNCTION CURRENT-DATE(1:12) > WS-BG-EXPIRES
               PERFORM 0108D-CLOSE-BREAK-GLASS
               MOVE "BREAK-GLASS EXPIRED - ROLE RESTORED" TO
                 ADMIN-MENU-MESSAGE
           END-IF.

      * Any session this overseer still has open goes to review.
      * Also run at an ordinary log-in to catch a session left
      * open by a terminal that was walked away from.
       0108D-CLOSE-BREAK-GLASS.
           MOVE 0 TO WS-BG-CLOSED-COUNT.
           OPEN I-O F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-ADMIN = ADMIN-NAME
                           AND BG-STATUS = "ACTIVE"
                               MOVE "REVIEW" TO BG-STATUS
                               MOVE FUNCTION CURRENT-DATE(1:12) TO
                                 BG-CLOSED
                               REWRITE BREAK-GLASS-RECORD
                               MOVE BG-ID TO WS-BG-ID
                               ADD 1 TO WS-BG-CLOSED-COUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-BG-ACTIVE = 1
               MOVE WS-BG-ORIG-ROLE TO WS-MY-ROLE
               MOVE 0 TO WS-BG-ACTIVE
               MOVE SPACES TO WS-BG-BANNER
           END-IF.
           IF WS-BG-CLOSED-COUNT > 0
               MOVE ADMIN-NAME TO AUDIT-ADMIN
               MOVE "BG-CLOSE" TO AUDIT-ACTION
               MOVE WS-BG-ID TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0330-WRITE-AUDIT-ENTRY
           END-IF.

       0110-ADMIN-MENU.
           PERFORM 0500-TIME-AND-DATE
           PERFORM 0109-LOAD-DASHBOARD.

           ACCEPT ADMIN-CHOICE-FIELD.
           MOVE SPACES TO ADMIN-MENU-MESSAGE.
           IF WS-BG-ACTIVE = 1
               PERFORM 0108C-CHECK-BREAK-GLASS
           END-IF.
           PERFORM 0112-CHECK-ROLE-PERMISSION.
           IF WS-PERMITTED = 0
               MOVE "NOT PERMITTED FOR YOUR ROLE" TO
               PERFORM 0110-ADMIN-MENU
           END-IF.
           IF ADMIN-CHOICE = "x" or "X" THEN
             PERFORM 0108D-CLOSE-BREAK-GLASS
             STOP RUN
           ELSE IF ADMIN-CHOICE = "l" or "L" THEN
             PERFORM 0108D-CLOSE-BREAK-GLASS
             GOBACK
           ELSE IF ADMIN-CHOICE = 'p' or 'P'
             PERFORM 0300-PROCESS-PAYMENT
           ELSE IF ADMIN-CHOICE = 'u' or 'U'
             CALL 'admin-queues-server' USING ADMIN-NAME
             PERFORM 0110-ADMIN-MENU
           ELSE IF ADMIN-CHOICE = 's' or 'S'
             MOVE SPACES TO SV-MESSAGE
             INITIALIZE SV-MEMBER-ENTRY
             PERFORM 0160-SUPPORT-VIEW
           ELSE IF ADMIN-CHOICE = 'n' or 'N'
             IF WS-MY-ROLE-2 = "AUDITOR"
                 CALL 'audit-desk-server' USING ADMIN-NAME WS-MY-ROLE-2
             ELSE
                 CALL 'audit-desk-server' USING ADMIN-NAME WS-MY-ROLE
             END-IF
             PERFORM 0110-ADMIN-MENU
           ELSE
             PERFORM 0110-ADMIN-MENU
           END-IF.
           PERFORM 0109B-COUNT-EXCEPTIONS.
           PERFORM 0109C-COUNT-SMALL-QUEUES.
           PERFORM 0109D-LOAD-BATCH-STATES.
           PERFORM 0109E-COUNT-AUDIT-FINDINGS.
           PERFORM 0109F-COUNT-BREAK-GLASS.
           PERFORM 0109G-COUNT-SLA-BREACHES.

       0109A-COUNT-PENDING-PURCHASES.
           MOVE 0 TO DASH-PENDING-PURCH.
               CLOSE F-CHAIN-CONTROL-FILE
           END-IF.

      * Findings awaiting an answer from their owner; the flag
      * goes up once any of them is past its response date.
       0109E-COUNT-AUDIT-FINDINGS.
           MOVE 0 TO DASH-FINDINGS.
           MOVE SPACES TO DASH-FINDING-OLDEST.
           MOVE SPACE TO DASH-FINDING-FLAG.
           OPEN INPUT F-AUDIT-FINDINGS-FILE.
           IF WS-FINDINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FINDINGS-FILE
                       NOT AT END
                           IF AF-STATUS = "OPEN"
                               ADD 1 TO DASH-FINDINGS
                               IF DASH-FINDING-OLDEST = SPACES
                                   MOVE AF-RAISED-DATE TO
                                     DASH-FINDING-OLDEST
                               END-IF
                               IF AF-DUE-DATE <
                                 FUNCTION CURRENT-DATE(1:8)
                                   MOVE "!" TO DASH-FINDING-FLAG
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FINDINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      * Every break-glass session not yet signed off is counted;
      * the flag shows once any is waiting for its review.
       0109F-COUNT-BREAK-GLASS.
           MOVE 0 TO DASH-BG-OPEN.
           MOVE SPACE TO DASH-BG-FLAG.
           OPEN INPUT F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-STATUS = "ACTIVE" OR "REVIEW"
                               ADD 1 TO DASH-BG-OPEN
                           END-IF
                           IF BG-STATUS = "REVIEW"
                           OR (BG-STATUS = "ACTIVE" AND
                             BG-EXPIRES < FUNCTION CURRENT-DATE(1:12))
                               MOVE "!" TO DASH-BG-FLAG
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      * Open items on the member service queues that are already
      * past their queue's target; any at all carries a ! flag.
       0109G-COUNT-SLA-BREACHES.
           MOVE 0 TO DASH-SLA-BREACHES.
           MOVE SPACE TO DASH-SLA-FLAG.
           CALL 'queue-sla-status' USING DASH-SLA-TABLE.
           PERFORM VARYING DASH-SLA-IDX FROM 1 BY 1
               UNTIL DASH-SLA-IDX > 8
               ADD DASH-SLA-BREACHED(DASH-SLA-IDX) TO DASH-SLA-BREACHES
           END-PERFORM.
           IF DASH-SLA-BREACHES > 0
               MOVE "!" TO DASH-SLA-FLAG
           END-IF.

      * Role matrix: operators run reports and batch jobs;
      * moderators add content screens; everything that moves
      * credits, approves resets or manages overseers, pricing and
      * the purge needs a supervisor.  An overseer holding a second
      * role may do whatever either role allows.
       0112-CHECK-ROLE-PERMISSION.
           MOVE 0 TO WS-PERMITTED.
           PERFORM 0112A-EVALUATE-ROLE.
           IF WS-PERMITTED = 0 AND WS-MY-ROLE-2 NOT = SPACES
               MOVE WS-MY-ROLE TO WS-ROLE-HOLD
               MOVE WS-MY-ROLE-2 TO WS-MY-ROLE
               PERFORM 0112A-EVALUATE-ROLE
               MOVE WS-ROLE-HOLD TO WS-MY-ROLE
           END-IF.

       0112A-EVALUATE-ROLE.
           EVALUATE TRUE
               WHEN ROLE-SUPERVISOR
                   MOVE 1 TO WS-PERMITTED
                   MOVE 1 TO WS-PERMITTED
               WHEN ADMIN-CHOICE = "r" OR "R" OR "d" OR "D"
                 OR "e" OR "E" OR "t" OR "T" OR "u" OR "U"
                 OR "n" OR "N"
                   MOVE 1 TO WS-PERMITTED
               WHEN (ADMIN-CHOICE = "m" OR "M" OR "b" OR "B"
                 OR "w" OR "W") AND ROLE-MODERATOR
                   MOVE 1 TO WS-PERMITTED
               WHEN (ADMIN-CHOICE = "s" OR "S") AND ROLE-OPERATOR
                   MOVE 1 TO WS-PERMITTED
           END-EVALUATE.

       0120-GENERATE-ADMIN-TABLE. 
                       ELSE
                           MOVE ADMIN-ROLE TO WS-ADMIN-ROLE(COUNTER)
                       END-IF
                       MOVE ADMIN-ROLE-2 TO WS-ADMIN-ROLE-2(COUNTER)
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ 
               WRITE ADMINS
               END-WRITE
               CALL 'init-admin-login-attempts' USING NEW-ADMIN-NAME
               CALL 'record-password-change' USING NEW-ADMIN-NAME
                 WS-ADMIN-PWORD-KIND
           ELSE
               PERFORM 0110-ADMIN-MENU
           END-IF.
                     WS-ROSTER-STATUS(WS-ROSTER-COUNT)
                   MOVE WS-ADMIN-ROLE(ADMIN-IDX) TO
                     WS-ROSTER-ROLE(WS-ROSTER-COUNT)
                   MOVE WS-ADMIN-ROLE-2(ADMIN-IDX) TO
                     WS-ROSTER-ROLE-2(WS-ROSTER-COUNT)
               END-IF
               SET ADMIN-IDX UP BY 1
           END-PERFORM.
           ACCEPT ROSTER-CHOICE-FIELD.

           IF ROSTER-RESOLVE-SEQ-ENTRY > 0
               EVALUATE TRUE
                   WHEN ROSTER-ROLE-ENTRY = 'o' OR 'O' OR 'm' OR 'M'
                     OR 's' OR 'S' OR 'a' OR 'A'
                       PERFORM 0147-ASSIGN-ROLE
                   WHEN ROSTER-RESOLVE-DECISION = '-'
                       PERFORM 0148-DROP-SECOND-ROLE
                   WHEN OTHER
                       PERFORM 0145-DEACTIVATE-ADMIN
               END-EVALUATE
           END-IF.

           IF ROSTER-CHOICE = 'g' OR 'G'
           END-IF.


      * A role given alone replaces the overseer's role; with
      * decision + it is held as a second role alongside it.  Any
      * pairing listed in the conflict rules is refused and goes to
      * the operations desk as an exception for another supervisor
      * to sign off.
       0147-ASSIGN-ROLE.
           IF ROSTER-RESOLVE-SEQ-ENTRY > WS-ROSTER-COUNT
               MOVE "NO SUCH OVERSEER ON THIS PAGE" TO
                 ROSTER-RESULT-MESSAGE
           ELSE
               PERFORM 0147A-PREPARE-ROLE
               EVALUATE TRUE
                   WHEN WS-SOD-SLOT = 2
                     AND WS-SOD-NEW-ROLE = WS-SOD-OTHER-ROLE
                       MOVE "ROLE ALREADY HELD" TO
                         ROSTER-RESULT-MESSAGE
                   WHEN WS-SOD-CONFLICT = 1
                       PERFORM 0147C-REQUEST-EXCEPTION
                   WHEN OTHER
                       PERFORM 0147D-APPLY-ROLE
                       MOVE "ROLE UPDATED" TO ROSTER-RESULT-MESSAGE
               END-EVALUATE
           END-IF.

       0147A-PREPARE-ROLE.
           EVALUATE TRUE
               WHEN ROSTER-ROLE-ENTRY = 'o' OR 'O'
                   MOVE "OPERATOR" TO WS-SOD-NEW-ROLE
               WHEN ROSTER-ROLE-ENTRY = 'm' OR 'M'
                   MOVE "MODERATOR" TO WS-SOD-NEW-ROLE
               WHEN ROSTER-ROLE-ENTRY = 'a' OR 'A'
                   MOVE "AUDITOR" TO WS-SOD-NEW-ROLE
               WHEN OTHER
                   MOVE "SUPERVISR" TO WS-SOD-NEW-ROLE
           END-EVALUATE.
           IF ROSTER-RESOLVE-DECISION = '+'
               MOVE 2 TO WS-SOD-SLOT
               MOVE WS-ROSTER-ROLE(ROSTER-RESOLVE-SEQ-ENTRY) TO
                 WS-SOD-OTHER-ROLE
           ELSE
               MOVE 1 TO WS-SOD-SLOT
               MOVE WS-ROSTER-ROLE-2(ROSTER-RESOLVE-SEQ-ENTRY) TO
                 WS-SOD-OTHER-ROLE
           END-IF.
           MOVE 0 TO WS-SOD-CONFLICT.
           MOVE SPACES TO WS-SOD-REASON.
           IF WS-SOD-OTHER-ROLE NOT = SPACES
           AND WS-SOD-OTHER-ROLE NOT = WS-SOD-NEW-ROLE
               PERFORM 0147B-CHECK-CONFLICT
           END-IF.

       0147B-CHECK-CONFLICT.
           OPEN INPUT F-SOD-CONFLICTS-FILE.
           IF WS-SOD-CONFLICTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-CONFLICTS-FILE
                       NOT AT END
                           IF (SC-ROLE-A = WS-SOD-NEW-ROLE
                             AND SC-ROLE-B = WS-SOD-OTHER-ROLE)
                           OR (SC-ROLE-A = WS-SOD-OTHER-ROLE
                             AND SC-ROLE-B = WS-SOD-NEW-ROLE)
                               MOVE 1 TO WS-SOD-CONFLICT
                               MOVE SC-REASON TO WS-SOD-REASON
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-CONFLICTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0147C-REQUEST-EXCEPTION.
           MOVE 0 TO WS-SOD-NEXT-ID.
           MOVE 0 TO WS-SOD-PENDING.
           OPEN INPUT F-SOD-EXCEPTIONS-FILE.
           IF WS-SOD-EXC-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SOD-EXCEPTIONS-FILE
                       NOT AT END
                           IF SE-ID > WS-SOD-NEXT-ID
                               MOVE SE-ID TO WS-SOD-NEXT-ID
                           END-IF
                           IF SE-STATUS = "PENDING"
                           AND SE-ADMIN =
                             WS-ROSTER-NAME(ROSTER-RESOLVE-SEQ-ENTRY)
                           AND SE-ROLE = WS-SOD-NEW-ROLE
                           AND SE-SLOT = WS-SOD-SLOT
                               MOVE 1 TO WS-SOD-PENDING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SOD-EXCEPTIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SOD-PENDING = 1
               MOVE "CONFLICT - EXCEPTION ALREADY PENDING" TO
                 ROSTER-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-SOD-NEXT-ID
               OPEN EXTEND F-SOD-EXCEPTIONS-FILE
               IF WS-SOD-EXC-STATUS = "35"
                   OPEN OUTPUT F-SOD-EXCEPTIONS-FILE
               END-IF
               MOVE SPACES TO SOD-EXCEPTION-RECORD
               MOVE WS-SOD-NEXT-ID TO SE-ID
               MOVE WS-ROSTER-NAME(ROSTER-RESOLVE-SEQ-ENTRY) TO
                 SE-ADMIN
               MOVE WS-SOD-NEW-ROLE TO SE-ROLE
               MOVE WS-SOD-SLOT TO SE-SLOT
               MOVE WS-SOD-OTHER-ROLE TO SE-CONFLICT
               MOVE WS-SOD-REASON TO SE-REASON
               MOVE ADMIN-NAME TO SE-REQUESTED-BY
               MOVE FUNCTION CURRENT-DATE(1:8) TO SE-REQUESTED-DATE
               MOVE "PENDING" TO SE-STATUS
               WRITE SOD-EXCEPTION-RECORD
               CLOSE F-SOD-EXCEPTIONS-FILE
               MOVE ADMIN-NAME TO AUDIT-ADMIN
               MOVE "SOD-EXC-REQ" TO AUDIT-ACTION
               MOVE WS-SOD-NEXT-ID TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 0330-WRITE-AUDIT-ENTRY
               MOVE "ROLE CONFLICT - EXCEPTION REQUESTED" TO
                 ROSTER-RESULT-MESSAGE
           END-IF.

       0147D-APPLY-ROLE.
           OPEN I-O F-ADMIN-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ADMIN-FILE
                   NOT AT END
                       IF ADMIN =
                       WS-ROSTER-NAME(ROSTER-RESOLVE-SEQ-ENTRY)
                           IF WS-SOD-SLOT = 2
                               MOVE WS-SOD-NEW-ROLE TO ADMIN-ROLE-2
                           ELSE
                               MOVE WS-SOD-NEW-ROLE TO ADMIN-ROLE
                               IF ADMIN-ROLE-2 = WS-SOD-NEW-ROLE
                                   MOVE SPACES TO ADMIN-ROLE-2
                               END-IF
                           END-IF
                           REWRITE ADMINS
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ADMIN-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0148-DROP-SECOND-ROLE.
           IF ROSTER-RESOLVE-SEQ-ENTRY > WS-ROSTER-COUNT
               MOVE "NO SUCH OVERSEER ON THIS PAGE" TO
                 ROSTER-RESULT-MESSAGE
                       NOT AT END
                           IF ADMIN =
                           WS-ROSTER-NAME(ROSTER-RESOLVE-SEQ-ENTRY)
                               MOVE SPACES TO ADMIN-ROLE-2
                               REWRITE ADMINS
                           END-IF
                       AT END
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
               MOVE "SECOND ROLE REMOVED" TO ROSTER-RESULT-MESSAGE
           END-IF.

      *    The overseer picks a member; once this session hands
      *    back, the main program opens that member's menu in
      *    read-only support mode.
       0160-SUPPORT-VIEW.
           INITIALIZE SV-CHOICE.
           DISPLAY SUPPORT-VIEW-SCREEN.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-INFO.

           ACCEPT SV-MEMBER-FIELD.
           ACCEPT SV-CHOICE-FIELD.

           IF SV-CHOICE = 'g' OR 'G'
               PERFORM 0110-ADMIN-MENU
           ELSE IF SV-CHOICE NOT = 'c' AND SV-CHOICE NOT = 'C'
               PERFORM 0160-SUPPORT-VIEW
           ELSE
               PERFORM 0160A-FIND-SUPPORT-MEMBER
               IF SV-MESSAGE = SPACES
                   MOVE SV-MEMBER-ENTRY TO LS-SUPPORT-MEMBER
                   MOVE ADMIN-NAME TO LS-SUPPORT-ADMIN
                   PERFORM 0108D-CLOSE-BREAK-GLASS
                   GOBACK
               END-IF
               PERFORM 0160-SUPPORT-VIEW
           END-IF.

       0160A-FIND-SUPPORT-MEMBER.
           MOVE SPACES TO SV-MESSAGE.
           OPEN INPUT F-USERS-FILE.
           MOVE SV-MEMBER-ENTRY TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   MOVE "NO SUCH MEMBER" TO SV-MESSAGE
           END-READ.
           CLOSE F-USERS-FILE.

       0300-PROCESS-PAYMENT.
           PERFORM 0500-TIME-AND-DATE
           INITIALIZE PROCESS-PAGE-CHOICE
                                   REWRITE PASSWORD-RESET
                                   CALL 'update-password' USING
                                     PR-USERNAME PR-NEW-PASSWORD
                                   CALL 'record-password-change' USING
                                     PR-USERNAME "M"
                                   MOVE ADMIN-NAME TO AUDIT-ADMIN
                                   MOVE "PWRD-APPROVE" TO AUDIT-ACTION
                                   MOVE PR-ACNT-NUM TO AUDIT-ACCOUNT
           MOVE "Dashboard queue warning" TO
             WS-PRICE-CATALOG-LABEL(27).
           MOVE 10 TO WS-PRICE-CATALOG-DEFAULT(27).
           MOVE "SLA-DISPUTES-DAYS" TO WS-PRICE-CATALOG-KEY(28).
           MOVE "Dispute target days" TO
             WS-PRICE-CATALOG-LABEL(28).
           MOVE 3 TO WS-PRICE-CATALOG-DEFAULT(28).
           MOVE "SLA-APPROVALS-DAYS" TO WS-PRICE-CATALOG-KEY(29).
           MOVE "Approval target days" TO
             WS-PRICE-CATALOG-LABEL(29).
           MOVE 1 TO WS-PRICE-CATALOG-DEFAULT(29).
           MOVE "SLA-MODERATION-DAYS" TO WS-PRICE-CATALOG-KEY(30).
           MOVE "Moderation target days" TO
             WS-PRICE-CATALOG-LABEL(30).
           MOVE 1 TO WS-PRICE-CATALOG-DEFAULT(30).
           MOVE "SLA-FRAUD-DAYS" TO WS-PRICE-CATALOG-KEY(31).
           MOVE "Fraud review target days" TO
             WS-PRICE-CATALOG-LABEL(31).
           MOVE 2 TO WS-PRICE-CATALOG-DEFAULT(31).
           MOVE "SLA-REVERSALS-DAYS" TO WS-PRICE-CATALOG-KEY(32).
           MOVE "Reversal target days" TO
             WS-PRICE-CATALOG-LABEL(32).
           MOVE 5 TO WS-PRICE-CATALOG-DEFAULT(32).
           MOVE "SLA-LOANS-DAYS" TO WS-PRICE-CATALOG-KEY(33).
           MOVE "Loan decision target days" TO
             WS-PRICE-CATALOG-LABEL(33).
           MOVE 3 TO WS-PRICE-CATALOG-DEFAULT(33).
           MOVE "SLA-SUGGESTIONS-DAYS" TO WS-PRICE-CATALOG-KEY(34).
           MOVE "Suggestion target days" TO
             WS-PRICE-CATALOG-LABEL(34).
           MOVE 14 TO WS-PRICE-CATALOG-DEFAULT(34).
           MOVE "SLA-MANUSCRIPTS-DAYS" TO WS-PRICE-CATALOG-KEY(35).
           MOVE "Manuscript target days" TO
             WS-PRICE-CATALOG-LABEL(35).
           MOVE 21 TO WS-PRICE-CATALOG-DEFAULT(35).
           MOVE "PWD-MAX-AGE-DAYS" TO WS-PRICE-CATALOG-KEY(36).
           MOVE "Member password max age days" TO
             WS-PRICE-CATALOG-LABEL(36).
           MOVE 180 TO WS-PRICE-CATALOG-DEFAULT(36).
           MOVE "PWD-ADMIN-AGE-DAYS" TO WS-PRICE-CATALOG-KEY(37).
           MOVE "Overseer password max age" TO
             WS-PRICE-CATALOG-LABEL(37).
           MOVE 90 TO WS-PRICE-CATALOG-DEFAULT(37).
           MOVE "PWD-WARN-DAYS" TO WS-PRICE-CATALOG-KEY(38).
           MOVE "Password expiry warning days" TO
             WS-PRICE-CATALOG-LABEL(38).
           MOVE 14 TO WS-PRICE-CATALOG-DEFAULT(38).
           MOVE "NO-SHOW-FEE" TO WS-PRICE-CATALOG-KEY(39).
           MOVE "Facility no-show fee" TO WS-PRICE-CATALOG-LABEL(39).
           MOVE 0 TO WS-PRICE-CATALOG-DEFAULT(39).
           MOVE "LOAN-LATE-FEE" TO WS-PRICE-CATALOG-KEY(40).
           MOVE "Loan late repayment fee" TO WS-PRICE-CATALOG-LABEL(40).
           MOVE 5 TO WS-PRICE-CATALOG-DEFAULT(40).
           MOVE "LOAN-MIN-SCORE" TO WS-PRICE-CATALOG-KEY(41).
           MOVE "Loan minimum credit score" TO
             WS-PRICE-CATALOG-LABEL(41).
           MOVE 400 TO WS-PRICE-CATALOG-DEFAULT(41).
           MOVE "BOARD-ARCHIVE-DAYS" TO WS-PRICE-CATALOG-KEY(42).
           MOVE "Board archive after days" TO
             WS-PRICE-CATALOG-LABEL(42).
           MOVE 180 TO WS-PRICE-CATALOG-DEFAULT(42).
           MOVE "LIBRARY-REPLACEMENT" TO WS-PRICE-CATALOG-KEY(43).
           MOVE "Library lost book charge" TO
             WS-PRICE-CATALOG-LABEL(43).
           MOVE 30 TO WS-PRICE-CATALOG-DEFAULT(43).
           MOVE "LIBRARY-LOST-DAYS" TO WS-PRICE-CATALOG-KEY(44).
           MOVE "Library overdue lost days" TO
             WS-PRICE-CATALOG-LABEL(44).
           MOVE 60 TO WS-PRICE-CATALOG-DEFAULT(44).
           MOVE "LIBRARY-ACQ-COST" TO WS-PRICE-CATALOG-KEY(45).
           MOVE "Library acquisition cost" TO
             WS-PRICE-CATALOG-LABEL(45).
           MOVE 25 TO WS-PRICE-CATALOG-DEFAULT(45).
           MOVE "INSURANCE-PREMIUM" TO WS-PRICE-CATALOG-KEY(46).
           MOVE "Insurance monthly premium" TO
             WS-PRICE-CATALOG-LABEL(46).
           MOVE 10 TO WS-PRICE-CATALOG-DEFAULT(46).
           MOVE "INSURANCE-MAX-CLAIM" TO WS-PRICE-CATALOG-KEY(47).
           MOVE "Insurance maximum claim" TO WS-PRICE-CATALOG-LABEL(47).
           MOVE 250 TO WS-PRICE-CATALOG-DEFAULT(47).
           MOVE "LOAN-PROV-CURRENT" TO WS-PRICE-CATALOG-KEY(48).
           MOVE "Loan provision % up to date" TO
             WS-PRICE-CATALOG-LABEL(48).
           MOVE 1 TO WS-PRICE-CATALOG-DEFAULT(48).
           MOVE "LOAN-PROV-1-7" TO WS-PRICE-CATALOG-KEY(49).
           MOVE "Loan provision % 1-7 days" TO
             WS-PRICE-CATALOG-LABEL(49).
           MOVE 10 TO WS-PRICE-CATALOG-DEFAULT(49).
           MOVE "LOAN-PROV-8-30" TO WS-PRICE-CATALOG-KEY(50).
           MOVE "Loan provision % 8-30 days" TO
             WS-PRICE-CATALOG-LABEL(50).
           MOVE 25 TO WS-PRICE-CATALOG-DEFAULT(50).
           MOVE "LOAN-PROV-OVER-30" TO WS-PRICE-CATALOG-KEY(51).
           MOVE "Loan provision % over 30" TO
             WS-PRICE-CATALOG-LABEL(51).
           MOVE 50 TO WS-PRICE-CATALOG-DEFAULT(51).
           MOVE "BREAK-GLASS-MINUTES" TO WS-PRICE-CATALOG-KEY(52).
           MOVE "Break-glass window minutes" TO
             WS-PRICE-CATALOG-LABEL(52).
           MOVE 60 TO WS-PRICE-CATALOG-DEFAULT(52).
           MOVE "AUDIT-HIGH-VALUE" TO WS-PRICE-CATALOG-KEY(53).
           MOVE "Audit sample high value" TO WS-PRICE-CATALOG-LABEL(53).
           MOVE 100 TO WS-PRICE-CATALOG-DEFAULT(53).
           MOVE "AUDIT-RESPONSE-DAYS" TO WS-PRICE-CATALOG-KEY(54).
           MOVE "Audit finding response days" TO
             WS-PRICE-CATALOG-LABEL(54).
           MOVE 14 TO WS-PRICE-CATALOG-DEFAULT(54).
           MOVE "CERT-WARN-DAYS" TO WS-PRICE-CATALOG-KEY(55).
           MOVE "Certificate expiry warn days" TO
             WS-PRICE-CATALOG-LABEL(55).
           MOVE 30 TO WS-PRICE-CATALOG-DEFAULT(55).
           MOVE "ELO-K-FACTOR" TO WS-PRICE-CATALOG-KEY(56).
           MOVE "Game rating K factor" TO WS-PRICE-CATALOG-LABEL(56).
           MOVE 32 TO WS-PRICE-CATALOG-DEFAULT(56).
           MOVE "MATCH-RATING-BAND" TO WS-PRICE-CATALOG-KEY(57).
           MOVE "Challenge rating band" TO WS-PRICE-CATALOG-LABEL(57).
           MOVE 200 TO WS-PRICE-CATALOG-DEFAULT(57).
           MOVE "CARAVAN-RTP" TO WS-PRICE-CATALOG-KEY(58).
           MOVE "Caravan target return %" TO WS-PRICE-CATALOG-LABEL(58).
           MOVE 90 TO WS-PRICE-CATALOG-DEFAULT(58).
           MOVE "RTP-TOLERANCE" TO WS-PRICE-CATALOG-KEY(59).
           MOVE "Return to player tolerance %" TO
             WS-PRICE-CATALOG-LABEL(59).
           MOVE 5 TO WS-PRICE-CATALOG-DEFAULT(59).
           MOVE "RTP-MIN-PLAYS" TO WS-PRICE-CATALOG-KEY(60).
           MOVE "Return check minimum plays" TO
             WS-PRICE-CATALOG-LABEL(60).
           MOVE 30 TO WS-PRICE-CATALOG-DEFAULT(60).
           MOVE "RAD-DOSE-DIVISOR" TO WS-PRICE-CATALOG-KEY(61).
           MOVE "Radiation dose divisor" TO WS-PRICE-CATALOG-LABEL(61).
           MOVE 100 TO WS-PRICE-CATALOG-DEFAULT(61).
           MOVE "RAD-MONTH-LIMIT" TO WS-PRICE-CATALOG-KEY(62).
           MOVE "Radiation monthly dose limit" TO
             WS-PRICE-CATALOG-LABEL(62).
           MOVE 50 TO WS-PRICE-CATALOG-DEFAULT(62).
           MOVE "RAD-LIFETIME-LIMIT" TO WS-PRICE-CATALOG-KEY(63).
           MOVE "Radiation lifetime dose limit" TO
             WS-PRICE-CATALOG-LABEL(63).
           MOVE 900 TO WS-PRICE-CATALOG-DEFAULT(63).
           MOVE "NO-SHOW-DAYS" TO WS-PRICE-CATALOG-KEY(64).
           MOVE "No-show window days" TO WS-PRICE-CATALOG-LABEL(64).
           MOVE 30 TO WS-PRICE-CATALOG-DEFAULT(64).
           MOVE "NO-SHOW-LIMIT" TO WS-PRICE-CATALOG-KEY(65).
           MOVE "No-shows before flagging" TO
             WS-PRICE-CATALOG-LABEL(65).
           MOVE 2 TO WS-PRICE-CATALOG-DEFAULT(65).
           MOVE "POOR-RATING-DAYS" TO WS-PRICE-CATALOG-KEY(66).
           MOVE "Poor rating window days" TO WS-PRICE-CATALOG-LABEL(66).
           MOVE 90 TO WS-PRICE-CATALOG-DEFAULT(66).
           MOVE "POOR-RATING-LIMIT" TO WS-PRICE-CATALOG-KEY(67).
           MOVE "Poor ratings before flagging" TO
             WS-PRICE-CATALOG-LABEL(67).
           MOVE 2 TO WS-PRICE-CATALOG-DEFAULT(67).
           MOVE "PAY-REQUEST-DAYS" TO WS-PRICE-CATALOG-KEY(68).
           MOVE "Payment request expiry days" TO
             WS-PRICE-CATALOG-LABEL(68).
           MOVE 7 TO WS-PRICE-CATALOG-DEFAULT(68).
           MOVE "PAYROLL-PAY-DAY" TO WS-PRICE-CATALOG-KEY(69).
           MOVE "Payroll day of month (0=any)" TO
             WS-PRICE-CATALOG-LABEL(69).
           MOVE 0 TO WS-PRICE-CATALOG-DEFAULT(69).
           MOVE "LEAVE-ACCRUAL-HOURS" TO WS-PRICE-CATALOG-KEY(70).
           MOVE "Leave accrual hours per run" TO
             WS-PRICE-CATALOG-LABEL(70).
           MOVE 8 TO WS-PRICE-CATALOG-DEFAULT(70).
           MOVE "SO-FORECAST-DAYS" TO WS-PRICE-CATALOG-KEY(71).
           MOVE "Standing order cycle days" TO
             WS-PRICE-CATALOG-LABEL(71).
           MOVE 30 TO WS-PRICE-CATALOG-DEFAULT(71).
           MOVE "FED-KEY-GRACE-DAYS" TO WS-PRICE-CATALOG-KEY(72).
           MOVE "Old federation key grace days" TO
             WS-PRICE-CATALOG-LABEL(72).
           MOVE 14 TO WS-PRICE-CATALOG-DEFAULT(72).
           MOVE "MAINT-DUTY-REWARD" TO WS-PRICE-CATALOG-KEY(73).
           MOVE "Maintenance duty reward" TO WS-PRICE-CATALOG-LABEL(73).
           MOVE 10 TO WS-PRICE-CATALOG-DEFAULT(73).
           MOVE "MAINT-LEAD-DAYS" TO WS-PRICE-CATALOG-KEY(74).
           MOVE "Maintenance lead days" TO WS-PRICE-CATALOG-LABEL(74).
           MOVE 3 TO WS-PRICE-CATALOG-DEFAULT(74).
           MOVE "PETITION-SHARE-PCT" TO WS-PRICE-CATALOG-KEY(75).
           MOVE "Petition signature share %" TO
             WS-PRICE-CATALOG-LABEL(75).
           MOVE 10 TO WS-PRICE-CATALOG-DEFAULT(75).

      *    Every catalog key must exist in pricing.dat, whether the
      *    file is brand new or carried over from an older release
           END-PERFORM.
           CLOSE F-PRICING-FILE.

           MOVE 0 TO PRICE-RESOLVE-SEQ-ENTRY.
           MOVE 0 TO PRICE-RESOLVE-AMOUNT.
           MOVE SPACES TO PRICE-EFFECTIVE-ENTRY.
           INITIALIZE PRICE-CHOICE.
           DISPLAY PRICING-SCREEN.
           DISPLAY PIP-BOY-SCREEN.

           ACCEPT PRICE-SEQ-FIELD.
           ACCEPT PRICE-AMOUNT-FIELD.
           ACCEPT PRICE-EFFECTIVE-FIELD.
           ACCEPT PRICE-CHOICE-FIELD.
           MOVE SPACES TO PRICE-RESULT-MESSAGE.

           IF PRICE-RESOLVE-SEQ-ENTRY > 0
               PERFORM 0475-RESOLVE-PRICE-CHANGE
               PERFORM 0470-PRICING-MAINTENANCE
           END-IF.

      *    A new cost is held for a second admin to approve in the
      *    reference data approvals desk; it goes live on approval or
      *    on the date given, whichever is later.
       0475-RESOLVE-PRICE-CHANGE.
           IF PRICE-RESOLVE-SEQ-ENTRY > WS-PRICE-COUNT
               MOVE "NO SUCH ITEM ON THIS PAGE" TO PRICE-RESULT-MESSAGE
           ELSE IF PRICE-EFFECTIVE-ENTRY NOT = SPACES
           AND PRICE-EFFECTIVE-ENTRY IS NOT NUMERIC
               MOVE "DATE MUST BE YYYYMMDD OR BLANK" TO
                 PRICE-RESULT-MESSAGE
           ELSE IF PRICE-RESOLVE-AMOUNT =
             WS-PRICE-AMOUNT(PRICE-RESOLVE-SEQ-ENTRY)
               MOVE "NO CHANGE TO THE CURRENT VALUE" TO
                 PRICE-RESULT-MESSAGE
           ELSE
               PERFORM 0476-REQUEST-PRICE-CHANGE
           END-IF.

       0476-REQUEST-PRICE-CHANGE.
           MOVE SPACES TO WS-RC-KEY.
           MOVE WS-PRICE-KEY(PRICE-RESOLVE-SEQ-ENTRY) TO WS-RC-KEY.
           MOVE SPACES TO WS-RC-BEFORE.
           MOVE WS-PRICE-AMOUNT(PRICE-RESOLVE-SEQ-ENTRY) TO
             WS-RC-BEFORE(1:3).
           MOVE SPACES TO WS-RC-AFTER.
           MOVE PRICE-RESOLVE-AMOUNT TO WS-RC-AFTER(1:3).
           MOVE 0 TO WS-RC-NEXT-ID.
           MOVE 0 TO WS-RC-PENDING.
           OPEN INPUT F-REFDATA-CHANGES-FILE.
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
                           AND RC-TABLE = "PRICING"
                           AND RC-KEY = WS-RC-KEY
                               MOVE 1 TO WS-RC-PENDING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REFDATA-CHANGES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-RC-PENDING = 1
               MOVE "CHANGE ALREADY AWAITING APPROVAL" TO
                 PRICE-RESULT-MESSAGE
           ELSE
               ADD 1 TO WS-RC-NEXT-ID
               OPEN EXTEND F-REFDATA-CHANGES-FILE
               IF WS-REFDATA-STATUS = "35"
                   OPEN OUTPUT F-REFDATA-CHANGES-FILE
               END-IF
               MOVE SPACES TO REFDATA-CHANGE-RECORD
               MOVE WS-RC-NEXT-ID TO RC-ID
               MOVE "PRICING" TO RC-TABLE
               MOVE WS-RC-KEY TO RC-KEY
               MOVE WS-RC-BEFORE TO RC-BEFORE
               MOVE WS-RC-AFTER TO RC-AFTER
               MOVE PRICE-EFFECTIVE-ENTRY TO RC-EFFECTIVE
               MOVE ADMIN-NAME TO RC-MAKER
               MOVE FUNCTION CURRENT-DATE(1:8) TO RC-MADE-DATE
               MOVE "PENDING" TO RC-STATUS
               WRITE REFDATA-CHANGE-RECORD
               CLOSE F-REFDATA-CHANGES-FILE
               MOVE ADMIN-NAME TO AUDIT-ADMIN
               MOVE "REF-REQUEST" TO AUDIT-ACTION
               MOVE WS-RC-NEXT-ID TO AUDIT-ACCOUNT
               MOVE PRICE-RESOLVE-AMOUNT TO AUDIT-AMOUNT
               PERFORM 0330-WRITE-AUDIT-ENTRY
               MOVE "CHANGE HELD FOR APPROVAL" TO PRICE-RESULT-MESSAGE
           END-IF.

       0479-ENSURE-MOTD-RECORD.
