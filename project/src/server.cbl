                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-BACK-STATUS.

             SELECT F-MUSTERS-FILE ASSIGN TO 'musters.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MUSTER-STATUS.

             SELECT F-MUSTER-CHECKINS-FILE ASSIGN TO
                 'muster-checkins.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MCHK-STATUS.

             SELECT F-DURESS-FILE ASSIGN TO 'duress-passwords.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DURESS-STATUS.
             SELECT F-SESSION-LOG-FILE ASSIGN TO 'session-log.dat'
                 ORGANIZATION IS LINE SEQUENTIAL.

             SELECT F-SUPPORT-VIEWS-FILE ASSIGN TO 'support-views.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SUPPORT-STATUS.

             SELECT F-NOTIFY-OUTBOX-FILE ASSIGN TO
                 'notification-outbox.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
               05 BA-USERNAME PIC X(16).
               05 BA-TIME PIC X(12).

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

           FD F-DURESS-FILE.
           01 DURESS-RECORD.
               05 DUR-USERNAME PIC X(16).
              05 SL-DISCONNECT-TIME PIC X(12).
              05 SL-TERMINAL-ID PIC X(8).

           FD F-SUPPORT-VIEWS-FILE.
           01 SUPPORT-VIEW-RECORD.
               05 SV-ADMIN PIC X(16).
               05 SV-MEMBER PIC X(16).
               05 SV-STARTED PIC X(14).
               05 SV-ENDED PIC X(14).
               05 SV-MINUTES PIC 9(6).

           FD F-NOTIFY-OUTBOX-FILE.
           01 NOTIFICATION-OUTBOX-RECORD.
               05 NTFY-USERNAME PIC X(16).
           01 WS-SESSION-CONNECT-TIME PIC X(12).
           01 WS-TERMINALS-STATUS PIC XX.
           01 WS-INCIDENTS-STATUS PIC XX.
           01 WS-INCIDENT-SEVERITY PIC X(8).
           01 WS-TERMINAL-ID PIC X(8).
           01 WS-TERMINAL-KNOWN PIC 9.
           01 WS-TERMINAL-ALERT PIC X(40).
           01 WS-DURESS-STATUS PIC XX.
           01 WS-DURESS-MATCH PIC 9.
           01 WS-DECOY-SESSION PIC X VALUE "N".
           01 WS-PAY-REQUEST-ID PIC 9(6) VALUE 0.
           01 WS-OPEN-CONNECT-TIME PIC X(12).
           01 WS-RESUME-FOUND PIC 9.
           01 RESUME-CHOICE PIC X.
           01 WS-OPEN-TERMINAL-ID PIC X(8).
           01 WS-TAKEOVER-DECLINED PIC 9 VALUE 0.
           01 WS-SESSION-TAKEN PIC 9 VALUE 0.
           01 TAKEOVER-CHOICE PIC X.
           01 WS-BCAST-STATUS PIC XX.
           01 WS-BACK-STATUS PIC XX.
           01 WS-BCAST-ID PIC 9(4).
           01 WS-BCAST-UNSEEN PIC 9.
           01 WS-BCAST-ENDED PIC 9.
           01 BCAST-ACK-CHOICE PIC X.
           01 WS-MUSTER-STATUS PIC XX.
           01 WS-MCHK-STATUS PIC XX.
           01 WS-MUSTER-ID PIC 9(4).
           01 WS-MUSTER-REASON PIC X(30).
           01 WS-MUSTER-UNSEEN PIC 9.
           01 MUSTER-SECTOR-ENTRY PIC X(20).
           01 WS-VR-STATUS PIC XX.
           01 WS-LOCATION-RESULT PIC X(5).
           01 WS-MAIL-STATUS PIC XX.
           01 WS-MAIL-UNREAD PIC 999 VALUE 0.

           *>----- Support View Variables -----
           01 WS-SUPPORT-STATUS PIC XX.
           01 WS-SUPPORT-MEMBER PIC X(16).
           01 WS-SUPPORT-ADMIN PIC X(16).
           01 WS-SUPPORT-STARTED PIC X(14).
           01 WS-SUPPORT-MESSAGE PIC X(40).
           01 WS-SUPPORT-NOTICE PIC X(40)
               VALUE "OVERSEER SUPPORT VIEWED YOUR ACCOUNT".
           01 WS-SUPPORT-ACTION PIC X(12).
           01 WS-SUPPORT-MINUTES PIC 9(6).
           01 WS-SUPPORT-AMOUNT PIC 999.
           01 WS-SV-START-PARTS.
               05 WS-SV-START-DATE PIC 9(8).
               05 WS-SV-START-HOUR PIC 99.
               05 WS-SV-START-MIN PIC 99.
               05 WS-SV-START-SEC PIC 99.
           01 WS-SV-END-PARTS.
               05 WS-SV-END-DATE PIC 9(8).
               05 WS-SV-END-HOUR PIC 99.
               05 WS-SV-END-MIN PIC 99.
               05 WS-SV-END-SEC PIC 99.


           *>----- Arcade Variables -----

           01 UPDATED-PASSWORD PIC X(20).
           01 CONFIRM-NEW-PASSWORD PIC X(20).
           01 CHANGE-PWORD-CHOICE PIC X.
           01 WS-PWORD-FORCED PIC X VALUE "N".
           01 WS-PWORD-KIND PIC X VALUE "M".
           01 WS-PWORD-CHANGED PIC X(8).
           01 WS-PWORD-DAYS-LEFT PIC 9(4).
           01 WS-PWORD-DAYS-DISPLAY PIC ZZZ9.
           01 WS-PWORD-AGE-STATUS PIC X(8).
           01 PWORD-EXPIRY-CHOICE PIC X.

           *>----- Forgot Password Variables -----

               05 BCAST-ACK-FIELD LINE 23 COL 66 PIC X
                   USING BCAST-ACK-CHOICE.

           01 MUSTER-CHECKIN-SCREEN.
               05 BLANK SCREEN.
               05 LINE 18 COL 30 VALUE "*** EMERGENCY MUSTER ***"
                   BLINK HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 20 COL 30 PIC X(30) USING WS-MUSTER-REASON
                   HIGHLIGHT FOREGROUND-COLOR IS 4.
               05 LINE 22 COL 30 VALUE
                   "Every member must report in before going on."
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 30 VALUE
                   "Give the sector you are in right now."
                   FOREGROUND-COLOR IS 2.
               05 LINE 25 COL 30 VALUE "Your current sector: "
                   FOREGROUND-COLOR IS 2.
               05 MUSTER-SECTOR-FIELD LINE 25 COL 51 PIC X(20)
                   USING MUSTER-SECTOR-ENTRY.

           01 RESUME-SESSION-SCREEN.
               05 BLANK SCREEN.
               05 LINE 20 COL 34 VALUE "Session Interrupted"
               05 RESUME-CHOICE-FIELD LINE 27 COL 40 PIC X
                   USING RESUME-CHOICE.

           01 PASSWORD-EXPIRY-SCREEN.
               05 BLANK SCREEN.
               05 LINE 20 COL 34 VALUE "Password Expiring"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 34 VALUE "Your password expires in"
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 59 PIC ZZZ9 FROM WS-PWORD-DAYS-LEFT
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 64 VALUE "days."
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 34 VALUE
                   "After that you must change it before you can"
                   FOREGROUND-COLOR IS 2.
               05 LINE 24 COL 34 VALUE "reach the menu."
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 34 VALUE
                   "(c) Change it now  (m) Continue to the menu"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 27 COL 34 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 PWORD-EXPIRY-FIELD LINE 27 COL 40 PIC X
                   USING PWORD-EXPIRY-CHOICE.

           01 TAKEOVER-SESSION-SCREEN.
               05 BLANK SCREEN.
               05 LINE 20 COL 34 VALUE "Already Signed In"
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 34 VALUE
                   "This account has a session open on terminal"
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 78 PIC X(8) FROM WS-OPEN-TERMINAL-ID
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 23 COL 34 VALUE "since (YYYYMMDDhhmm)"
                   FOREGROUND-COLOR IS 2.
               05 LINE 23 COL 55 PIC X(12) FROM WS-OPEN-CONNECT-TIME
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 34 VALUE
                   "Only one session is allowed at a time."
                   FOREGROUND-COLOR IS 2.
               05 LINE 26 COL 34 VALUE
                   "(e) End that session  (n) Cancel this log-in"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 27 COL 34 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 TAKEOVER-CHOICE-FIELD LINE 27 COL 40 PIC X
                   USING TAKEOVER-CHOICE.

           01 REGISTER-NEW-USER-SCREEN
               BACKGROUND-COLOR IS 0.
               05 BLANK SCREEN.                                           
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 38 COL 100 VALUE "(1) Training courses   "
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 39 COL 120 VALUE "(2) Household"
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 40 COL 120 VALUE "(3) Vault projects"
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 41 COL 120 VALUE "(4) Insurance"
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 42 COL 120 VALUE "(5) Job vacancies"
                  HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 39 COL 103 PIC ZZ9 USING WS-MAIL-UNREAD
                  HIGHLIGHT FOREGROUND-COLOR IS 5.
               05 LINE 39 COL 107 VALUE "new"
           ELSE IF START-CHOICE = "x" THEN 
               STOP RUN
           ELSE IF START-CHOICE = "a" THEN 
               MOVE SPACES TO WS-SUPPORT-MEMBER
               MOVE SPACES TO WS-SUPPORT-ADMIN
               CALL 'admin-server' USING WS-SUPPORT-MEMBER
                 WS-SUPPORT-ADMIN
               IF WS-SUPPORT-MEMBER NOT = SPACES
                   PERFORM 0129-START-SUPPORT-VIEW
               END-IF
               PERFORM 0100-DISPLAY-START
           ELSE 
               PERFORM 0100-DISPLAY-START
                   INVALID KEY CONTINUE
               END-WRITE
               CALL 'init-password-history' USING NEW-USER-NAME
               CALL 'record-password-change' USING NEW-USER-NAME "M"
               CALL 'init-login-attempts' USING NEW-USER-NAME
               CALL 'init-profile' USING NEW-USER-NAME
           ELSE
                   MOVE WS-ENTERED-HASH TO WS-PASSWORD
                   CALL 'record-login-result' USING USER-NAME "Y"
                   PERFORM 0114A-SESSION-RESUME-CHECK
                   IF WS-TAKEOVER-DECLINED = 1
                       MOVE "ALREADY SIGNED IN ON ANOTHER TERMINAL" TO
                         ERROR-LOGIN-MESSAGE
                       PERFORM 0115-ERROR-PAGE
                   ELSE
                       PERFORM 0121-CHECK-TERMINAL
                       PERFORM 0117-UPDATE-LAST-ACTIVITY
                       PERFORM 0118-SWEEP-NOTIFICATIONS
                       PERFORM 0119-COUNT-UNREAD
                       PERFORM 0117A-CHECK-PASSWORD-AGE
                       PERFORM 0120-DISPLAY-MENU
                   END-IF
               ELSE
                   PERFORM 0123-CHECK-DURESS-LOGIN
                   IF WS-DURESS-MATCH = 1
           END-READ.
           CLOSE F-USERS-FILE.

      *    Inside the warning window the member is told how long
      *    the password has left; once it has expired the change
      *    password screen must be completed before the menu.
       0117A-CHECK-PASSWORD-AGE.
           MOVE "N" TO WS-PWORD-FORCED.
           CALL 'check-password-age' USING USER-NAME WS-PWORD-KIND
             WS-PWORD-CHANGED WS-PWORD-DAYS-LEFT WS-PWORD-AGE-STATUS.
           IF WS-PWORD-AGE-STATUS = "EXPIRED"
               MOVE "Y" TO WS-PWORD-FORCED
               PERFORM 0600-CHANGE-PASSWORD
           ELSE IF WS-PWORD-AGE-STATUS = "WARN"
               INITIALIZE PWORD-EXPIRY-CHOICE
               DISPLAY PASSWORD-EXPIRY-SCREEN
               ACCEPT PWORD-EXPIRY-FIELD
               IF PWORD-EXPIRY-CHOICE = 'c' OR 'C'
                   PERFORM 0600-CHANGE-PASSWORD
               END-IF
           END-IF.

      *    A line drop leaves a connect entry with no disconnect
      *    stamp.  On the next login the member can reattach to
      *    that entry so connect-time billing keeps the original
      *    start, or close it and start fresh.
       0114A-SESSION-RESUME-CHECK.
           MOVE 0 TO WS-RESUME-FOUND.
           MOVE 0 TO WS-TAKEOVER-DECLINED.
           MOVE 0 TO WS-SESSION-TAKEN.
           MOVE SPACES TO WS-OPEN-CONNECT-TIME.
           MOVE SPACES TO WS-OPEN-TERMINAL-ID.
           PERFORM 0121A-READ-TERMINAL-ID.
           OPEN INPUT F-SESSION-LOG-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
                           IF SL-DISCONNECT-TIME = SPACES
                               MOVE SL-CONNECT-TIME TO
                                 WS-OPEN-CONNECT-TIME
                               MOVE SL-TERMINAL-ID TO
                                 WS-OPEN-TERMINAL-ID
                               MOVE 1 TO WS-RESUME-FOUND
                           ELSE
                               IF SL-CONNECT-TIME =

           IF WS-RESUME-FOUND = 0
               PERFORM 0114-LOG-SESSION-CONNECT
           ELSE IF WS-OPEN-TERMINAL-ID NOT = WS-TERMINAL-ID
               PERFORM 0114C-OFFER-TAKEOVER
           ELSE
               INITIALIZE RESUME-CHOICE
               DISPLAY RESUME-SESSION-SCREEN
               END-IF
           END-IF.

      *    An open entry from a different terminal is a live
      *    session, not a dropped line.  Ending it stamps its
      *    disconnect so the other terminal signs itself off at its
      *    next menu; declining cancels this log-in and is reported
      *    in case the password is being used by someone else.
       0114C-OFFER-TAKEOVER.
           INITIALIZE TAKEOVER-CHOICE.
           DISPLAY TAKEOVER-SESSION-SCREEN.
           ACCEPT TAKEOVER-CHOICE-FIELD.
           IF TAKEOVER-CHOICE = 'e' OR 'E'
               PERFORM 0114B-CLOSE-DANGLING-SESSION
               MOVE SPACES TO WS-TERMINAL-ALERT
               STRING "TOOK OVER SESSION ON " DELIMITED BY SIZE
                   WS-OPEN-TERMINAL-ID DELIMITED BY SIZE
                   INTO WS-TERMINAL-ALERT
               MOVE "NOTICE" TO WS-INCIDENT-SEVERITY
               PERFORM 0114D-LOG-SESSION-INCIDENT
               PERFORM 0114-LOG-SESSION-CONNECT
           ELSE
               MOVE 1 TO WS-TAKEOVER-DECLINED
               MOVE "SECOND LOGIN REFUSED BY MEMBER" TO
                 WS-TERMINAL-ALERT
               MOVE "WARNING" TO WS-INCIDENT-SEVERITY
               PERFORM 0114D-LOG-SESSION-INCIDENT
           END-IF.

       0114D-LOG-SESSION-INCIDENT.
           OPEN EXTEND F-SECURITY-INCIDENTS-FILE.
           IF WS-INCIDENTS-STATUS = "35"
               OPEN OUTPUT F-SECURITY-INCIDENTS-FILE
           END-IF.
           MOVE SPACES TO SECURITY-INCIDENT-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SI-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SI-TIME.
           MOVE WS-INCIDENT-SEVERITY TO SI-SEVERITY.
           MOVE USER-NAME TO SI-USERNAME.
           MOVE WS-TERMINAL-ID TO SI-TERMINAL.
           MOVE WS-TERMINAL-ALERT TO SI-DETAIL.
           WRITE SECURITY-INCIDENT-RECORD.
           CLOSE F-SECURITY-INCIDENTS-FILE.

      *    A session whose own connect entry has picked up a
      *    disconnect stamp was ended from another terminal.
       0114E-CHECK-SESSION-ENDED.
           MOVE 0 TO WS-SESSION-TAKEN.
           OPEN INPUT F-SESSION-LOG-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-SESSION-LOG-FILE
                   NOT AT END
                       IF SL-USERNAME = USER-NAME
                       AND SL-CONNECT-TIME = WS-SESSION-CONNECT-TIME
                       AND SL-DISCONNECT-TIME NOT = SPACES
                           MOVE 1 TO WS-SESSION-TAKEN
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-SESSION-LOG-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SESSION-TAKEN = 1
               MOVE "SESSION ENDED - SIGNED IN ON ANOTHER TERMINAL" TO
                 ERROR-LOGIN-MESSAGE
               PERFORM 0115-ERROR-PAGE
           END-IF.

       0114B-CLOSE-DANGLING-SESSION.
           PERFORM 0500-TIME-AND-DATE.
           PERFORM 0121A-READ-TERMINAL-ID.
           WRITE SECURITY-INCIDENT-RECORD.
           CLOSE F-SECURITY-INCIDENTS-FILE.

      *    A support view never touched the member's session log,
      *    so ending one only closes the support record.
       0116-LOG-SESSION-DISCONNECT.
           IF WS-DECOY-SESSION = "R"
               PERFORM 0129B-END-SUPPORT-VIEW
           ELSE
               PERFORM 0116A-WRITE-DISCONNECT
           END-IF.

       0116A-WRITE-DISCONNECT.
           PERFORM 0500-TIME-AND-DATE.
           OPEN EXTEND F-SESSION-LOG-FILE.
           MOVE USER-NAME TO SL-USERNAME.
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      * An overseer's support view opens the member menu as the
      * chosen member in read-only mode.  The member's session log
      * and last-activity stamp are left alone; the view is kept on
      * its own file and in the audit trail, and the member is told
      * that support looked at the account.
       0129-START-SUPPORT-VIEW.
           PERFORM 0101-GENERATE-USER-TABLE.
           MOVE WS-SUPPORT-MEMBER TO USER-NAME.
           MOVE SPACES TO WS-PASSWORD.
           MOVE SPACES TO ACCOUNT-NUM.
           MOVE 1 TO WS-IDX.
           ADD 1 TO COUNTER.
           PERFORM UNTIL WS-IDX = COUNTER
               IF USER-NAME = WS-USER-NAME(WS-IDX)
                   PERFORM 0111-USER-INFO
                   MOVE WS-ACNT-NUM(WS-IDX) TO ACCOUNT-NUM
               END-IF
               ADD 1 TO WS-IDX
           END-PERFORM.
           MOVE "R" TO WS-DECOY-SESSION.
           MOVE SPACES TO WS-SUPPORT-MESSAGE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SUPPORT-STARTED.

           OPEN EXTEND F-SUPPORT-VIEWS-FILE.
           IF WS-SUPPORT-STATUS = "35"
               OPEN OUTPUT F-SUPPORT-VIEWS-FILE
           END-IF.
           MOVE SPACES TO SUPPORT-VIEW-RECORD.
           MOVE WS-SUPPORT-ADMIN TO SV-ADMIN.
           MOVE WS-SUPPORT-MEMBER TO SV-MEMBER.
           MOVE WS-SUPPORT-STARTED TO SV-STARTED.
           MOVE 0 TO SV-MINUTES.
           WRITE SUPPORT-VIEW-RECORD.
           CLOSE F-SUPPORT-VIEWS-FILE.

           MOVE "SUPPORT-VIEW" TO WS-SUPPORT-ACTION.
           MOVE 0 TO WS-SUPPORT-AMOUNT.
           CALL 'write-audit-entry' USING WS-SUPPORT-ADMIN
             WS-SUPPORT-ACTION ACCOUNT-NUM WS-SUPPORT-AMOUNT.
           CALL 'add-notification' USING USER-NAME
             WS-SUPPORT-NOTICE WS-NO-AMOUNT.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.
           PERFORM 0119-COUNT-UNREAD.
           PERFORM 0120-DISPLAY-MENU.

      *    Only pages that change nothing open in a support view;
      *    anything else is refused at the menu.
       0129A-SUPPORT-VIEW-GUARD.
           EVALUATE MENU-CHOICE
               WHEN 'x' WHEN 'X' WHEN 'l' WHEN 'L' WHEN 'c' WHEN 'C'
               WHEN 'n' WHEN 'N' WHEN 'v' WHEN 'V' WHEN 'a' WHEN 'A'
                   CONTINUE
               WHEN OTHER
                   MOVE "NOT AVAILABLE IN SUPPORT VIEW" TO
                     WS-SUPPORT-MESSAGE
                   MOVE "?" TO MENU-CHOICE
           END-EVALUATE.

      *    The end time and length of the view are stamped on the
      *    support record and the audit trail carries the minutes.
       0129B-END-SUPPORT-VIEW.
           MOVE WS-SUPPORT-STARTED TO WS-SV-START-PARTS.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-SV-END-PARTS.
           COMPUTE WS-SUPPORT-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-SV-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-SV-START-DATE)) * 1440
               + WS-SV-END-HOUR * 60 + WS-SV-END-MIN
               - WS-SV-START-HOUR * 60 - WS-SV-START-MIN.
           OPEN I-O F-SUPPORT-VIEWS-FILE.
           IF WS-SUPPORT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SUPPORT-VIEWS-FILE
                       NOT AT END
                           IF SV-ADMIN = WS-SUPPORT-ADMIN
                           AND SV-MEMBER = WS-SUPPORT-MEMBER
                           AND SV-STARTED = WS-SUPPORT-STARTED
                               MOVE WS-SV-END-PARTS TO SV-ENDED
                               MOVE WS-SUPPORT-MINUTES TO SV-MINUTES
                               REWRITE SUPPORT-VIEW-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SUPPORT-VIEWS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-SUPPORT-MINUTES > 999
               MOVE 999 TO WS-SUPPORT-AMOUNT
           ELSE
               MOVE WS-SUPPORT-MINUTES TO WS-SUPPORT-AMOUNT
           END-IF.
           MOVE "SUPPORT-END" TO WS-SUPPORT-ACTION.
           CALL 'write-audit-entry' USING WS-SUPPORT-ADMIN
             WS-SUPPORT-ACTION ACCOUNT-NUM WS-SUPPORT-AMOUNT.
           MOVE "N" TO WS-DECOY-SESSION.
           MOVE SPACES TO WS-SUPPORT-MEMBER.
           MOVE SPACES TO WS-SUPPORT-ADMIN.

       0129C-SUPPORT-VIEW-BANNER.
           IF WS-SUPPORT-MESSAGE NOT = SPACES
               MOVE WS-SUPPORT-MESSAGE TO WS-MAINT-MESSAGE
               MOVE SPACES TO WS-SUPPORT-MESSAGE
           ELSE IF WS-MAINT-MESSAGE = SPACES
               STRING "READ-ONLY SUPPORT VIEW: " DELIMITED BY SIZE
                   USER-NAME DELIMITED BY SIZE
                   INTO WS-MAINT-MESSAGE
               END-STRING
           END-IF.

      * An urgent broadcast interrupts whoever is at the menu
      * until they acknowledge it, and the acknowledgement is
      * logged so the overseer knows who saw it.
           WRITE BROADCAST-ACK-RECORD.
           CLOSE F-BROADCAST-ACKS-FILE.

      * While a warden has a muster declared, nobody gets past the
      * menu until they have reported the sector they are in.
       0126A-CHECK-MUSTER.
           MOVE 0 TO WS-MUSTER-ID.
           MOVE SPACES TO WS-MUSTER-REASON.
           OPEN INPUT F-MUSTERS-FILE.
           IF WS-MUSTER-STATUS = "00"
               MOVE 0 TO WS-BCAST-ENDED
               PERFORM UNTIL WS-BCAST-ENDED = 1
                   READ F-MUSTERS-FILE
                       NOT AT END
                           IF MU-STATUS = "ACTIVE"
                               MOVE MU-ID TO WS-MUSTER-ID
                               MOVE MU-REASON TO WS-MUSTER-REASON
                           END-IF
                       AT END
                           MOVE 1 TO WS-BCAST-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MUSTERS-FILE
           END-IF.
           IF WS-MUSTER-ID = 0
               CONTINUE
           ELSE
               MOVE 1 TO WS-MUSTER-UNSEEN
               OPEN INPUT F-MUSTER-CHECKINS-FILE
               IF WS-MCHK-STATUS = "00"
                   MOVE 0 TO WS-BCAST-ENDED
                   PERFORM UNTIL WS-BCAST-ENDED = 1
                       READ F-MUSTER-CHECKINS-FILE
                           NOT AT END
                               IF MC-MUSTER = WS-MUSTER-ID
                               AND MC-USERNAME = USER-NAME
                                   MOVE 0 TO WS-MUSTER-UNSEEN
                               END-IF
                           AT END
                               MOVE 1 TO WS-BCAST-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-MUSTER-CHECKINS-FILE
               END-IF
               IF WS-MUSTER-UNSEEN = 1
                   INITIALIZE MUSTER-SECTOR-ENTRY
                   PERFORM 0126B-MUSTER-CHECKIN-SCREEN
                   PERFORM 0127A-LOG-MUSTER-CHECKIN
               END-IF
           END-IF.

       0126B-MUSTER-CHECKIN-SCREEN.
           DISPLAY MUSTER-CHECKIN-SCREEN.
           ACCEPT MUSTER-SECTOR-FIELD.
           IF MUSTER-SECTOR-ENTRY = SPACES
               PERFORM 0126B-MUSTER-CHECKIN-SCREEN
           END-IF.

       0127A-LOG-MUSTER-CHECKIN.
           PERFORM 0500-TIME-AND-DATE.
           OPEN EXTEND F-MUSTER-CHECKINS-FILE.
           IF WS-MCHK-STATUS = "35"
               OPEN OUTPUT F-MUSTER-CHECKINS-FILE
           END-IF.
           MOVE SPACES TO MUSTER-CHECKIN-RECORD.
           MOVE WS-MUSTER-ID TO MC-MUSTER.
           MOVE USER-NAME TO MC-USERNAME.
           MOVE MUSTER-SECTOR-ENTRY TO MC-SECTOR.
           MOVE WS-TERMINAL-ID TO MC-TERMINAL.
           STRING WS-FORMATTED-YEAR WS-FORMATTED-MONTH WS-FORMATTED-DY
               WS-FORMATTED-HOUR WS-FORMATTED-MINS DELIMITED BY SIZE
               INTO MC-TIME
           END-STRING.
           WRITE MUSTER-CHECKIN-RECORD.
           CLOSE F-MUSTER-CHECKINS-FILE.

      * A subscribed location turning severe puts the warning
      * straight onto the connected member's menu banner.
       0124-CHECK-RADSTORM-ALERT.
               PERFORM 0116-LOG-SESSION-DISCONNECT
               PERFORM 0100-DISPLAY-START
           END-IF.
           IF WS-DECOY-SESSION NOT = "R"
               PERFORM 0114E-CHECK-SESSION-ENDED
           END-IF.
           IF WS-MAINT-MESSAGE = SPACES
               PERFORM 0124-CHECK-RADSTORM-ALERT
           END-IF.
           IF WS-DECOY-SESSION = "R"
               PERFORM 0129C-SUPPORT-VIEW-BANNER
           ELSE
               PERFORM 0126-CHECK-BROADCAST
               PERFORM 0126A-CHECK-MUSTER
           END-IF.
           DISPLAY MAINT-NOTICE-SCREEN.
           CALL 'get-price' USING WS-IDLE-KEY WS-IDLE-MINUTES.
           IF WS-IDLE-MINUTES = 0
           IF MENU-CHOICE = SPACES
               PERFORM 0121-IDLE-WARNING
           END-IF.
           IF WS-DECOY-SESSION = "R"
               PERFORM 0129A-SUPPORT-VIEW-GUARD
           ELSE
               PERFORM 0114E-CHECK-SESSION-ENDED
           END-IF.
           IF MENU-CHOICE = "x" or "X" THEN
             PERFORM 0116-LOG-SESSION-DISCONNECT
             STOP RUN
           ELSE IF MENU-CHOICE = 'c' or 'C' THEN 
               CALL "buy-credits-server" USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY, WS-USERS, USER-NAME, WS-PASSWORD,
               ACCOUNT-NUM, WS-DECOY-SESSION, WS-PAY-REQUEST-ID
               PERFORM 0120-DISPLAY-MENU
              *>  PERFORM 0400-BUY-CREDITS
           ELSE IF MENU-CHOICE = 'a' or 'A' THEN 
           ELSE IF MENU-CHOICE = 'p' or 'P' THEN 
               PERFORM 0600-CHANGE-PASSWORD
           ELSE IF MENU-CHOICE = 'n' or 'N' THEN
               MOVE 0 TO WS-PAY-REQUEST-ID
               CALL 'notification-server' USING USER-INFO-NAME,
               WS-PAY-REQUEST-ID, WS-DECOY-SESSION
               IF WS-PAY-REQUEST-ID > 0
                   CALL "buy-credits-server" USING USER-INFO-NAME,
                   USER-INFO-CRED-DISPLAY, WS-USERS, USER-NAME,
                   WS-PASSWORD, ACCOUNT-NUM, WS-DECOY-SESSION,
                   WS-PAY-REQUEST-ID
               END-IF
               PERFORM 0119-COUNT-UNREAD
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = 'i' or 'I' THEN
               CALL 'courses-server' USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = '2' THEN
               CALL 'household-server' USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = '3' THEN
               CALL 'vault-projects-server' USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = '4' THEN
               CALL 'insurance-server' USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = '5' THEN
               CALL 'vacancies-server' USING USER-INFO-NAME
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = 'h' or 'H' THEN
               CALL 'chat-server' USING USER-INFO-NAME
               PERFORM 0120-DISPLAY-MENU
               CALL 'settings-server' USING USER-INFO-NAME
               PERFORM 0120-DISPLAY-MENU
           ELSE IF MENU-CHOICE = 'e' or 'E' THEN
               CALL 'events-server' USING USER-INFO-NAME,
               USER-INFO-CRED-DISPLAY
               PERFORM 0120-DISPLAY-MENU
           END-IF.
      
           MOVE SPACES TO PWORD-OK-2.
           MOVE SPACES TO PWORD-OK-3.
           MOVE SPACES TO PWORD-CONFIRM-MSG.
           IF WS-PWORD-FORCED = "Y"
               MOVE "PASSWORD EXPIRED - CHOOSE A NEW ONE TO CONTINUE" TO
                 PWORD-CONFIRM-MSG
           END-IF.

           VALIDATE-CURRENT-PASSWORD. 
           INITIALIZE OLD-PASSWORD.
           DISPLAY PIP-BOY-SCREEN.
           PERFORM 0113-DISPLAY-TIME-USER-INFO.
           ACCEPT CHANGE-PWORD-FIELD. 
           IF WS-PWORD-FORCED = "Y"
           AND CHANGE-PWORD-CHOICE NOT = "s"
           AND CHANGE-PWORD-CHOICE NOT = "S"
               PERFORM VALIDATE-CURRENT-PASSWORD
           ELSE IF CHANGE-PWORD-CHOICE = "g" OR "G" THEN 
               PERFORM 0120-DISPLAY-MENU
           ELSE IF CHANGE-PWORD-CHOICE = "s" OR "S" THEN
               CALL 'update-password-history' USING USER-NAME
               CALL 'update-password' USING USER-NAME
               WS-NEW-PWORD-HASH
               MOVE WS-NEW-PWORD-HASH TO WS-PASSWORD
               CALL 'record-password-change' USING USER-NAME
                 WS-PWORD-KIND
               MOVE "N" TO WS-PWORD-FORCED
               MOVE 'PASSWORD SUCCESSFULLY UPDATED' TO PWORD-CONFIRM-MSG
           END-IF.
           
