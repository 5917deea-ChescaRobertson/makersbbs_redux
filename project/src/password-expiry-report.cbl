       IDENTIFICATION DIVISION.
           PROGRAM-ID. password-expiry-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-ADMIN-FILE ASSIGN TO "admins.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ADMINS-STATUS.
           SELECT F-PWD-CONTROL-FILE ASSIGN TO
             "password-expiry-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "password-expiry.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

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

           FD F-ADMIN-FILE.
           01 ADMINS.
               05 ADMIN PIC X(16).
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-PWD-CONTROL-FILE.
           01 PWD-CONTROL-RECORD.
               05 PXC-LAST-RUN PIC X(8).
               05 PXC-LISTED PIC 9(5).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-ADMINS-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-WORK-INT PIC 9(8).
           01 WS-LAST-RUN PIC X(8).
           01 WS-NOT-DUE PIC 9.

           01 WS-CHECK-NAME PIC X(16).
           01 WS-CHECK-KIND PIC X.
           01 WS-CHECK-CHANGED PIC X(8).
           01 WS-CHECK-DAYS-LEFT PIC 9(4).
           01 WS-CHECK-STATUS PIC X(8).
           01 WS-KIND-TEXT PIC X(8).
           01 WS-CHANGED-TEXT PIC X(8).

           01 WS-CHECKED-COUNT PIC 9(5) VALUE 0.
           01 WS-WARN-COUNT PIC 9(5) VALUE 0.
           01 WS-EXPIRED-COUNT PIC 9(5) VALUE 0.
           01 WS-LISTED-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-DISPLAY PIC ZZZZ9.
           01 WS-DAYS-DISPLAY PIC ZZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "PASSWORD-EXPIRY".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "password-expiry.dat".

           LINKAGE SECTION.
           01 LS-PWD-RUN-MODE PIC X.
               88 LS-PWD-FORCED VALUE "F".
           01 LS-PWD-STATUS-MESSAGE PIC X(30).

      *    Lists every member and overseer whose password is inside
      *    the warning window or already past its maximum age, so
      *    the office can chase those who rarely log in.  Archived
      *    and deceased members and inactive overseers are left
      *    out.  The nightly run passes "W" and only reports once
      *    seven days have gone by since the last report; "F" runs
      *    it on demand.
       PROCEDURE DIVISION USING LS-PWD-RUN-MODE LS-PWD-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           PERFORM 0010-CHECK-CONTROL.
           IF WS-NOT-DUE = 1
               MOVE "PASSWORD EXPIRY REPORT NOT DUE" TO
                 LS-PWD-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-CHECKED-COUNT.
           MOVE 0 TO WS-WARN-COUNT.
           MOVE 0 TO WS-EXPIRED-COUNT.
           MOVE 0 TO WS-LISTED-COUNT.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.

           OPEN INPUT F-ADMIN-FILE.
           IF WS-ADMINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ADMIN-FILE
                       NOT AT END
                           IF ADMIN NOT = SPACES
                           AND ADMIN-STATUS NOT = "INACTIVE"
                               MOVE ADMIN TO WS-CHECK-NAME
                               MOVE "A" TO WS-CHECK-KIND
                               PERFORM 0200-CHECK-ACCOUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ADMIN-FILE
           END-IF.

           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           IF USER-ARCHIVED NOT = "Y"
                           AND USER-ARCHIVED NOT = "D"
                               MOVE USERNAME TO WS-CHECK-NAME
                               MOVE "M" TO WS-CHECK-KIND
                               PERFORM 0200-CHECK-ACCOUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.

           PERFORM 0300-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE WS-LISTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LS-PWD-STATUS-MESSAGE.
           STRING "PASSWORDS DUE OR EXPIRED:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LS-PWD-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-NOT-DUE.
           MOVE SPACES TO WS-LAST-RUN.
           OPEN INPUT F-PWD-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ F-PWD-CONTROL-FILE
                   NOT AT END
                       MOVE PXC-LAST-RUN TO WS-LAST-RUN
               END-READ
               CLOSE F-PWD-CONTROL-FILE
           END-IF.
           IF NOT LS-PWD-FORCED
           AND WS-LAST-RUN IS NUMERIC
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LAST-RUN))
               IF WS-TODAY-INT - WS-WORK-INT < 7
                   MOVE 1 TO WS-NOT-DUE
               END-IF
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-PWD-CONTROL-FILE.
           MOVE SPACES TO PWD-CONTROL-RECORD.
           MOVE WS-TODAY TO PXC-LAST-RUN.
           MOVE WS-LISTED-COUNT TO PXC-LISTED.
           WRITE PWD-CONTROL-RECORD.
           CLOSE F-PWD-CONTROL-FILE.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "PASSWORD EXPIRY REPORT AS AT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "KIND     ACCOUNT          LAST SET  DAYS LEFT  STATUS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-CHECK-ACCOUNT.
           ADD 1 TO WS-CHECKED-COUNT.
           CALL 'check-password-age' USING WS-CHECK-NAME WS-CHECK-KIND
             WS-CHECK-CHANGED WS-CHECK-DAYS-LEFT WS-CHECK-STATUS.
           IF WS-CHECK-STATUS = "WARN" OR "EXPIRED"
               IF WS-CHECK-STATUS = "WARN"
                   ADD 1 TO WS-WARN-COUNT
               ELSE
                   ADD 1 TO WS-EXPIRED-COUNT
               END-IF
               ADD 1 TO WS-LISTED-COUNT
               IF WS-CHECK-KIND = "A"
                   MOVE "OVERSEER" TO WS-KIND-TEXT
               ELSE
                   MOVE "MEMBER" TO WS-KIND-TEXT
               END-IF
               IF WS-CHECK-CHANGED = SPACES
                   MOVE "NEVER" TO WS-CHANGED-TEXT
               ELSE
                   MOVE WS-CHECK-CHANGED TO WS-CHANGED-TEXT
               END-IF
               MOVE WS-CHECK-DAYS-LEFT TO WS-DAYS-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-KIND-TEXT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHECK-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CHANGED-TEXT DELIMITED BY SIZE
                   "       " DELIMITED BY SIZE
                   WS-DAYS-DISPLAY DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CHECK-STATUS DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0300-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "ACCOUNTS CHECKED:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-WARN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRING SOON:     " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "EXPIRED:           " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
