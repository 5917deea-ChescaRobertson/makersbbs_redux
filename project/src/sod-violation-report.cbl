       IDENTIFICATION DIVISION.
           PROGRAM-ID. sod-violation-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-AUDIT-FILE ASSIGN TO "audit-trail.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-AUDIT-STATUS.
           SELECT F-SOD-CONTROL-FILE ASSIGN TO
             "sod-report-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "sod-violations.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-AUDIT-FILE.
           01 AUDIT-ENTRY.
               05 AUDIT-ADMIN PIC X(16).
               05 AUDIT-ACTION PIC X(12).
               05 AUDIT-ACCOUNT PIC X(8).
               05 AUDIT-AMOUNT PIC 999.
               05 AUDIT-DATE PIC X(10).
               05 AUDIT-SEQ PIC 9(6).
               05 AUDIT-CHECK PIC 9(9).

           FD F-SOD-CONTROL-FILE.
           01 SOD-CONTROL-RECORD.
               05 SRC-LAST-RUN PIC X(8).
               05 SRC-FOUND PIC 9(4).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-WORK-INT PIC 9(8).
           01 WS-WORK-DATE PIC 9(8).
           01 WS-WEEK-START PIC X(8).
           01 WS-LOOKBACK-START PIC X(8).
           01 WS-LAST-RUN PIC X(8).
           01 WS-NOT-DUE PIC 9.
           01 WS-ENTRY-DATE PIC X(8).

      *    How far back the making half of a pair is looked for.
      *    A posting is released the same day it is entered, but a
      *    reinstated member may not ask for a password reset for
      *    some weeks.
           01 WS-LOOKBACK-DAYS PIC 99 VALUE 30.

      *    The making half of every pair seen in the lookback.
           01 WS-MAKER-TABLE.
               05 WS-MAKER-ENTRY OCCURS 500 TIMES.
                   10 WS-MK-KIND PIC X(10).
                   10 WS-MK-ADMIN PIC X(16).
                   10 WS-MK-ACCOUNT PIC X(8).
                   10 WS-MK-AMOUNT PIC 999.
                   10 WS-MK-DATE PIC X(8).
           01 WS-MAKER-COUNT PIC 999 VALUE 0.
           01 WS-MAKER-DROPPED PIC 9(5) VALUE 0.
           01 WS-MK-IDX PIC 999.
           01 WS-CHECK-KIND PIC X(10).
           01 WS-MATCH-IDX PIC 999.

           01 WS-FOUND-COUNT PIC 9(4) VALUE 0.
           01 WS-CHECKED-COUNT PIC 9(6) VALUE 0.
           01 WS-FOUND-DISPLAY PIC ZZZ9.
           01 WS-AMOUNT-DISPLAY PIC ZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "SOD-VIOLATIONS".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "sod-violations.dat".

           LINKAGE SECTION.
           01 LS-SOD-RUN-MODE PIC X.
               88 LS-SOD-FORCED VALUE "F".
           01 LS-SOD-STATUS-MESSAGE PIC X(30).

      *    Reads the audit trail for the past week looking for the
      *    same overseer on both sides of a control that is meant to
      *    take two people:
      *      posting     - DUAL-ENTER and DUAL-RELEASE on the same
      *                    account and amount;
      *      reversal    - REV-RAISE and REV-COLLECT or REV-WRITEOFF
      *                    on the same transaction reference;
      *      reinstating - REINSTATE and PWRD-APPROVE on the same
      *                    account number.
      *    The nightly run passes "W" and only reports once seven
      *    days have gone by since the last report; the operations
      *    menu passes "F" to run it on demand.
       PROCEDURE DIVISION USING LS-SOD-RUN-MODE LS-SOD-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           PERFORM 0010-CHECK-CONTROL.
           IF WS-NOT-DUE = 1
               MOVE "DUTY CONFLICT REPORT NOT DUE" TO
                 LS-SOD-STATUS-MESSAGE
               GOBACK
           END-IF.

           COMPUTE WS-WORK-INT = WS-TODAY-INT - 6.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-DATE TO WS-WEEK-START.
           COMPUTE WS-WORK-INT = WS-TODAY-INT - WS-LOOKBACK-DAYS.
           COMPUTE WS-WORK-DATE = FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           MOVE WS-WORK-DATE TO WS-LOOKBACK-START.

           MOVE 0 TO WS-MAKER-COUNT.
           MOVE 0 TO WS-MAKER-DROPPED.
           MOVE 0 TO WS-FOUND-COUNT.
           MOVE 0 TO WS-CHECKED-COUNT.
           INITIALIZE WS-MAKER-TABLE.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           PERFORM 0200-SCAN-AUDIT-TRAIL.
           PERFORM 0400-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE WS-FOUND-COUNT TO WS-FOUND-DISPLAY.
           MOVE SPACES TO LS-SOD-STATUS-MESSAGE.
           IF WS-FOUND-COUNT = 0
               MOVE "NO DUTY CONFLICTS FOUND" TO LS-SOD-STATUS-MESSAGE
           ELSE
               STRING "DUTY CONFLICTS FOUND: " DELIMITED BY SIZE
                   WS-FOUND-DISPLAY DELIMITED BY SIZE
                   INTO LS-SOD-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-NOT-DUE.
           MOVE SPACES TO WS-LAST-RUN.
           OPEN INPUT F-SOD-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ F-SOD-CONTROL-FILE
                   NOT AT END
                       MOVE SRC-LAST-RUN TO WS-LAST-RUN
               END-READ
               CLOSE F-SOD-CONTROL-FILE
           END-IF.
           IF NOT LS-SOD-FORCED
           AND WS-LAST-RUN IS NUMERIC
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-LAST-RUN))
               IF WS-TODAY-INT - WS-WORK-INT < 7
                   MOVE 1 TO WS-NOT-DUE
               END-IF
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-SOD-CONTROL-FILE.
           MOVE SPACES TO SOD-CONTROL-RECORD.
           MOVE WS-TODAY TO SRC-LAST-RUN.
           MOVE WS-FOUND-COUNT TO SRC-FOUND.
           WRITE SOD-CONTROL-RECORD.
           CLOSE F-SOD-CONTROL-FILE.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "SEGREGATION OF DUTIES EXCEPTIONS " DELIMITED BY SIZE
               WS-WEEK-START DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CONTROL    OVERSEER         ACCOUNT  AMT"
               DELIMITED BY SIZE
               "  MADE     APPROVAL     ON" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    The trail is in the order things happened, so the making
      *    half of a pair is always on the table by the time the
      *    approving half is read.
       0200-SCAN-AUDIT-TRAIL.
           OPEN INPUT F-AUDIT-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-AUDIT-FILE
                       NOT AT END
                           MOVE AUDIT-DATE(1:8) TO WS-ENTRY-DATE
                           IF WS-ENTRY-DATE NOT < WS-LOOKBACK-START
                               PERFORM 0210-CLASSIFY-ENTRY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-AUDIT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0210-CLASSIFY-ENTRY.
           MOVE SPACES TO WS-CHECK-KIND.
           EVALUATE AUDIT-ACTION
               WHEN "DUAL-ENTER"
                   MOVE "POSTING" TO WS-CHECK-KIND
                   PERFORM 0220-ADD-MAKER
                   MOVE SPACES TO WS-CHECK-KIND
               WHEN "REV-RAISE"
                   MOVE "REVERSAL" TO WS-CHECK-KIND
                   PERFORM 0220-ADD-MAKER
                   MOVE SPACES TO WS-CHECK-KIND
               WHEN "REINSTATE"
                   MOVE "REINSTATE" TO WS-CHECK-KIND
                   PERFORM 0220-ADD-MAKER
                   MOVE SPACES TO WS-CHECK-KIND
               WHEN "DUAL-RELEASE"
                   MOVE "POSTING" TO WS-CHECK-KIND
               WHEN "REV-COLLECT"
               WHEN "REV-WRITEOFF"
                   MOVE "REVERSAL" TO WS-CHECK-KIND
               WHEN "PWRD-APPROVE"
                   MOVE "REINSTATE" TO WS-CHECK-KIND
           END-EVALUATE.
           IF WS-CHECK-KIND NOT = SPACES
           AND WS-ENTRY-DATE NOT < WS-WEEK-START
               ADD 1 TO WS-CHECKED-COUNT
               PERFORM 0300-MATCH-MAKER
           END-IF.

       0220-ADD-MAKER.
           IF WS-MAKER-COUNT < 500
               ADD 1 TO WS-MAKER-COUNT
               MOVE WS-CHECK-KIND TO WS-MK-KIND(WS-MAKER-COUNT)
               MOVE AUDIT-ADMIN TO WS-MK-ADMIN(WS-MAKER-COUNT)
               MOVE AUDIT-ACCOUNT TO WS-MK-ACCOUNT(WS-MAKER-COUNT)
               MOVE AUDIT-AMOUNT TO WS-MK-AMOUNT(WS-MAKER-COUNT)
               MOVE WS-ENTRY-DATE TO WS-MK-DATE(WS-MAKER-COUNT)
           ELSE
               ADD 1 TO WS-MAKER-DROPPED
           END-IF.

      *    A reinstatement is matched on the account alone - the
      *    password approval carries no amount.
       0300-MATCH-MAKER.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING WS-MK-IDX FROM 1 BY 1
               UNTIL WS-MK-IDX > WS-MAKER-COUNT OR WS-MATCH-IDX > 0
               IF WS-MK-KIND(WS-MK-IDX) = WS-CHECK-KIND
               AND WS-MK-ADMIN(WS-MK-IDX) = AUDIT-ADMIN
               AND WS-MK-ACCOUNT(WS-MK-IDX) = AUDIT-ACCOUNT
               AND (WS-CHECK-KIND = "REINSTATE"
                 OR WS-MK-AMOUNT(WS-MK-IDX) = AUDIT-AMOUNT)
                   MOVE WS-MK-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-FOUND-COUNT
               PERFORM 0310-WRITE-VIOLATION
           END-IF.

       0310-WRITE-VIOLATION.
           MOVE AUDIT-AMOUNT TO WS-AMOUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-CHECK-KIND DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-ADMIN DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-ACCOUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-DISPLAY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MK-DATE(WS-MATCH-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ENTRY-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0400-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FOUND-COUNT TO WS-FOUND-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPROVALS CHECKED: " DELIMITED BY SIZE
               WS-CHECKED-COUNT DELIMITED BY SIZE
               "   SAME OVERSEER BOTH SIDES: " DELIMITED BY SIZE
               WS-FOUND-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MAKER-DROPPED > 0
               MOVE SPACES TO REPORT-LINE
               STRING "** TABLE FULL - " DELIMITED BY SIZE
                   WS-MAKER-DROPPED DELIMITED BY SIZE
                   " ENTRIES NOT CHECKED **" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
