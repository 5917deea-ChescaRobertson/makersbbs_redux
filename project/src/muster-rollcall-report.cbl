       IDENTIFICATION DIVISION.
           PROGRAM-ID. muster-rollcall-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-MUSTERS-FILE ASSIGN TO "musters.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MUSTERS-STATUS.
           SELECT F-CHECKINS-FILE ASSIGN TO "muster-checkins.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECKINS-STATUS.
           SELECT F-SESSION-LOG-FILE ASSIGN TO "session-log.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SESSION-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "muster-rollcall.dat"
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

      *    One line per muster a warden has declared.  It stays
      *    ACTIVE, and members are stopped at the menu to check in,
      *    until it is stood down (ENDED).
           FD F-MUSTERS-FILE.
           01 MUSTER-RECORD.
               05 MU-ID PIC 9(4).
               05 MU-REASON PIC X(30).
               05 MU-DECLARED-BY PIC X(16).
               05 MU-DECLARED PIC X(12).
               05 MU-ENDED-BY PIC X(16).
               05 MU-ENDED PIC X(12).
               05 MU-STATUS PIC X(8).

           FD F-CHECKINS-FILE.
           01 CHECKIN-RECORD.
               05 MC-MUSTER PIC 9(4).
               05 MC-USERNAME PIC X(16).
               05 MC-SECTOR PIC X(20).
               05 MC-TERMINAL PIC X(8).
               05 MC-TIME PIC X(12).

           FD F-SESSION-LOG-FILE.
           01 SESSION-LOG-RECORD.
              05 SL-USERNAME PIC X(16).
              05 SL-CONNECT-TIME PIC X(12).
              05 SL-DISCONNECT-TIME PIC X(12).
              05 SL-TERMINAL-ID PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-MUSTERS-STATUS PIC XX.
           01 WS-CHECKINS-STATUS PIC XX.
           01 WS-SESSION-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-NOW PIC X(12).

           01 WS-MUSTER-ID PIC 9(4).
           01 WS-MUSTER-REASON PIC X(30).
           01 WS-MUSTER-DECLARED PIC X(12).
           01 WS-MUSTER-BY PIC X(16).

      *    Checked-in members, ordered by the sector they gave.
           01 WS-IN-COUNT PIC 9(4) VALUE 0.
           01 WS-IN-TABLE.
               05 WS-IN-ENTRY OCCURS 500 TIMES.
                   10 WS-IN-SECTOR PIC X(20).
                   10 WS-IN-USERNAME PIC X(16).
                   10 WS-IN-TIME PIC X(12).
                   10 WS-IN-TERMINAL PIC X(8).

      *    Members not yet checked in, ordered by where they were
      *    last known to be and the terminal they last signed on at.
           01 WS-OUT-COUNT PIC 9(4) VALUE 0.
           01 WS-OUT-TABLE.
               05 WS-OUT-ENTRY OCCURS 500 TIMES.
                   10 WS-OUT-LOCATION PIC X(20).
                   10 WS-OUT-TERMINAL PIC X(8).
                   10 WS-OUT-USERNAME PIC X(16).
                   10 WS-OUT-LAST-SEEN PIC X(12).

           01 WS-IDX PIC 9(4).
           01 WS-IS-IN PIC 9.
           01 WS-SECTOR-BREAK PIC X(20).
           01 WS-SECTOR-COUNT PIC 9(4).
           01 WS-COUNT-DISPLAY PIC ZZZZ9.
           01 WS-IN-DISPLAY PIC 9(4).
           01 WS-OUT-DISPLAY PIC 9(4).

           01 WS-SPOOL-NAME PIC X(20) VALUE "MUSTER-ROLLCALL".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "muster-rollcall.dat".

           LINKAGE SECTION.
           01 LS-MUSTER-STATUS-MESSAGE PIC X(30).

      *    The warden's roll call for the muster in progress: who has
      *    checked in, sector by sector, and who is still missing,
      *    listed by last known location and last terminal so the
      *    search parties know where to start.  It can be run as
      *    often as wanted while the muster is on; each run replaces
      *    the last on the spool.
       PROCEDURE DIVISION USING LS-MUSTER-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:12) TO WS-NOW.
           PERFORM 0010-FIND-MUSTER.
           IF WS-MUSTER-ID = 0
               MOVE "NO MUSTER IN PROGRESS" TO LS-MUSTER-STATUS-MESSAGE
               GOBACK
           END-IF.

           PERFORM 0020-LOAD-CHECKINS.
           PERFORM 0030-LOAD-MISSING.
           PERFORM 0040-LAST-TERMINALS.
           SORT WS-IN-ENTRY ON ASCENDING WS-IN-SECTOR
               ASCENDING WS-IN-USERNAME.
           SORT WS-OUT-ENTRY ON ASCENDING WS-OUT-LOCATION
               ASCENDING WS-OUT-TERMINAL ASCENDING WS-OUT-USERNAME.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           PERFORM 0200-WRITE-CHECKED-IN.
           PERFORM 0300-WRITE-MISSING.
           PERFORM 0400-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-IN-COUNT TO WS-IN-DISPLAY.
           MOVE WS-OUT-COUNT TO WS-OUT-DISPLAY.
           MOVE SPACES TO LS-MUSTER-STATUS-MESSAGE.
           STRING "IN " DELIMITED BY SIZE
               WS-IN-DISPLAY DELIMITED BY SIZE
               " MISSING " DELIMITED BY SIZE
               WS-OUT-DISPLAY DELIMITED BY SIZE
               INTO LS-MUSTER-STATUS-MESSAGE.

           GOBACK.

       0010-FIND-MUSTER.
           MOVE 0 TO WS-MUSTER-ID.
           OPEN INPUT F-MUSTERS-FILE.
           IF WS-MUSTERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MUSTERS-FILE
                       NOT AT END
                           IF MU-STATUS = "ACTIVE"
                               MOVE MU-ID TO WS-MUSTER-ID
                               MOVE MU-REASON TO WS-MUSTER-REASON
                               MOVE MU-DECLARED TO WS-MUSTER-DECLARED
                               MOVE MU-DECLARED-BY TO WS-MUSTER-BY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MUSTERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0020-LOAD-CHECKINS.
           MOVE 0 TO WS-IN-COUNT.
           MOVE HIGH-VALUES TO WS-IN-TABLE.
           OPEN INPUT F-CHECKINS-FILE.
           IF WS-CHECKINS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHECKINS-FILE
                       NOT AT END
                           IF MC-MUSTER = WS-MUSTER-ID
                           AND WS-IN-COUNT < 500
                               ADD 1 TO WS-IN-COUNT
                               MOVE MC-SECTOR TO
                                 WS-IN-SECTOR(WS-IN-COUNT)
                               MOVE MC-USERNAME TO
                                 WS-IN-USERNAME(WS-IN-COUNT)
                               MOVE MC-TIME TO WS-IN-TIME(WS-IN-COUNT)
                               MOVE MC-TERMINAL TO
                                 WS-IN-TERMINAL(WS-IN-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHECKINS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Every member on the books who is not archived or deceased
      *    and has not checked in is unaccounted for.
       0030-LOAD-MISSING.
           MOVE 0 TO WS-OUT-COUNT.
           MOVE HIGH-VALUES TO WS-OUT-TABLE.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           IF USER-ARCHIVED NOT = "Y" AND NOT = "D"
                               PERFORM 0035-CHECK-MEMBER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0035-CHECK-MEMBER.
           MOVE 0 TO WS-IS-IN.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-IN-COUNT OR WS-IS-IN = 1
               IF WS-IN-USERNAME(WS-IDX) = USERNAME
                   MOVE 1 TO WS-IS-IN
               END-IF
           END-PERFORM.
           IF WS-IS-IN = 0 AND WS-OUT-COUNT < 500
               ADD 1 TO WS-OUT-COUNT
               MOVE USER-LOCATION TO WS-OUT-LOCATION(WS-OUT-COUNT)
               MOVE SPACES TO WS-OUT-TERMINAL(WS-OUT-COUNT)
               MOVE USERNAME TO WS-OUT-USERNAME(WS-OUT-COUNT)
               MOVE USER-LAST-ACTIVITY TO
                 WS-OUT-LAST-SEEN(WS-OUT-COUNT)
           END-IF.

      *    The session log runs oldest first, so the last line seen
      *    for a member is their most recent sign-on.
       0040-LAST-TERMINALS.
           OPEN INPUT F-SESSION-LOG-FILE.
           IF WS-SESSION-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SESSION-LOG-FILE
                       NOT AT END
                           PERFORM VARYING WS-IDX FROM 1 BY 1
                             UNTIL WS-IDX > WS-OUT-COUNT
                               IF WS-OUT-USERNAME(WS-IDX) =
                                 SL-USERNAME
                                   MOVE SL-TERMINAL-ID TO
                                     WS-OUT-TERMINAL(WS-IDX)
                                   MOVE SL-CONNECT-TIME TO
                                     WS-OUT-LAST-SEEN(WS-IDX)
                               END-IF
                           END-PERFORM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SESSION-LOG-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "MUSTER ROLL CALL - MUSTER " DELIMITED BY SIZE
               WS-MUSTER-ID DELIMITED BY SIZE
               " AS AT " DELIMITED BY SIZE
               WS-NOW DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REASON: " DELIMITED BY SIZE
               WS-MUSTER-REASON DELIMITED BY SIZE
               " DECLARED " DELIMITED BY SIZE
               WS-MUSTER-DECLARED DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               WS-MUSTER-BY DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-WRITE-CHECKED-IN.
           MOVE "CHECKED IN, BY SECTOR" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTOR               MEMBER           " DELIMITED BY
               SIZE "CHECKED IN   TERMINAL" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-SECTOR-BREAK.
           MOVE 0 TO WS-SECTOR-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-IN-COUNT
               IF WS-IDX > 1
               AND WS-IN-SECTOR(WS-IDX) NOT = WS-SECTOR-BREAK
                   PERFORM 0210-SECTOR-TOTAL
               END-IF
               MOVE WS-IN-SECTOR(WS-IDX) TO WS-SECTOR-BREAK
               ADD 1 TO WS-SECTOR-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-IN-SECTOR(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IN-USERNAME(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IN-TIME(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-IN-TERMINAL(WS-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-IN-COUNT > 0
               PERFORM 0210-SECTOR-TOTAL
           ELSE
               MOVE "  NOBODY HAS CHECKED IN YET" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0210-SECTOR-TOTAL.
           MOVE WS-SECTOR-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "  SECTOR TOTAL " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 0 TO WS-SECTOR-COUNT.

       0300-WRITE-MISSING.
           MOVE "UNACCOUNTED FOR, BY LAST KNOWN LOCATION AND TERMINAL"
             TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOCATION             TERMINAL " DELIMITED BY SIZE
               "MEMBER           LAST SEEN" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-OUT-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-OUT-LOCATION(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OUT-TERMINAL(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OUT-USERNAME(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-OUT-LAST-SEEN(WS-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-OUT-COUNT = 0
               MOVE "  EVERY MEMBER IS ACCOUNTED FOR" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0400-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-IN-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHECKED IN:   " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OUT-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNACCOUNTED:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
