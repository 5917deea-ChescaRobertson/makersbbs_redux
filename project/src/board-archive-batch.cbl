       IDENTIFICATION DIVISION.
           PROGRAM-ID. board-archive-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-MESSAGE-BOARD-FILE ASSIGN TO "message-board.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BOARD-STATUS.
           SELECT F-BOARD-ARCHIVE-FILE ASSIGN TO "board-archive.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT F-THREAD-ACTIVITY-FILE ASSIGN TO
             "thread-activity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ACTIVITY-STATUS.
           SELECT F-POLLS-FILE ASSIGN TO "polls.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLLS-STATUS.
           SELECT F-POLL-VOTES-FILE ASSIGN TO "poll-votes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VOTES-STATUS.
           SELECT F-ARC-CONTROL-FILE ASSIGN TO
             "board-archive-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "board-archive-run.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-MESSAGE-BOARD-FILE.
           01 MESSAGE-BOARD-RECORD.
               05 MB-ID PIC 999.
               05 MB-PARENT-ID PIC 999.
               05 MB-TITLE PIC X(50).
               05 MB-CONTENT PIC X(300).
               05 MB-USERNAME PIC X(16).
               05 MB-DELETED PIC X.
               05 MB-BOARD PIC X(8).

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

           FD F-POLLS-FILE.
           01 POLL-RECORD.
               05 POLL-ID PIC 999.
               05 POLL-OPTION-1 PIC X(20).
               05 POLL-OPTION-2 PIC X(20).
               05 POLL-OPTION-3 PIC X(20).
               05 POLL-OPTION-4 PIC X(20).
               05 POLL-CLOSE-DATE PIC X(8).
               05 POLL-OFFICIAL PIC X.

           FD F-POLL-VOTES-FILE.
           01 POLL-VOTE-RECORD.
               05 PV-POLL-ID PIC 999.
               05 PV-USERNAME PIC X(16).
               05 PV-OPTION PIC 9.

           FD F-ARC-CONTROL-FILE.
           01 ARC-CONTROL-RECORD.
               05 BXC-LAST-MONTH PIC X(6).
               05 BXC-ARCHIVED PIC 9(5).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-BOARD-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-ACTIVITY-STATUS PIC XX.
           01 WS-POLLS-STATUS PIC XX.
           01 WS-VOTES-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-WORK-INT PIC 9(8).
           01 WS-LAST-MONTH PIC X(6).
           01 WS-NOT-DUE PIC 9.

           01 WS-DAYS-KEY PIC X(20) VALUE "BOARD-ARCHIVE-DAYS".
           01 WS-ARCHIVE-DAYS PIC 999 VALUE 0.

           01 WS-THREAD-IDX PIC 9(4).
           01 WS-ROW-THREAD PIC 999.
           01 WS-OPT-IDX PIC 9.
           01 WS-THREAD-TABLE.
               05 WS-THREAD-ENTRY OCCURS 999 TIMES.
                   10 WS-THREAD-LAST PIC X(8).
                   10 WS-THREAD-HAS-ROOT PIC X.
                   10 WS-THREAD-ROOT-STATE PIC X.
                   10 WS-THREAD-HELD PIC X.
                   10 WS-THREAD-ARCHIVE PIC X.
           01 WS-POLL-TABLE.
               05 WS-POLL-ENTRY OCCURS 999 TIMES.
                   10 WS-POLL-ON-FILE PIC X.
                   10 WS-POLL-TEXT PIC X(20) OCCURS 4 TIMES.
                   10 WS-POLL-COUNT PIC 9(4) OCCURS 4 TIMES.
                   10 WS-POLL-CLOSE PIC X(8).
                   10 WS-POLL-OFFICIAL PIC X.

           01 WS-THREAD-COUNT PIC 9(5) VALUE 0.
           01 WS-MESSAGE-COUNT PIC 9(5) VALUE 0.
           01 WS-SEEDED-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-DISPLAY PIC ZZZZ9.
           01 WS-ID-DISPLAY PIC ZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "BOARD-ARCHIVE".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "board-archive-run.dat".

           LINKAGE SECTION.
           01 LS-ARC-RUN-MODE PIC X.
               88 LS-ARC-FORCED VALUE "F".
           01 LS-ARC-STATUS-MESSAGE PIC X(30).

      *    Moves every thread that has had no new post for the
      *    BOARD-ARCHIVE-DAYS price setting (180 days when unset)
      *    into board-archive.dat.  Each message is copied whole,
      *    with its board and parent, and a poll thread carries the
      *    final vote count for each option.  The live board keeps
      *    the title and author of each archived message under the
      *    same id with the text cleared and marked "A", so replies,
      *    votes, read markers and subscriptions still line up when
      *    a moderator restores the thread.  Threads with a post
      *    still held for review stay on the live board.  A thread
      *    with no recorded activity is stamped with today's date
      *    so its clock starts from this run.  The nightly chain
      *    passes "M" and the archive runs once a calendar month;
      *    "F" runs it on demand.
       PROCEDURE DIVISION USING LS-ARC-RUN-MODE LS-ARC-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           PERFORM 0010-CHECK-CONTROL.
           IF WS-NOT-DUE = 1
               MOVE "BOARD ARCHIVE NOT DUE" TO LS-ARC-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-ARCHIVE-DAYS.
           CALL 'get-price' USING WS-DAYS-KEY WS-ARCHIVE-DAYS.
           IF WS-ARCHIVE-DAYS = 0
               MOVE 180 TO WS-ARCHIVE-DAYS
           END-IF.

           MOVE 0 TO WS-THREAD-COUNT.
           MOVE 0 TO WS-MESSAGE-COUNT.
           MOVE 0 TO WS-SEEDED-COUNT.
           INITIALIZE WS-THREAD-TABLE.
           INITIALIZE WS-POLL-TABLE.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.

           PERFORM 0200-LOAD-ACTIVITY.
           PERFORM 0300-SCAN-THREADS.
           PERFORM 0400-PICK-THREADS.
           IF WS-THREAD-COUNT > 0
               PERFORM 0500-LOAD-POLL-RESULTS
               PERFORM 0600-MOVE-TO-ARCHIVE
           END-IF.

           PERFORM 0800-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE WS-THREAD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LS-ARC-STATUS-MESSAGE.
           STRING "THREADS ARCHIVED:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LS-ARC-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-NOT-DUE.
           MOVE SPACES TO WS-LAST-MONTH.
           OPEN INPUT F-ARC-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ F-ARC-CONTROL-FILE
                   NOT AT END
                       MOVE BXC-LAST-MONTH TO WS-LAST-MONTH
               END-READ
               CLOSE F-ARC-CONTROL-FILE
           END-IF.
           IF NOT LS-ARC-FORCED
           AND WS-LAST-MONTH = WS-TODAY(1:6)
               MOVE 1 TO WS-NOT-DUE
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-ARC-CONTROL-FILE.
           MOVE SPACES TO ARC-CONTROL-RECORD.
           MOVE WS-TODAY(1:6) TO BXC-LAST-MONTH.
           MOVE WS-THREAD-COUNT TO BXC-ARCHIVED.
           WRITE ARC-CONTROL-RECORD.
           CLOSE F-ARC-CONTROL-FILE.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "BOARD ARCHIVE RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ID  BOARD    LAST POST TITLE" TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Latest post date per thread.
       0200-LOAD-ACTIVITY.
           OPEN INPUT F-THREAD-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-THREAD-ACTIVITY-FILE
                       NOT AT END
                           IF TA-THREAD-ID > 0
                           AND TA-DATE IS NUMERIC
                           AND (WS-THREAD-LAST(TA-THREAD-ID) = SPACES
                            OR TA-DATE > WS-THREAD-LAST(TA-THREAD-ID))
                               MOVE TA-DATE TO
                                 WS-THREAD-LAST(TA-THREAD-ID)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-THREAD-ACTIVITY-FILE
           END-IF.

       0300-SCAN-THREADS.
           OPEN INPUT F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           PERFORM 0310-THREAD-OF-ROW
                           IF WS-ROW-THREAD > 0
                               IF MB-PARENT-ID = 0
                                   MOVE "Y" TO
                                     WS-THREAD-HAS-ROOT(WS-ROW-THREAD)
                                   MOVE MB-DELETED TO
                                     WS-THREAD-ROOT-STATE
                                     (WS-ROW-THREAD)
                               END-IF
                               IF MB-DELETED = "H"
                                   MOVE "Y" TO
                                     WS-THREAD-HELD(WS-ROW-THREAD)
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.

       0310-THREAD-OF-ROW.
           IF MB-PARENT-ID > 0
               MOVE MB-PARENT-ID TO WS-ROW-THREAD
           ELSE
               MOVE MB-ID TO WS-ROW-THREAD
           END-IF.

       0400-PICK-THREADS.
           PERFORM VARYING WS-THREAD-IDX FROM 1 BY 1
               UNTIL WS-THREAD-IDX > 999
               IF WS-THREAD-HAS-ROOT(WS-THREAD-IDX) = "Y"
               AND WS-THREAD-ROOT-STATE(WS-THREAD-IDX) NOT = "A"
                   PERFORM 0405-CHECK-THREAD
               END-IF
           END-PERFORM.

       0405-CHECK-THREAD.
           IF WS-THREAD-LAST(WS-THREAD-IDX) = SPACES
               PERFORM 0410-SEED-ACTIVITY
           ELSE IF WS-THREAD-HELD(WS-THREAD-IDX) NOT = "Y"
               COMPUTE WS-WORK-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(WS-THREAD-LAST(WS-THREAD-IDX)))
               IF WS-TODAY-INT - WS-WORK-INT > WS-ARCHIVE-DAYS
                   MOVE "Y" TO WS-THREAD-ARCHIVE(WS-THREAD-IDX)
                   ADD 1 TO WS-THREAD-COUNT
               END-IF
           END-IF.

       0410-SEED-ACTIVITY.
           OPEN EXTEND F-THREAD-ACTIVITY-FILE.
           IF WS-ACTIVITY-STATUS = "35"
               OPEN OUTPUT F-THREAD-ACTIVITY-FILE
           END-IF.
           MOVE SPACES TO THREAD-ACTIVITY-RECORD.
           MOVE WS-THREAD-IDX TO TA-THREAD-ID.
           MOVE WS-THREAD-IDX TO TA-MSG-ID.
           MOVE WS-TODAY TO TA-DATE.
           WRITE THREAD-ACTIVITY-RECORD.
           CLOSE F-THREAD-ACTIVITY-FILE.
           ADD 1 TO WS-SEEDED-COUNT.

      *    Poll questions and the votes cast so far, so the archive
      *    holds the final result of each poll thread.
       0500-LOAD-POLL-RESULTS.
           OPEN INPUT F-POLLS-FILE.
           IF WS-POLLS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POLLS-FILE
                       NOT AT END
                           IF POLL-ID > 0
                               MOVE "Y" TO WS-POLL-ON-FILE(POLL-ID)
                               MOVE POLL-OPTION-1 TO
                                 WS-POLL-TEXT(POLL-ID, 1)
                               MOVE POLL-OPTION-2 TO
                                 WS-POLL-TEXT(POLL-ID, 2)
                               MOVE POLL-OPTION-3 TO
                                 WS-POLL-TEXT(POLL-ID, 3)
                               MOVE POLL-OPTION-4 TO
                                 WS-POLL-TEXT(POLL-ID, 4)
                               MOVE POLL-CLOSE-DATE TO
                                 WS-POLL-CLOSE(POLL-ID)
                               MOVE POLL-OFFICIAL TO
                                 WS-POLL-OFFICIAL(POLL-ID)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POLLS-FILE
           END-IF.
           OPEN INPUT F-POLL-VOTES-FILE.
           IF WS-VOTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POLL-VOTES-FILE
                       NOT AT END
                           IF PV-POLL-ID > 0
                           AND PV-OPTION >= 1 AND PV-OPTION <= 4
                           AND WS-POLL-COUNT(PV-POLL-ID, PV-OPTION)
                             < 9999
                               ADD 1 TO
                                 WS-POLL-COUNT(PV-POLL-ID, PV-OPTION)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POLL-VOTES-FILE
           END-IF.

       0600-MOVE-TO-ARCHIVE.
           OPEN EXTEND F-BOARD-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "35"
               OPEN OUTPUT F-BOARD-ARCHIVE-FILE
           END-IF.
           OPEN I-O F-MESSAGE-BOARD-FILE.
           IF WS-BOARD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-MESSAGE-BOARD-FILE
                       NOT AT END
                           PERFORM 0310-THREAD-OF-ROW
                           IF WS-ROW-THREAD > 0
                           AND WS-THREAD-ARCHIVE(WS-ROW-THREAD) = "Y"
                           AND MB-DELETED NOT = "A"
                               PERFORM 0610-WRITE-ARCHIVE-ROW
                               MOVE SPACES TO MB-CONTENT
                               MOVE "A" TO MB-DELETED
                               REWRITE MESSAGE-BOARD-RECORD
                               ADD 1 TO WS-MESSAGE-COUNT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-MESSAGE-BOARD-FILE
           END-IF.
           CLOSE F-BOARD-ARCHIVE-FILE.

       0610-WRITE-ARCHIVE-ROW.
           MOVE SPACES TO BOARD-ARCHIVE-RECORD.
           MOVE MB-ID TO AR-ID.
           MOVE MB-PARENT-ID TO AR-PARENT-ID.
           MOVE MB-TITLE TO AR-TITLE.
           MOVE MB-CONTENT TO AR-CONTENT.
           MOVE MB-USERNAME TO AR-USERNAME.
           MOVE MB-DELETED TO AR-DELETED.
           IF MB-BOARD = SPACES
               MOVE "GENERAL" TO AR-BOARD
           ELSE
               MOVE MB-BOARD TO AR-BOARD
           END-IF.
           MOVE WS-TODAY TO AR-ARCHIVED-ON.
           MOVE WS-THREAD-LAST(WS-ROW-THREAD) TO AR-LAST-ACTIVE.
           MOVE "ARCHIVED" TO AR-STATUS.
           PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
               UNTIL WS-OPT-IDX > 4
               MOVE 0 TO AR-POLL-VOTES(WS-OPT-IDX)
           END-PERFORM.
           IF MB-PARENT-ID = 0
           AND WS-POLL-ON-FILE(MB-ID) = "Y"
               PERFORM VARYING WS-OPT-IDX FROM 1 BY 1
                   UNTIL WS-OPT-IDX > 4
                   MOVE WS-POLL-TEXT(MB-ID, WS-OPT-IDX) TO
                     AR-POLL-TEXT(WS-OPT-IDX)
                   MOVE WS-POLL-COUNT(MB-ID, WS-OPT-IDX) TO
                     AR-POLL-VOTES(WS-OPT-IDX)
               END-PERFORM
               MOVE WS-POLL-CLOSE(MB-ID) TO AR-POLL-CLOSE
               MOVE WS-POLL-OFFICIAL(MB-ID) TO AR-POLL-OFFICIAL
           END-IF.
           WRITE BOARD-ARCHIVE-RECORD.

           IF MB-PARENT-ID = 0
               MOVE MB-ID TO WS-ID-DISPLAY
               MOVE SPACES TO REPORT-LINE
               STRING WS-ID-DISPLAY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AR-BOARD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AR-LAST-ACTIVE DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   MB-TITLE(1:45) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0800-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-THREAD-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "THREADS ARCHIVED:  " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MESSAGE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "MESSAGES MOVED:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SEEDED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "THREADS NOW DATED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-ARCHIVE-DAYS TO WS-ID-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "IDLE DAYS LIMIT:   " DELIMITED BY SIZE
               WS-ID-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
