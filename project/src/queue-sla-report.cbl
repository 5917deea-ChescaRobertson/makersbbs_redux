       IDENTIFICATION DIVISION.
           PROGRAM-ID. queue-sla-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-QUEUE-ACTIVITY-FILE ASSIGN TO "queue-activity.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QA-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "queue-sla.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUEUE-ACTIVITY-FILE.
           01 QUEUE-ACTIVITY-RECORD.
               05 QA-QUEUE PIC X(12).
               05 QA-ITEM PIC X(16).
               05 QA-RAISED PIC X(8).
               05 QA-RESOLVED PIC X(8).
               05 QA-ADMIN PIC X(16).
               05 QA-OUTCOME PIC X(10).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-QA-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(7).
           01 WS-WEEK-START-INT PIC 9(7).
           01 WS-WINDOW-START-INT PIC 9(7).
           01 WS-RESOLVED-INT PIC 9(7).
           01 WS-RAISED-INT PIC 9(7).
           01 WS-DAYS PIC 9(5).
           01 WS-WEEK-IDX PIC 99.
           01 WS-Q-IDX PIC 9.
           01 WS-FOUND-IDX PIC 9.
           01 WS-ADM-IDX PIC 99.
           01 WS-ADM-FOUND PIC 99.
           01 WS-DATE-NUM PIC 9(8).
           01 WS-DATE-TEXT REDEFINES WS-DATE-NUM PIC X(8).
           01 WS-ITEM-LINES PIC 9(5) VALUE 0.
           01 WS-BREACH-TOTAL PIC 9(5) VALUE 0.

           01 WS-SLA-TABLE.
               05 WS-SLA-ENTRY OCCURS 8 TIMES.
                   10 WS-SLA-QUEUE PIC X(12).
                   10 WS-SLA-TARGET PIC 999.
                   10 WS-SLA-OPEN PIC 9(5).
                   10 WS-SLA-BREACHED PIC 9(5).
                   10 WS-SLA-OLDEST PIC X(8).

           01 WS-DONE-TABLE.
               05 WS-DONE-ENTRY OCCURS 8 TIMES.
                   10 WS-DONE-COUNT PIC 9(5).
                   10 WS-DONE-DAYS PIC 9(7).
                   10 WS-DONE-MAX PIC 9(5).
                   10 WS-DONE-BREACHED PIC 9(5).

           01 WS-ADM-COUNT PIC 99 VALUE 0.
           01 WS-ADM-TABLE.
               05 WS-ADM-ENTRY OCCURS 40 TIMES.
                   10 WS-ADM-NAME PIC X(16).
                   10 WS-ADM-WEEK OCCURS 8 TIMES PIC 999.
                   10 WS-ADM-TOTAL PIC 9(4).

           01 WS-WEEK-LABELS.
               05 WS-WEEK-LABEL OCCURS 8 TIMES PIC X(6).

           01 WS-AVG-DAYS PIC 999V9.
           01 WS-AVG-EDIT PIC ZZ9.9.
           01 WS-COUNT-EDIT PIC ZZZZ9.
           01 WS-TARGET-EDIT PIC ZZ9.
           01 WS-DAYS-EDIT PIC ZZZZ9.
           01 WS-WEEK-EDIT PIC ZZZZZ9.
           01 WS-TOTAL-EDIT PIC ZZZZZ9.
           01 WS-OUT-LINE PIC X(80).
           01 WS-OUT-POS PIC 99.

           01 WS-SPOOL-NAME PIC X(20) VALUE "QUEUE-SLA".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "queue-sla.dat".

           LINKAGE SECTION.
           01 LS-SLA-STATUS-MESSAGE PIC X(30).

      *    Service levels across the member service queues: how long
      *    items took from raised to resolved over the last eight
      *    weeks, which went past the queue's target, what is open
      *    and overdue now, and how many items each admin handled in
      *    each of those weeks (weeks start on a Monday).
       PROCEDURE DIVISION USING LS-SLA-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-WEEK-START-INT = WS-TODAY-INT -
               FUNCTION MOD(WS-TODAY-INT - 1, 7).
           COMPUTE WS-WINDOW-START-INT = WS-WEEK-START-INT - 49.
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 8
               COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(
                   WS-WINDOW-START-INT + (WS-WEEK-IDX - 1) * 7)
               MOVE SPACES TO WS-WEEK-LABEL(WS-WEEK-IDX)
               STRING "  " DELIMITED BY SIZE
                   WS-DATE-TEXT(5:2) DELIMITED BY SIZE
                   WS-DATE-TEXT(7:2) DELIMITED BY SIZE
                   INTO WS-WEEK-LABEL(WS-WEEK-IDX)
           END-PERFORM.

           CALL 'queue-sla-status' USING WS-SLA-TABLE.
           INITIALIZE WS-DONE-TABLE.
           INITIALIZE WS-ADM-TABLE.
           MOVE 0 TO WS-ADM-COUNT.
           MOVE 0 TO WS-ITEM-LINES.
           MOVE 0 TO WS-BREACH-TOTAL.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ADMIN QUEUE SERVICE LEVELS AS AT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RESOLVED OVER TARGET IN THE LAST EIGHT WEEKS" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUEUE        ITEM             RAISED   RESOLVED" TO
             REPORT-LINE.
           MOVE "DAYS ADMIN" TO REPORT-LINE(49:10).
           WRITE REPORT-LINE.

           OPEN INPUT F-QUEUE-ACTIVITY-FILE.
           IF WS-QA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUEUE-ACTIVITY-FILE
                       NOT AT END
                           PERFORM 0100-TALLY-RESOLUTION
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUEUE-ACTIVITY-FILE
           END-IF.
           IF WS-ITEM-LINES = 0
               MOVE "  NONE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           PERFORM 0200-WRITE-QUEUE-SUMMARY.
           PERFORM 0300-WRITE-OPEN-ITEMS.
           PERFORM 0400-WRITE-PRODUCTIVITY.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-BREACH-TOTAL TO WS-COUNT-EDIT.
           MOVE SPACES TO LS-SLA-STATUS-MESSAGE.
           STRING "SLA REPORT SPOOLED - OPEN LATE:" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO LS-SLA-STATUS-MESSAGE.
           GOBACK.

      *    One line of the activity log: an item taken off a queue.
       0100-TALLY-RESOLUTION.
           IF QA-RESOLVED IS NOT NUMERIC
               MOVE 0 TO WS-RESOLVED-INT
           ELSE
               COMPUTE WS-RESOLVED-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(QA-RESOLVED))
           END-IF.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               IF WS-SLA-QUEUE(WS-Q-IDX) = QA-QUEUE
                   MOVE WS-Q-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-RESOLVED-INT >= WS-WINDOW-START-INT
           AND WS-FOUND-IDX > 0
               COMPUTE WS-WEEK-IDX =
                   (WS-RESOLVED-INT - WS-WINDOW-START-INT) / 7 + 1
               IF WS-WEEK-IDX > 8
                   MOVE 8 TO WS-WEEK-IDX
               END-IF
               PERFORM 0110-COUNT-FOR-ADMIN
               ADD 1 TO WS-DONE-COUNT(WS-FOUND-IDX)
               IF QA-RAISED IS NUMERIC
               AND QA-RAISED NOT = "00000000"
                   COMPUTE WS-RAISED-INT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(QA-RAISED))
                   IF WS-RAISED-INT > WS-RESOLVED-INT
                       MOVE 0 TO WS-DAYS
                   ELSE
                       COMPUTE WS-DAYS =
                           WS-RESOLVED-INT - WS-RAISED-INT
                   END-IF
                   ADD WS-DAYS TO WS-DONE-DAYS(WS-FOUND-IDX)
                   IF WS-DAYS > WS-DONE-MAX(WS-FOUND-IDX)
                       MOVE WS-DAYS TO WS-DONE-MAX(WS-FOUND-IDX)
                   END-IF
                   IF WS-DAYS > WS-SLA-TARGET(WS-FOUND-IDX)
                       ADD 1 TO WS-DONE-BREACHED(WS-FOUND-IDX)
                       PERFORM 0120-WRITE-LATE-ITEM
                   END-IF
               END-IF
           END-IF.

       0110-COUNT-FOR-ADMIN.
           MOVE 0 TO WS-ADM-FOUND.
           PERFORM VARYING WS-ADM-IDX FROM 1 BY 1
               UNTIL WS-ADM-IDX > WS-ADM-COUNT
               IF WS-ADM-NAME(WS-ADM-IDX) = QA-ADMIN
                   MOVE WS-ADM-IDX TO WS-ADM-FOUND
               END-IF
           END-PERFORM.
           IF WS-ADM-FOUND = 0 AND WS-ADM-COUNT < 40
               ADD 1 TO WS-ADM-COUNT
               MOVE WS-ADM-COUNT TO WS-ADM-FOUND
               MOVE QA-ADMIN TO WS-ADM-NAME(WS-ADM-FOUND)
           END-IF.
           IF WS-ADM-FOUND > 0
               ADD 1 TO WS-ADM-WEEK(WS-ADM-FOUND WS-WEEK-IDX)
               ADD 1 TO WS-ADM-TOTAL(WS-ADM-FOUND)
           END-IF.

       0120-WRITE-LATE-ITEM.
           ADD 1 TO WS-ITEM-LINES.
           MOVE WS-DAYS TO WS-DAYS-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING QA-QUEUE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QA-ITEM DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QA-RAISED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QA-RESOLVED DELIMITED BY SIZE
               WS-DAYS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               QA-ADMIN DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-WRITE-QUEUE-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TIME TO RESOLVE IN THE LAST EIGHT WEEKS (DAYS)" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUEUE        TARGET  RESOLVED  AVERAGE  LONGEST" TO
             REPORT-LINE.
           MOVE "OVER TARGET" TO REPORT-LINE(53:11).
           WRITE REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               MOVE WS-SLA-TARGET(WS-Q-IDX) TO WS-TARGET-EDIT
               MOVE WS-DONE-COUNT(WS-Q-IDX) TO WS-COUNT-EDIT
               IF WS-DONE-COUNT(WS-Q-IDX) > 0
                   COMPUTE WS-AVG-DAYS ROUNDED =
                       WS-DONE-DAYS(WS-Q-IDX) / WS-DONE-COUNT(WS-Q-IDX)
               ELSE
                   MOVE 0 TO WS-AVG-DAYS
               END-IF
               MOVE WS-AVG-DAYS TO WS-AVG-EDIT
               MOVE WS-DONE-MAX(WS-Q-IDX) TO WS-DAYS-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-SLA-QUEUE(WS-Q-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-TARGET-EDIT DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-AVG-EDIT DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-DONE-BREACHED(WS-Q-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO REPORT-LINE(55:5)
               WRITE REPORT-LINE
           END-PERFORM.

       0300-WRITE-OPEN-ITEMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STILL OPEN TODAY" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "QUEUE        TARGET      OPEN  OVER TARGET  OLDEST" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-Q-IDX FROM 1 BY 1 UNTIL WS-Q-IDX > 8
               ADD WS-SLA-BREACHED(WS-Q-IDX) TO WS-BREACH-TOTAL
               MOVE WS-SLA-TARGET(WS-Q-IDX) TO WS-TARGET-EDIT
               MOVE WS-SLA-OPEN(WS-Q-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING WS-SLA-QUEUE(WS-Q-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-TARGET-EDIT DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-COUNT-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               MOVE WS-SLA-BREACHED(WS-Q-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO REPORT-LINE(37:5)
               MOVE WS-SLA-OLDEST(WS-Q-IDX) TO REPORT-LINE(45:8)
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-BREACH-TOTAL TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "OPEN ITEMS OVER TARGET: " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Items resolved per admin in each of the eight weeks; the
      *    column heading is the Monday the week starts (MMDD).
       0400-WRITE-PRODUCTIVITY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ITEMS HANDLED PER ADMIN PER WEEK" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO WS-OUT-LINE.
           MOVE "ADMIN" TO WS-OUT-LINE(1:16).
           MOVE 17 TO WS-OUT-POS.
           PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
               UNTIL WS-WEEK-IDX > 8
               MOVE WS-WEEK-LABEL(WS-WEEK-IDX) TO
                 WS-OUT-LINE(WS-OUT-POS:6)
               ADD 6 TO WS-OUT-POS
           END-PERFORM.
           MOVE " TOTAL" TO WS-OUT-LINE(WS-OUT-POS:6).
           MOVE WS-OUT-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-ADM-COUNT = 0
               MOVE "  NOTHING RESOLVED IN THE PERIOD" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-ADM-IDX FROM 1 BY 1
               UNTIL WS-ADM-IDX > WS-ADM-COUNT
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-ADM-NAME(WS-ADM-IDX) TO WS-OUT-LINE(1:16)
               MOVE 17 TO WS-OUT-POS
               PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
                   UNTIL WS-WEEK-IDX > 8
                   MOVE WS-ADM-WEEK(WS-ADM-IDX WS-WEEK-IDX) TO
                     WS-WEEK-EDIT
                   MOVE WS-WEEK-EDIT TO WS-OUT-LINE(WS-OUT-POS:6)
                   ADD 6 TO WS-OUT-POS
               END-PERFORM
               MOVE WS-ADM-TOTAL(WS-ADM-IDX) TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO WS-OUT-LINE(WS-OUT-POS:6)
               MOVE WS-OUT-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
