       IDENTIFICATION DIVISION.
           PROGRAM-ID. retention-purge-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SCHEDULE-FILE ASSIGN TO "retention-schedule.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT F-LOG-FILE ASSIGN TO DYNAMIC WS-LOG-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOG-STATUS.
           SELECT F-ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT F-WORK-FILE ASSIGN TO "retention-work.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-STATUS.
           SELECT F-DISPUTES-FILE ASSIGN TO "disputes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DISPUTES-STATUS.
           SELECT F-FRAUD-REVIEW-FILE ASSIGN TO "fraud-review.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FRAUD-STATUS.
           SELECT F-CHAT-REPORTS-FILE ASSIGN TO "chat-reports.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REPORTS-STATUS.
           SELECT F-BROADCAST-FILE ASSIGN TO "broadcast-message.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BCAST-STATUS.
           SELECT F-BILLING-CHECKPOINT-FILE ASSIGN TO
             "connect-billing-checkpoint.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CKPT-STATUS.
           SELECT F-RET-CONTROL-FILE ASSIGN TO
             "retention-purge-control.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CONTROL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "retention-purge-run.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCHEDULE-FILE.
           01 RETENTION-SCHEDULE-RECORD.
               05 RTS-FILE PIC X(30).
               05 RTS-KEEP-DAYS PIC 9(4).
               05 RTS-ARCHIVE PIC X.
               05 RTS-SET-BY PIC X(16).
               05 RTS-SET-DATE PIC X(8).

           FD F-LOG-FILE.
           01 LOG-LINE PIC X(120).

           FD F-ARCHIVE-FILE.
           01 ARCHIVE-RECORD.
               05 ARC-PURGED PIC X(8).
               05 ARC-LINE PIC X(120).

           FD F-WORK-FILE.
           01 WORK-RECORD PIC X(120).

           FD F-DISPUTES-FILE.
           01 DISPUTE-RECORD.
               05 DSP-USERNAME PIC X(16).
               05 DSP-TRANS-REF PIC 9(8).
               05 DSP-REASON PIC X(40).
               05 DSP-DATE PIC X(8).
               05 DSP-STATUS PIC X(10).
               05 DSP-NOTE PIC X(40).
               05 DSP-ADMIN PIC X(16).

           FD F-FRAUD-REVIEW-FILE.
           01 FRAUD-REVIEW-RECORD.
               05 FR-USERNAME PIC X(16).
               05 FR-RULE PIC X(20).
               05 FR-DATE PIC X(8).
               05 FR-STATUS PIC X(10).

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

           FD F-BROADCAST-FILE.
           01 BROADCAST-RECORD.
               05 BC-ID PIC 9(4).
               05 BC-TEXT PIC X(60).
               05 BC-SET-BY PIC X(16).
               05 BC-TIME PIC X(12).

           FD F-BILLING-CHECKPOINT-FILE.
           01 BILLING-CHECKPOINT-RECORD.
               05 BCK-LAST-REC PIC 9(6).

           FD F-RET-CONTROL-FILE.
           01 RET-CONTROL-RECORD.
               05 RPC-LAST-MONTH PIC X(6).
               05 RPC-REMOVED PIC 9(7).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SCHEDULE-STATUS PIC XX.
           01 WS-LOG-STATUS PIC XX.
           01 WS-ARCHIVE-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-DISPUTES-STATUS PIC XX.
           01 WS-FRAUD-STATUS PIC XX.
           01 WS-REPORTS-STATUS PIC XX.
           01 WS-BCAST-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-CONTROL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-LAST-MONTH PIC X(6).
           01 WS-NOT-DUE PIC 9.
           01 WS-LOG-NAME PIC X(30).
           01 WS-ARCHIVE-NAME PIC X(40).

      *    The operational logs under the schedule: the live file,
      *    where its archive copy goes, and where the record date
      *    and member name sit on each line (no member, zero).
           01 WS-LOG-LIST.
               05 FILLER PIC X(30) VALUE "chat-messages.dat".
               05 FILLER PIC X(40) VALUE "chat-messages-archive.dat".
               05 FILLER PIC 9(3) VALUE 17.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC X(30) VALUE "session-log.dat".
               05 FILLER PIC X(40) VALUE "session-log-archive.dat".
               05 FILLER PIC 9(3) VALUE 17.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC X(30) VALUE "security-incidents.dat".
               05 FILLER PIC X(40)
                   VALUE "security-incidents-archive.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 23.
               05 FILLER PIC X(30) VALUE "broadcast-acks.dat".
               05 FILLER PIC X(40) VALUE "broadcast-acks-archive.dat".
               05 FILLER PIC 9(3) VALUE 21.
               05 FILLER PIC 9(3) VALUE 5.
               05 FILLER PIC X(30) VALUE "notification-outbox.dat".
               05 FILLER PIC X(40)
                   VALUE "notification-outbox-archive.dat".
               05 FILLER PIC 9(3) VALUE 60.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC X(30) VALUE "member-inbox.dat".
               05 FILLER PIC X(40) VALUE "member-inbox-archive.dat".
               05 FILLER PIC 9(3) VALUE 60.
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC X(30) VALUE "chain-run-log.dat".
               05 FILLER PIC X(40) VALUE "chain-run-log-archive.dat".
               05 FILLER PIC 9(3) VALUE 1.
               05 FILLER PIC 9(3) VALUE 0.
           01 WS-LOG-TABLE REDEFINES WS-LOG-LIST.
               05 WS-LOG-ENTRY OCCURS 7 TIMES.
                   10 WS-LOG-FILE PIC X(30).
                   10 WS-LOG-ARCHIVE PIC X(40).
                   10 WS-LOG-DATE-POS PIC 9(3).
                   10 WS-LOG-USER-POS PIC 9(3).
           01 WS-LOG-COUNT PIC 9 VALUE 7.
           01 WS-LOG-IDX PIC 9.
           01 WS-LOG-SCHEDULE.
               05 WS-LOG-RULE OCCURS 7 TIMES.
                   10 WS-LOG-KEEP-DAYS PIC 9(4).
                   10 WS-LOG-ARCHIVE-FLAG PIC X.

           01 WS-HELD-COUNT PIC 9(3) VALUE 0.
           01 WS-HELD-IDX PIC 9(3).
           01 WS-HELD-TABLE.
               05 WS-HELD-NAME PIC X(16) OCCURS 500 TIMES.
           01 WS-HOLD-NAME PIC X(16).

           01 WS-CUTOFF-INT PIC 9(8).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-CUTOFF-X REDEFINES WS-CUTOFF-DATE PIC X(8).
           01 WS-REC-DATE PIC X(8).
           01 WS-REC-USER PIC X(16).
           01 WS-REC-NO PIC 9(7).
           01 WS-DISPOSAL PIC X.
           01 WS-BCAST-ID PIC 9(4) VALUE 0.
           01 WS-CHECKPOINT PIC 9(6) VALUE 0.
           01 WS-CKPT-DROPPED PIC 9(6) VALUE 0.

           01 WS-KEPT-COUNT PIC 9(7).
           01 WS-HOLD-COUNT PIC 9(7).
           01 WS-ARCHIVED-COUNT PIC 9(7).
           01 WS-DELETED-COUNT PIC 9(7).
           01 WS-REMOVED-TOTAL PIC 9(7) VALUE 0.
           01 WS-DAYS-OUT PIC ZZZ9.
           01 WS-KEPT-OUT PIC ZZZZZZ9.
           01 WS-HOLD-OUT PIC ZZZZZZ9.
           01 WS-ARCHIVED-OUT PIC ZZZZZZ9.
           01 WS-DELETED-OUT PIC ZZZZZZ9.
           01 WS-TOTAL-OUT PIC ZZZZZZ9.
           01 WS-MEMBERS-OUT PIC ZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "LOG-RETENTION".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "retention-purge-run.dat".

           LINKAGE SECTION.
           01 LS-RTN-RUN-MODE PIC X.
               88 LS-RTN-FORCED VALUE "F".
           01 LS-RTN-STATUS-MESSAGE PIC X(30).

      *    Applies the retention schedule to the operational logs.
      *    A line older than its file's keep-days leaves the live
      *    file, copied first to the file's archive when the
      *    schedule says so.  A file with no schedule line, or zero
      *    keep-days, is left whole.  Lines are held back when they
      *    belong to a member with a dispute pending, a fraud review
      *    open or escalated, or a chat report still open, and when
      *    the line is still in use: sessions not yet through
      *    connect-time billing, inbox notices not yet read, and
      *    acknowledgements of the broadcast still on the terminals.
      *    The nightly chain passes "M" and the purge runs once a
      *    calendar month; "F" runs it on demand.
       PROCEDURE DIVISION USING LS-RTN-RUN-MODE LS-RTN-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).

           PERFORM 0010-CHECK-CONTROL.
           IF WS-NOT-DUE = 1
               MOVE "LOG RETENTION NOT DUE" TO LS-RTN-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-REMOVED-TOTAL.
           PERFORM 0200-LOAD-SCHEDULE.
           PERFORM 0300-LOAD-HOLDS.
           PERFORM 0400-LOAD-IN-USE.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
             UNTIL WS-LOG-IDX > WS-LOG-COUNT
               PERFORM 0500-PURGE-ONE-LOG
           END-PERFORM.
           PERFORM 0800-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
           PERFORM 0020-SAVE-CONTROL.

           MOVE WS-REMOVED-TOTAL TO WS-TOTAL-OUT.
           MOVE SPACES TO LS-RTN-STATUS-MESSAGE.
           STRING "LOG LINES PURGED:" DELIMITED BY SIZE
               WS-TOTAL-OUT DELIMITED BY SIZE
               INTO LS-RTN-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-CONTROL.
           MOVE 0 TO WS-NOT-DUE.
           MOVE SPACES TO WS-LAST-MONTH.
           OPEN INPUT F-RET-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ F-RET-CONTROL-FILE
                   NOT AT END
                       MOVE RPC-LAST-MONTH TO WS-LAST-MONTH
               END-READ
               CLOSE F-RET-CONTROL-FILE
           END-IF.
           IF NOT LS-RTN-FORCED
           AND WS-LAST-MONTH = WS-TODAY(1:6)
               MOVE 1 TO WS-NOT-DUE
           END-IF.

       0020-SAVE-CONTROL.
           OPEN OUTPUT F-RET-CONTROL-FILE.
           MOVE SPACES TO RET-CONTROL-RECORD.
           MOVE WS-TODAY(1:6) TO RPC-LAST-MONTH.
           MOVE WS-REMOVED-TOTAL TO RPC-REMOVED.
           WRITE RET-CONTROL-RECORD.
           CLOSE F-RET-CONTROL-FILE.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOG RETENTION PURGE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE                     DAYS ARC   KEPT"
               DELIMITED BY SIZE
               "    HELD ARCHIVED DELETED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-LOAD-SCHEDULE.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
             UNTIL WS-LOG-IDX > WS-LOG-COUNT
               MOVE 0 TO WS-LOG-KEEP-DAYS(WS-LOG-IDX)
               MOVE "N" TO WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX)
           END-PERFORM.
           OPEN INPUT F-SCHEDULE-FILE.
           IF WS-SCHEDULE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SCHEDULE-FILE
                       NOT AT END
                           PERFORM 0210-TAKE-SCHEDULE-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SCHEDULE-FILE
           END-IF.

       0210-TAKE-SCHEDULE-LINE.
           PERFORM VARYING WS-LOG-IDX FROM 1 BY 1
             UNTIL WS-LOG-IDX > WS-LOG-COUNT
               IF WS-LOG-FILE(WS-LOG-IDX) = RTS-FILE
               AND RTS-KEEP-DAYS IS NUMERIC
                   MOVE RTS-KEEP-DAYS TO WS-LOG-KEEP-DAYS(WS-LOG-IDX)
                   IF RTS-ARCHIVE = "Y"
                       MOVE "Y" TO WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX)
                   ELSE
                       MOVE "N" TO WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX)
                   END-IF
               END-IF
           END-PERFORM.

      *    Members whose records may be wanted as evidence.
       0300-LOAD-HOLDS.
           MOVE 0 TO WS-HELD-COUNT.
           INITIALIZE WS-HELD-TABLE.
           OPEN INPUT F-DISPUTES-FILE.
           IF WS-DISPUTES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DISPUTES-FILE
                       NOT AT END
                           IF DSP-STATUS = "PENDING"
                               MOVE DSP-USERNAME TO WS-HOLD-NAME
                               PERFORM 0310-ADD-HOLD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DISPUTES-FILE
           END-IF.
           OPEN INPUT F-FRAUD-REVIEW-FILE.
           IF WS-FRAUD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FRAUD-REVIEW-FILE
                       NOT AT END
                           IF FR-STATUS = "OPEN"
                           OR FR-STATUS = "ESCALATED"
                               MOVE FR-USERNAME TO WS-HOLD-NAME
                               PERFORM 0310-ADD-HOLD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FRAUD-REVIEW-FILE
           END-IF.
           OPEN INPUT F-CHAT-REPORTS-FILE.
           IF WS-REPORTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHAT-REPORTS-FILE
                       NOT AT END
                           IF CR-STATUS = "OPEN"
                               MOVE CR-AUTHOR TO WS-HOLD-NAME
                               PERFORM 0310-ADD-HOLD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHAT-REPORTS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0310-ADD-HOLD.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
             UNTIL WS-HELD-IDX > WS-HELD-COUNT
               IF WS-HELD-NAME(WS-HELD-IDX) = WS-HOLD-NAME
                   MOVE SPACES TO WS-HOLD-NAME
               END-IF
           END-PERFORM.
           IF WS-HOLD-NAME NOT = SPACES AND WS-HELD-COUNT < 500
               ADD 1 TO WS-HELD-COUNT
               MOVE WS-HOLD-NAME TO WS-HELD-NAME(WS-HELD-COUNT)
           END-IF.

      *    The broadcast still showing and how far connect-time
      *    billing has read the session log.
       0400-LOAD-IN-USE.
           MOVE 0 TO WS-BCAST-ID.
           OPEN INPUT F-BROADCAST-FILE.
           IF WS-BCAST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BROADCAST-FILE
                       NOT AT END
                           MOVE BC-ID TO WS-BCAST-ID
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BROADCAST-FILE
           END-IF.
           MOVE 0 TO WS-CHECKPOINT.
           OPEN INPUT F-BILLING-CHECKPOINT-FILE.
           IF WS-CKPT-STATUS = "00"
               READ F-BILLING-CHECKPOINT-FILE
                   NOT AT END
                       MOVE BCK-LAST-REC TO WS-CHECKPOINT
               END-READ
               CLOSE F-BILLING-CHECKPOINT-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0500-PURGE-ONE-LOG.
           MOVE WS-LOG-FILE(WS-LOG-IDX) TO WS-LOG-NAME.
           MOVE WS-LOG-ARCHIVE(WS-LOG-IDX) TO WS-ARCHIVE-NAME.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE 0 TO WS-HOLD-COUNT.
           MOVE 0 TO WS-ARCHIVED-COUNT.
           MOVE 0 TO WS-DELETED-COUNT.
           MOVE 0 TO WS-CKPT-DROPPED.
           MOVE 0 TO WS-REC-NO.

           IF WS-LOG-KEEP-DAYS(WS-LOG-IDX) = 0
               MOVE SPACES TO REPORT-LINE
               STRING WS-LOG-NAME DELIMITED BY SIZE
                   "NOT ON THE SCHEDULE - LEFT WHOLE" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               OPEN INPUT F-LOG-FILE
               IF WS-LOG-STATUS NOT = "00"
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-LOG-NAME DELIMITED BY SIZE
                       "NO FILE ON DISK" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               ELSE
                   PERFORM 0505-SCAN-LOG
               END-IF
           END-IF.

       0505-SCAN-LOG.
           COMPUTE WS-CUTOFF-INT =
               WS-TODAY-INT - WS-LOG-KEEP-DAYS(WS-LOG-IDX).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           OPEN OUTPUT F-WORK-FILE.
           IF WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX) = "Y"
               OPEN EXTEND F-ARCHIVE-FILE
               IF WS-ARCHIVE-STATUS = "35"
                   OPEN OUTPUT F-ARCHIVE-FILE
               END-IF
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LOG-FILE
                   NOT AT END
                       ADD 1 TO WS-REC-NO
                       PERFORM 0510-DISPOSE-LINE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LOG-FILE.
           CLOSE F-WORK-FILE.
           IF WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX) = "Y"
               CLOSE F-ARCHIVE-FILE
           END-IF.

           IF WS-ARCHIVED-COUNT > 0 OR WS-DELETED-COUNT > 0
               PERFORM 0520-COPY-BACK
           END-IF.
           IF WS-CKPT-DROPPED > 0
               PERFORM 0530-SHIFT-CHECKPOINT
           END-IF.
           ADD WS-ARCHIVED-COUNT TO WS-REMOVED-TOTAL.
           ADD WS-DELETED-COUNT TO WS-REMOVED-TOTAL.
           PERFORM 0540-WRITE-FILE-LINE.

       0510-DISPOSE-LINE.
           MOVE "K" TO WS-DISPOSAL.
           MOVE LOG-LINE(WS-LOG-DATE-POS(WS-LOG-IDX):8) TO WS-REC-DATE.
           IF WS-REC-DATE IS NUMERIC AND WS-REC-DATE < WS-CUTOFF-X
               MOVE "D" TO WS-DISPOSAL
               PERFORM 0515-CHECK-HOLD
           END-IF.

           IF WS-DISPOSAL = "D"
               IF WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX) = "Y"
                   MOVE SPACES TO ARCHIVE-RECORD
                   MOVE WS-TODAY TO ARC-PURGED
                   MOVE LOG-LINE TO ARC-LINE
                   WRITE ARCHIVE-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
               ELSE
                   ADD 1 TO WS-DELETED-COUNT
               END-IF
               IF WS-LOG-NAME = "session-log.dat"
               AND WS-REC-NO NOT > WS-CHECKPOINT
                   ADD 1 TO WS-CKPT-DROPPED
               END-IF
           ELSE
               IF WS-DISPOSAL = "H"
                   ADD 1 TO WS-HOLD-COUNT
               END-IF
               ADD 1 TO WS-KEPT-COUNT
               WRITE WORK-RECORD FROM LOG-LINE
           END-IF.

       0515-CHECK-HOLD.
           IF WS-LOG-USER-POS(WS-LOG-IDX) > 0
               MOVE LOG-LINE(WS-LOG-USER-POS(WS-LOG-IDX):16) TO
                 WS-REC-USER
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                 UNTIL WS-HELD-IDX > WS-HELD-COUNT
                   IF WS-HELD-NAME(WS-HELD-IDX) = WS-REC-USER
                       MOVE "H" TO WS-DISPOSAL
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LOG-NAME = "session-log.dat"
           AND WS-REC-NO > WS-CHECKPOINT
               MOVE "H" TO WS-DISPOSAL
           END-IF.
           IF WS-LOG-NAME = "member-inbox.dat"
           AND LOG-LINE(68:1) = "N"
               MOVE "H" TO WS-DISPOSAL
           END-IF.
           IF WS-LOG-NAME = "broadcast-acks.dat"
           AND LOG-LINE(1:4) IS NUMERIC
               IF LOG-LINE(1:4) = WS-BCAST-ID
                   MOVE "H" TO WS-DISPOSAL
               END-IF
           END-IF.

       0520-COPY-BACK.
           OPEN INPUT F-WORK-FILE.
           OPEN OUTPUT F-LOG-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-WORK-FILE
                   NOT AT END
                       WRITE LOG-LINE FROM WORK-RECORD
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-WORK-FILE.
           CLOSE F-LOG-FILE.

      *    Billing counts session lines from the top of the file, so
      *    its place moves up by the billed lines taken out.
       0530-SHIFT-CHECKPOINT.
           SUBTRACT WS-CKPT-DROPPED FROM WS-CHECKPOINT.
           OPEN OUTPUT F-BILLING-CHECKPOINT-FILE.
           MOVE WS-CHECKPOINT TO BCK-LAST-REC.
           WRITE BILLING-CHECKPOINT-RECORD.
           CLOSE F-BILLING-CHECKPOINT-FILE.

       0540-WRITE-FILE-LINE.
           MOVE WS-LOG-KEEP-DAYS(WS-LOG-IDX) TO WS-DAYS-OUT.
           MOVE WS-KEPT-COUNT TO WS-KEPT-OUT.
           MOVE WS-HOLD-COUNT TO WS-HOLD-OUT.
           MOVE WS-ARCHIVED-COUNT TO WS-ARCHIVED-OUT.
           MOVE WS-DELETED-COUNT TO WS-DELETED-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-LOG-NAME(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DAYS-OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LOG-ARCHIVE-FLAG(WS-LOG-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-KEPT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-HOLD-OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ARCHIVED-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DELETED-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0800-WRITE-TOTALS.
           MOVE WS-REMOVED-TOTAL TO WS-TOTAL-OUT.
           MOVE WS-HELD-COUNT TO WS-MEMBERS-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES TAKEN OUT OF THE LIVE LOGS " DELIMITED BY SIZE
               WS-TOTAL-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBERS UNDER DISPUTE OR INVESTIGATION HOLD "
               DELIMITED BY SIZE
               WS-MEMBERS-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
