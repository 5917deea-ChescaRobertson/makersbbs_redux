       IDENTIFICATION DIVISION.
           PROGRAM-ID. notification-digest-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DIGEST-FILE ASSIGN TO "notification-digest.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIGEST-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "notification-digest-run.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-DIGEST-FILE.
           01 DIGEST-RECORD.
               05 DG-USERNAME PIC X(16).
               05 DG-CATEGORY PIC X(8).
               05 DG-MESSAGE PIC X(40).
               05 DG-AMOUNT PIC 999.
               05 DG-DATE PIC X(8).
               05 DG-STATUS PIC X(8).
               05 DG-SENT-ON PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-DIGEST-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-ZERO-AMOUNT PIC 999 VALUE 0.
           01 WS-DIGEST-MESSAGE PIC X(40).

           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-MEMBER-IDX PIC 9(4).
           01 WS-MEMBER-FOUND PIC 9(4).
           01 WS-MEMBER-TABLE.
               05 WS-MEMBER-ENTRY OCCURS 999 TIMES.
                   10 WS-MBR-USERNAME PIC X(16).
                   10 WS-MBR-NOTICES PIC 9(4).

           01 WS-NOTICE-COUNT PIC 9(5) VALUE 0.
           01 WS-OVERFLOW-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-DISPLAY PIC ZZZZ9.
           01 WS-NOTICES-DISPLAY PIC ZZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "NOTIFY-DIGEST".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "notification-digest-run.dat".

           LINKAGE SECTION.
           01 LS-DIGEST-STATUS-MESSAGE PIC X(30).

      *    Gathers the notices members asked to have held back and
      *    leaves each member a single inbox item saying how many
      *    are waiting; the notices themselves are read from the
      *    digest view of the inbox.  Rows taken are marked SENT
      *    with today's date so a second run the same night finds
      *    nothing new.  Members beyond the table size are left
      *    PENDING and picked up the following night.
       PROCEDURE DIVISION USING LS-DIGEST-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-NOTICE-COUNT.
           MOVE 0 TO WS-OVERFLOW-COUNT.
           INITIALIZE WS-MEMBER-TABLE.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.

           OPEN I-O F-DIGEST-FILE.
           IF WS-DIGEST-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DIGEST-FILE
                       NOT AT END
                           IF DG-STATUS = "PENDING"
                               PERFORM 0200-TAKE-NOTICE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DIGEST-FILE
           END-IF.

           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               PERFORM 0300-SEND-DIGEST
           END-PERFORM.

           PERFORM 0400-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-MEMBER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LS-DIGEST-STATUS-MESSAGE.
           STRING "DIGESTS SENT:" DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LS-DIGEST-STATUS-MESSAGE.
           GOBACK.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOTIFICATION DIGEST RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-TAKE-NOTICE.
           MOVE 0 TO WS-MEMBER-FOUND.
           PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
             UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
               IF WS-MBR-USERNAME(WS-MEMBER-IDX) = DG-USERNAME
                   MOVE WS-MEMBER-IDX TO WS-MEMBER-FOUND
               END-IF
           END-PERFORM.
           IF WS-MEMBER-FOUND = 0 AND WS-MEMBER-COUNT < 999
               ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-MEMBER-COUNT TO WS-MEMBER-FOUND
               MOVE DG-USERNAME TO WS-MBR-USERNAME(WS-MEMBER-FOUND)
               MOVE 0 TO WS-MBR-NOTICES(WS-MEMBER-FOUND)
           END-IF.
           IF WS-MEMBER-FOUND = 0
               ADD 1 TO WS-OVERFLOW-COUNT
           ELSE
               ADD 1 TO WS-MBR-NOTICES(WS-MEMBER-FOUND)
               ADD 1 TO WS-NOTICE-COUNT
               MOVE "SENT" TO DG-STATUS
               MOVE WS-TODAY TO DG-SENT-ON
               REWRITE DIGEST-RECORD
           END-IF.

       0300-SEND-DIGEST.
           MOVE WS-MBR-NOTICES(WS-MEMBER-IDX) TO WS-NOTICES-DISPLAY.
           MOVE SPACES TO WS-DIGEST-MESSAGE.
           STRING "DAILY DIGEST:" DELIMITED BY SIZE
               WS-NOTICES-DISPLAY DELIMITED BY SIZE
               " NOTICES, (v) TO VIEW" DELIMITED BY SIZE
               INTO WS-DIGEST-MESSAGE.
           CALL 'add-notification' USING
             WS-MBR-USERNAME(WS-MEMBER-IDX) WS-DIGEST-MESSAGE
             WS-ZERO-AMOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MBR-USERNAME(WS-MEMBER-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-NOTICES-DISPLAY DELIMITED BY SIZE
               " NOTICES" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0400-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MEMBER-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBERS SENT A DIGEST: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-NOTICE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOTICES GATHERED:      " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERFLOW-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "HELD OVER TO NEXT RUN: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
