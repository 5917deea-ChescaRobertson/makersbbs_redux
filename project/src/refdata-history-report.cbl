       IDENTIFICATION DIVISION.
           PROGRAM-ID. refdata-history-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-REFDATA-CHANGES-FILE ASSIGN TO
             "refdata-changes.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REFDATA-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "refdata-history.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-REFDATA-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LINE-COUNT PIC 9(5) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
           01 WS-APPROVED-COUNT PIC 9(5) VALUE 0.
           01 WS-APPLIED-COUNT PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(5) VALUE 0.
           01 WS-COUNT-DISPLAY PIC ZZZZ9.
           01 WS-BEFORE-TEXT PIC X(40).

           01 WS-SPOOL-NAME PIC X(20) VALUE "REFDATA-HISTORY".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "refdata-history.dat".

           LINKAGE SECTION.
           01 LS-REFDATA-STATUS-MESSAGE PIC X(30).

      *    Lists every reference data change ever put forward, oldest
      *    first, with the value before and after, who made it, who
      *    approved or rejected it and when it took effect.
       PROCEDURE DIVISION USING LS-REFDATA-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-PENDING-COUNT.
           MOVE 0 TO WS-APPROVED-COUNT.
           MOVE 0 TO WS-APPLIED-COUNT.
           MOVE 0 TO WS-REJECTED-COUNT.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           OPEN INPUT F-REFDATA-CHANGES-FILE.
           IF WS-REFDATA-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-REFDATA-CHANGES-FILE
                       NOT AT END
                           PERFORM 0200-WRITE-CHANGE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-REFDATA-CHANGES-FILE
           END-IF.
           PERFORM 0300-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO LS-REFDATA-STATUS-MESSAGE.
           STRING "CHANGE HISTORY SPOOLED: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO LS-REFDATA-STATUS-MESSAGE.
           GOBACK.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "REFERENCE DATA CHANGE HISTORY AS AT "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-WRITE-CHANGE.
           ADD 1 TO WS-LINE-COUNT.
           EVALUATE RC-STATUS
               WHEN "PENDING"
                   ADD 1 TO WS-PENDING-COUNT
               WHEN "APPROVED"
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN "APPLIED"
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN "REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.
           IF RC-BEFORE = SPACES
               MOVE "(NEW ENTRY)" TO WS-BEFORE-TEXT
           ELSE
               MOVE RC-BEFORE TO WS-BEFORE-TEXT
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING RC-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-TABLE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-KEY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RC-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   BEFORE: " DELIMITED BY SIZE
               WS-BEFORE-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   AFTER:  " DELIMITED BY SIZE
               RC-AFTER DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "   MADE BY " DELIMITED BY SIZE
               RC-MAKER DELIMITED BY SIZE
               " ON " DELIMITED BY SIZE
               RC-MADE-DATE DELIMITED BY SIZE
               "  EFFECTIVE " DELIMITED BY SIZE
               RC-EFFECTIVE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RC-CHECKER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "   DECIDED BY " DELIMITED BY SIZE
                   RC-CHECKER DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   RC-DECIDED-DATE DELIMITED BY SIZE
                   "  APPLIED " DELIMITED BY SIZE
                   RC-APPLIED-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0300-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "CHANGES LISTED:    " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "AWAITING APPROVAL: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-APPROVED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPROVED, NOT DUE: " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "APPLIED:           " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "REJECTED:          " DELIMITED BY SIZE
               WS-COUNT-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
