       IDENTIFICATION DIVISION.
           PROGRAM-ID. library-shelf-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SHELF-AUDIT-FILE ASSIGN TO "library-shelf-audit.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SHELF-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "library-missing.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SHELF-AUDIT-FILE.
           01 SHELF-AUDIT-RECORD.
               05 SH-TITLE PIC X(31).
               05 SH-OWNED PIC 99.
               05 SH-ON-LOAN PIC 99.
               05 SH-COUNT PIC 99.
               05 SH-COUNTED PIC X.
               05 SH-OPENED-BY PIC X(16).
               05 SH-OPENED-AT PIC X(14).
               05 SH-COUNTED-BY PIC X(16).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SHELF-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LINE-COUNT PIC 999 VALUE 0.
           01 WS-UNCOUNTED PIC 999 VALUE 0.
           01 WS-MISSING-LINES PIC 999 VALUE 0.
           01 WS-MISSING-COPIES PIC 9(4) VALUE 0.
           01 WS-MISSING PIC S99.
           01 WS-QTY-OUT PIC -(2)9.
           01 WS-FLAG PIC X(14).
           01 WS-SPOOL-NAME PIC X(20) VALUE "LIBRARY-SHELF".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "library-missing.dat".

           LINKAGE SECTION.
           01 LS-SHELF-STATUS-MESSAGE PIC X(30).

      *    Every title on the shelf count sheet whose copies owned,
      *    less those out on loan when the sheet was taken, come to
      *    more than were found on the shelf.  Extra copies found are
      *    shown too so they can be added to the count.  Nothing is
      *    written off here.
       PROCEDURE DIVISION USING LS-SHELF-STATUS-MESSAGE.

           MOVE 0 TO WS-LINE-COUNT.
           MOVE 0 TO WS-UNCOUNTED.
           MOVE 0 TO WS-MISSING-LINES.
           MOVE 0 TO WS-MISSING-COPIES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LIBRARY SHELF AUDIT - MISSING COPIES "
               DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "TITLE                           OWN LOAN SHELF MISS"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT F-SHELF-AUDIT-FILE.
           IF WS-SHELF-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SHELF-AUDIT-FILE
                       NOT AT END
                           PERFORM 0010-REPORT-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SHELF-AUDIT-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "TITLES " DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "  WITH COPIES MISSING " DELIMITED BY SIZE
               WS-MISSING-LINES DELIMITED BY SIZE
               "  NOT YET COUNTED " DELIMITED BY SIZE
               WS-UNCOUNTED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COPIES MISSING " DELIMITED BY SIZE
               WS-MISSING-COPIES DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-LINE-COUNT = 0
               MOVE "NO SHELF AUDIT OPEN" TO LS-SHELF-STATUS-MESSAGE
           ELSE IF WS-UNCOUNTED > 0
               MOVE "COUNT INCOMPLETE - SEE REPORT" TO
                 LS-SHELF-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO LS-SHELF-STATUS-MESSAGE
               STRING "COUNT COMPLETE - " DELIMITED BY SIZE
                   WS-MISSING-COPIES DELIMITED BY SIZE
                   " MISSING" DELIMITED BY SIZE
                   INTO LS-SHELF-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-FLAG.
           MOVE 0 TO WS-MISSING.
           IF SH-COUNTED = "Y"
               COMPUTE WS-MISSING = SH-OWNED - SH-ON-LOAN - SH-COUNT
               IF WS-MISSING > 0
                   ADD 1 TO WS-MISSING-LINES
                   ADD WS-MISSING TO WS-MISSING-COPIES
                   MOVE "MISSING" TO WS-FLAG
               ELSE IF WS-MISSING < 0
                   MOVE "EXTRA ON SHELF" TO WS-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-UNCOUNTED
               MOVE "NOT COUNTED" TO WS-FLAG
           END-IF.
           IF WS-FLAG NOT = SPACES
               MOVE WS-MISSING TO WS-QTY-OUT
               MOVE SPACES TO REPORT-LINE
               STRING SH-TITLE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SH-OWNED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   SH-ON-LOAN DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   SH-COUNT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-QTY-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FLAG DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
