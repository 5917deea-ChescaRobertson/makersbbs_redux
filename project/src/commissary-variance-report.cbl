       IDENTIFICATION DIVISION.
           PROGRAM-ID. commissary-variance-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-STOCKTAKE-FILE ASSIGN TO "commissary-stocktake.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCKTAKE-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "commissary-variance.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-STOCKTAKE-FILE.
           01 STOCKTAKE-RECORD.
               05 ST-CODE PIC X(4).
               05 ST-NAME PIC X(20).
               05 ST-PRICE PIC 999.
               05 ST-BOOK-QTY PIC 9(4).
               05 ST-COUNT-QTY PIC 9(4).
               05 ST-COUNTED PIC X.
               05 ST-FROZEN-BY PIC X(16).
               05 ST-FROZEN-AT PIC X(14).
               05 ST-COUNTED-BY PIC X(16).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-STOCKTAKE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LINE-COUNT PIC 999 VALUE 0.
           01 WS-UNCOUNTED PIC 999 VALUE 0.
           01 WS-VARIANCE-LINES PIC 999 VALUE 0.
           01 WS-VARIANCE-QTY PIC S9(4).
           01 WS-VARIANCE-VALUE PIC S9(6).
           01 WS-SHORT-VALUE PIC 9(6) VALUE 0.
           01 WS-OVER-VALUE PIC 9(6) VALUE 0.
           01 WS-QTY-OUT PIC -(4)9.
           01 WS-VALUE-OUT PIC -(6)9.
           01 WS-FLAG PIC X(10).
           01 WS-SPOOL-NAME PIC X(20) VALUE "COMMISSARY-COUNT".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "commissary-variance.dat".

           LINKAGE SECTION.
           01 LS-VARIANCE-STATUS-MESSAGE PIC X(30).

      *    Book against counted for every line on the frozen count
      *    sheet, valued at the shelf price in force at the freeze.
      *    Nothing is posted here; the supervisor approves from the
      *    ops menu once the sheet is complete.
       PROCEDURE DIVISION USING LS-VARIANCE-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMMISSARY STOCKTAKE VARIANCES " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CODE ITEM                  BOOK COUNT   VAR   VALUE"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT F-STOCKTAKE-FILE.
           IF WS-STOCKTAKE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCKTAKE-FILE
                       NOT AT END
                           PERFORM 0010-REPORT-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCKTAKE-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LINES " DELIMITED BY SIZE
               WS-LINE-COUNT DELIMITED BY SIZE
               "  WITH VARIANCE " DELIMITED BY SIZE
               WS-VARIANCE-LINES DELIMITED BY SIZE
               "  NOT YET COUNTED " DELIMITED BY SIZE
               WS-UNCOUNTED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SHRINKAGE VALUE " DELIMITED BY SIZE
               WS-SHORT-VALUE DELIMITED BY SIZE
               "  SURPLUS VALUE " DELIMITED BY SIZE
               WS-OVER-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-LINE-COUNT = 0
               MOVE "NO STOCKTAKE OPEN" TO LS-VARIANCE-STATUS-MESSAGE
           ELSE IF WS-UNCOUNTED > 0
               MOVE "COUNT INCOMPLETE - SEE REPORT" TO
                 LS-VARIANCE-STATUS-MESSAGE
           ELSE
               MOVE "COUNT COMPLETE - FOR APPROVAL" TO
                 LS-VARIANCE-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO WS-FLAG.
           IF ST-COUNTED = "Y"
               COMPUTE WS-VARIANCE-QTY = ST-COUNT-QTY - ST-BOOK-QTY
               COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE-QTY * ST-PRICE
               IF WS-VARIANCE-QTY < 0
                   ADD 1 TO WS-VARIANCE-LINES
                   SUBTRACT WS-VARIANCE-VALUE FROM WS-SHORT-VALUE
                   MOVE "SHORT" TO WS-FLAG
               ELSE IF WS-VARIANCE-QTY > 0
                   ADD 1 TO WS-VARIANCE-LINES
                   ADD WS-VARIANCE-VALUE TO WS-OVER-VALUE
                   MOVE "OVER" TO WS-FLAG
               END-IF
           ELSE
               ADD 1 TO WS-UNCOUNTED
               MOVE 0 TO WS-VARIANCE-QTY
               MOVE 0 TO WS-VARIANCE-VALUE
               MOVE "UNCOUNTED" TO WS-FLAG
           END-IF.
           MOVE WS-VARIANCE-QTY TO WS-QTY-OUT.
           MOVE WS-VARIANCE-VALUE TO WS-VALUE-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING ST-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-BOOK-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               ST-COUNT-QTY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-QTY-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-VALUE-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FLAG DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
