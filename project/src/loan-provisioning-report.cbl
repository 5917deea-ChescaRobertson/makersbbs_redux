       IDENTIFICATION DIVISION.
           PROGRAM-ID. loan-provisioning-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LOANS-FILE ASSIGN TO "loans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOANS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "loan-provisioning.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-LOANS-FILE.
           01 LOAN-RECORD.
               05 LOAN-USERNAME PIC X(16).
               05 LOAN-AMOUNT PIC 999.
               05 LOAN-WEEKS PIC 99.
               05 LOAN-INSTALMENT PIC 999.
               05 LOAN-BALANCE PIC 9(5).
               05 LOAN-NEXT-DUE PIC X(8).
               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-LOANS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC X(6).

           01 WS-BUCKET-IDX PIC 9.
           01 WS-BUCKET-TABLE.
               05 WS-BUCKET OCCURS 4 TIMES.
                   10 WS-BK-LABEL PIC X(10).
                   10 WS-BK-PRICE-KEY PIC X(20).
                   10 WS-BK-DEFAULT-RATE PIC 999.
                   10 WS-BK-RATE PIC 999.
                   10 WS-BK-COUNT PIC 9(5).
                   10 WS-BK-OWING PIC 9(7).
                   10 WS-BK-ARREARS PIC 9(7).
                   10 WS-BK-PROVISION PIC 9(7).

           01 WS-TOTAL-COUNT PIC 9(5) VALUE 0.
           01 WS-TOTAL-OWING PIC 9(7) VALUE 0.
           01 WS-TOTAL-ARREARS PIC 9(7) VALUE 0.
           01 WS-TOTAL-PROVISION PIC 9(7) VALUE 0.
           01 WS-TOTAL-FEES PIC 9(7) VALUE 0.
           01 WS-MONTH-WRITTEN-OFF PIC 9(7) VALUE 0.
           01 WS-TOTAL-WRITTEN-OFF PIC 9(7) VALUE 0.
           01 WS-WRITTEN-OFF-COUNT PIC 9(5) VALUE 0.
           01 WS-LOAN-DAYS PIC 999.
           01 WS-LOAN-ARREARS PIC 9(5).

           01 WS-EDIT-VALUE PIC Z(6)9.
           01 WS-EDIT-OWING PIC Z(6)9.
           01 WS-EDIT-ARREARS PIC Z(6)9.
           01 WS-EDIT-COUNT PIC Z(4)9.
           01 WS-EDIT-RATE PIC ZZ9.
           01 WS-REPORT-LABEL PIC X(30).

           01 WS-SPOOL-NAME PIC X(20) VALUE "LOAN-PROVISION".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "loan-provisioning.dat".

           LINKAGE SECTION.
           01 LS-PROVISION-STATUS-MESSAGE PIC X(30).

      *    Open loans by age of arrears, each bucket provisioned at
      *    a percentage of what is owing taken from the price list:
      *    loans up to date, 1-7 days, 8-30 days and over 30 days
      *    past due.  Written-off balances are shown beneath so
      *    treasury can see what has already been lost.
       PROCEDURE DIVISION USING LS-PROVISION-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.
           PERFORM 0005-SET-UP-BUCKETS.

           OPEN INPUT F-LOANS-FILE.
           IF WS-LOANS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LOANS-FILE
                       NOT AT END
                           PERFORM 0010-TALLY-LOAN
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LOANS-FILE
           END-IF.

           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > 4
               COMPUTE WS-BK-PROVISION(WS-BUCKET-IDX) ROUNDED =
                   WS-BK-OWING(WS-BUCKET-IDX)
                   * WS-BK-RATE(WS-BUCKET-IDX) / 100
               ADD WS-BK-COUNT(WS-BUCKET-IDX) TO WS-TOTAL-COUNT
               ADD WS-BK-OWING(WS-BUCKET-IDX) TO WS-TOTAL-OWING
               ADD WS-BK-ARREARS(WS-BUCKET-IDX) TO WS-TOTAL-ARREARS
               ADD WS-BK-PROVISION(WS-BUCKET-IDX) TO
                 WS-TOTAL-PROVISION
           END-PERFORM.

           PERFORM 0020-WRITE-REPORT.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-TOTAL-COUNT = 0
               MOVE "NO OPEN LOANS TO PROVISION" TO
                 LS-PROVISION-STATUS-MESSAGE
           ELSE
               MOVE WS-TOTAL-PROVISION TO WS-EDIT-VALUE
               MOVE SPACES TO LS-PROVISION-STATUS-MESSAGE
               STRING "LOAN PROVISION " DELIMITED BY SIZE
                   WS-EDIT-VALUE DELIMITED BY SIZE
                   INTO LS-PROVISION-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0005-SET-UP-BUCKETS.
           INITIALIZE WS-BUCKET-TABLE.
           MOVE "UP TO DATE" TO WS-BK-LABEL(1).
           MOVE "LOAN-PROV-CURRENT" TO WS-BK-PRICE-KEY(1).
           MOVE 1 TO WS-BK-DEFAULT-RATE(1).
           MOVE "1-7 DAYS" TO WS-BK-LABEL(2).
           MOVE "LOAN-PROV-1-7" TO WS-BK-PRICE-KEY(2).
           MOVE 10 TO WS-BK-DEFAULT-RATE(2).
           MOVE "8-30 DAYS" TO WS-BK-LABEL(3).
           MOVE "LOAN-PROV-8-30" TO WS-BK-PRICE-KEY(3).
           MOVE 25 TO WS-BK-DEFAULT-RATE(3).
           MOVE "OVER 30" TO WS-BK-LABEL(4).
           MOVE "LOAN-PROV-OVER-30" TO WS-BK-PRICE-KEY(4).
           MOVE 50 TO WS-BK-DEFAULT-RATE(4).
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > 4
               CALL 'get-price' USING WS-BK-PRICE-KEY(WS-BUCKET-IDX)
                 WS-BK-RATE(WS-BUCKET-IDX)
               IF WS-BK-RATE(WS-BUCKET-IDX) = 0
               OR WS-BK-RATE(WS-BUCKET-IDX) > 100
                   MOVE WS-BK-DEFAULT-RATE(WS-BUCKET-IDX) TO
                     WS-BK-RATE(WS-BUCKET-IDX)
               END-IF
           END-PERFORM.

      *    Loans written before arrears were tracked have blank
      *    arrears fields and count as up to date.
       0010-TALLY-LOAN.
           IF LOAN-STATUS = "WRITTENOFF"
               ADD 1 TO WS-WRITTEN-OFF-COUNT
               ADD LOAN-BALANCE TO WS-TOTAL-WRITTEN-OFF
               IF LOAN-CLOSED(1:6) = WS-THIS-MONTH
                   ADD LOAN-BALANCE TO WS-MONTH-WRITTEN-OFF
               END-IF
           END-IF.
           IF LOAN-STATUS = "ACTIVE"
               MOVE 0 TO WS-LOAN-DAYS
               MOVE 0 TO WS-LOAN-ARREARS
               IF LOAN-ARREARS IS NUMERIC
                   MOVE LOAN-ARREARS TO WS-LOAN-ARREARS
               END-IF
               IF LOAN-DAYS-PAST-DUE IS NUMERIC
                   MOVE LOAN-DAYS-PAST-DUE TO WS-LOAN-DAYS
               END-IF
               IF LOAN-FEES IS NUMERIC
                   ADD LOAN-FEES TO WS-TOTAL-FEES
               END-IF
               EVALUATE TRUE
                   WHEN WS-LOAN-ARREARS = 0
                       MOVE 1 TO WS-BUCKET-IDX
                   WHEN WS-LOAN-DAYS > 30
                       MOVE 4 TO WS-BUCKET-IDX
                   WHEN WS-LOAN-DAYS > 7
                       MOVE 3 TO WS-BUCKET-IDX
                   WHEN OTHER
                       MOVE 2 TO WS-BUCKET-IDX
               END-EVALUATE
               ADD 1 TO WS-BK-COUNT(WS-BUCKET-IDX)
               ADD LOAN-BALANCE TO WS-BK-OWING(WS-BUCKET-IDX)
               ADD WS-LOAN-ARREARS TO WS-BK-ARREARS(WS-BUCKET-IDX)
           END-IF.

       0020-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "LOAN BOOK PROVISIONING  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "ARREARS AGE LOANS   OWING  ARREARS  RATE PROVISION"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
             UNTIL WS-BUCKET-IDX > 4
               PERFORM 0030-WRITE-BUCKET-LINE
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TOTAL-COUNT TO WS-EDIT-COUNT.
           MOVE WS-TOTAL-OWING TO WS-EDIT-OWING.
           MOVE WS-TOTAL-ARREARS TO WS-EDIT-ARREARS.
           MOVE WS-TOTAL-PROVISION TO WS-EDIT-VALUE.
           STRING "TOTAL       " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-OWING DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-ARREARS DELIMITED BY SIZE
               "        " DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "LATE FEES ON OPEN LOANS" TO WS-REPORT-LABEL.
           MOVE WS-TOTAL-FEES TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "WRITTEN OFF THIS MONTH" TO WS-REPORT-LABEL.
           MOVE WS-MONTH-WRITTEN-OFF TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "WRITTEN OFF TO DATE" TO WS-REPORT-LABEL.
           MOVE WS-TOTAL-WRITTEN-OFF TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "LOANS WRITTEN OFF (COUNT)" TO WS-REPORT-LABEL.
           MOVE WS-WRITTEN-OFF-COUNT TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           CLOSE F-REPORT-FILE.

       0030-WRITE-BUCKET-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-BK-COUNT(WS-BUCKET-IDX) TO WS-EDIT-COUNT.
           MOVE WS-BK-OWING(WS-BUCKET-IDX) TO WS-EDIT-OWING.
           MOVE WS-BK-ARREARS(WS-BUCKET-IDX) TO WS-EDIT-ARREARS.
           MOVE WS-BK-RATE(WS-BUCKET-IDX) TO WS-EDIT-RATE.
           MOVE WS-BK-PROVISION(WS-BUCKET-IDX) TO WS-EDIT-VALUE.
           STRING WS-BK-LABEL(WS-BUCKET-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EDIT-OWING DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-ARREARS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-RATE DELIMITED BY SIZE
               "%  " DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0040-WRITE-VALUE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
