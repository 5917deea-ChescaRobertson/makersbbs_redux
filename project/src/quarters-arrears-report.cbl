       IDENTIFICATION DIVISION.
           PROGRAM-ID. quarters-arrears-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-ARREARS-FILE ASSIGN TO "quarters-arrears.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARREARS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "quarters-arrears-list.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ARREARS-FILE.
           01 RENT-ARREARS-RECORD.
               05 RA-UNIT PIC X(8).
               05 RA-USERNAME PIC X(16).
               05 RA-MONTH PIC X(6).
               05 RA-AMOUNT PIC 999.
               05 RA-RAISED PIC X(8).
               05 RA-STATUS PIC X(8).
               05 RA-PAID PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-ARREARS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-OPEN-COUNT PIC 9(4) VALUE 0.
           01 WS-OPEN-TOTAL PIC 9(6) VALUE 0.
           01 WS-AMOUNT-OUT PIC ZZ9.
           01 WS-COUNT-OUT PIC ZZZ9.
           01 WS-TOTAL-OUT PIC ZZZZZ9.
           01 WS-SPOOL-NAME PIC X(20) VALUE "QUARTERS-ARREARS".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "quarters-arrears-list.dat".

           LINKAGE SECTION.
           01 LS-ARREARS-STATUS-MESSAGE PIC X(30).

      *    Every month of rent still owing, oldest first, with the
      *    member it is owed by.  Paid arrears drop off the list.
       PROCEDURE DIVISION USING LS-ARREARS-STATUS-MESSAGE.

           MOVE 0 TO WS-OPEN-COUNT.
           MOVE 0 TO WS-OPEN-TOTAL.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUARTERS RENT ARREARS " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "UNIT     MEMBER           MONTH  RENT RAISED"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT F-ARREARS-FILE.
           IF WS-ARREARS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ARREARS-FILE
                       NOT AT END
                           IF RA-STATUS = "OPEN"
                               PERFORM 0010-REPORT-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ARREARS-FILE
           END-IF.

           MOVE WS-OPEN-COUNT TO WS-COUNT-OUT.
           MOVE WS-OPEN-TOTAL TO WS-TOTAL-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHS OWING " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               "  RENT OWING " DELIMITED BY SIZE
               WS-TOTAL-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-OPEN-COUNT = 0
               MOVE "NO RENT ARREARS" TO LS-ARREARS-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO LS-ARREARS-STATUS-MESSAGE
               STRING "ARREARS " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   " OWING " DELIMITED BY SIZE
                   WS-TOTAL-OUT DELIMITED BY SIZE
                   INTO LS-ARREARS-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-REPORT-LINE.
           ADD 1 TO WS-OPEN-COUNT.
           ADD RA-AMOUNT TO WS-OPEN-TOTAL.
           MOVE RA-AMOUNT TO WS-AMOUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING RA-UNIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-USERNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RA-MONTH DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMOUNT-OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RA-RAISED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
