       IDENTIFICATION DIVISION.
           PROGRAM-ID. vault-calendar-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-CALENDAR-FILE ASSIGN TO "vault-calendar.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "vault-calendar-print.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-CALENDAR-FILE.
           01 CALENDAR-RECORD.
               05 CAL-DATE PIC X(8).
               05 CAL-KIND PIC X(8).
               05 CAL-DESC PIC X(30).
               05 CAL-SET-BY PIC X(16).
               05 CAL-SET-DATE PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-CALENDAR-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
           01 WS-MONTH-NAMES.
               05 FILLER PIC X(9) VALUE "JANUARY".
               05 FILLER PIC X(9) VALUE "FEBRUARY".
               05 FILLER PIC X(9) VALUE "MARCH".
               05 FILLER PIC X(9) VALUE "APRIL".
               05 FILLER PIC X(9) VALUE "MAY".
               05 FILLER PIC X(9) VALUE "JUNE".
               05 FILLER PIC X(9) VALUE "JULY".
               05 FILLER PIC X(9) VALUE "AUGUST".
               05 FILLER PIC X(9) VALUE "SEPTEMBER".
               05 FILLER PIC X(9) VALUE "OCTOBER".
               05 FILLER PIC X(9) VALUE "NOVEMBER".
               05 FILLER PIC X(9) VALUE "DECEMBER".
           01 WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
               05 WS-MONTH-NAME PIC X(9) OCCURS 12 TIMES.
           01 WS-REST-DAYS PIC X(7).
           01 WS-REST-LIST PIC X(40).
           01 WS-REST-PTR PIC 99.

      *    The year's dated entries, kept in date order for the
      *    list at the foot of the printout.
           01 WS-ENTRY-COUNT PIC 9(3) VALUE 0.
           01 WS-ENTRY-IDX PIC 9(3).
           01 WS-ENTRY-SWAP-IDX PIC 9(3).
           01 WS-ENTRY-TABLE.
               05 WS-ENTRY OCCURS 400 TIMES.
                   10 WS-ENTRY-DATE PIC X(8).
                   10 WS-ENTRY-KIND PIC X(8).
                   10 WS-ENTRY-DESC PIC X(30).
           01 WS-ENTRY-HOLD.
               05 WS-HOLD-DATE PIC X(8).
               05 WS-HOLD-KIND PIC X(8).
               05 WS-HOLD-DESC PIC X(30).

           01 WS-MONTH PIC 99.
           01 WS-DAY PIC 99.
           01 WS-DAY-IDX PIC 9.
           01 WS-DATE.
               05 WS-DATE-YEAR PIC 9(4).
               05 WS-DATE-MONTH PIC 99.
               05 WS-DATE-DAY PIC 99.
           01 WS-DATE-N REDEFINES WS-DATE PIC 9(8).
           01 WS-DATE-X REDEFINES WS-DATE PIC X(8).
           01 WS-DATE-INT PIC 9(8).
           01 WS-MONTH-END PIC 99.
           01 WS-CELL-PTR PIC 99.
           01 WS-WEEK-LINE PIC X(28).
           01 WS-DAY-OUT PIC Z9.
           01 WS-MARK PIC X.
           01 WS-MONTH-BUSINESS PIC 99.
           01 WS-YEAR-BUSINESS PIC 9(3) VALUE 0.
           01 WS-BUSINESS-OUT PIC Z9.
           01 WS-YEAR-OUT PIC ZZ9.
           01 WS-SPOOL-NAME PIC X(20) VALUE "VAULT-CALENDAR".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "vault-calendar-print.dat".

           LINKAGE SECTION.
           01 LS-CALENDAR-YEAR PIC 9(4).
           01 LS-CALENDAR-STATUS PIC X(30).

      *    The notice-board calendar: each month laid out by week
      *    with vault holidays marked * and other days the vault is
      *    shut marked -, the count of business days in the month,
      *    and the year's holidays and closures listed by date.
       PROCEDURE DIVISION USING LS-CALENDAR-YEAR, LS-CALENDAR-STATUS.

           MOVE SPACES TO WS-REST-DAYS.
           MOVE 0 TO WS-ENTRY-COUNT.
           MOVE 0 TO WS-YEAR-BUSINESS.
           INITIALIZE WS-ENTRY-TABLE.
           OPEN INPUT F-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CALENDAR-FILE
                       NOT AT END
                           PERFORM 0010-LOAD-ENTRY
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CALENDAR-FILE
           END-IF.
           PERFORM 0020-SORT-ENTRIES.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "VAULT CALENDAR " DELIMITED BY SIZE
               LS-CALENDAR-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "* VAULT HOLIDAY   - VAULT SHUT   REST DAYS: "
               DELIMITED BY SIZE
               WS-REST-LIST DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-MONTH FROM 1 BY 1 UNTIL WS-MONTH > 12
               PERFORM 0030-PRINT-MONTH
           END-PERFORM.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "HOLIDAYS AND CLOSURES" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
             UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING WS-ENTRY-DATE(WS-ENTRY-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENTRY-KIND(WS-ENTRY-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ENTRY-DESC(WS-ENTRY-IDX) DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-YEAR-BUSINESS TO WS-YEAR-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "BUSINESS DAYS IN THE YEAR " DELIMITED BY SIZE
               WS-YEAR-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE SPACES TO LS-CALENDAR-STATUS.
           STRING "CALENDAR " DELIMITED BY SIZE
               LS-CALENDAR-YEAR DELIMITED BY SIZE
               " SPOOLED" DELIMITED BY SIZE
               INTO LS-CALENDAR-STATUS.
           GOBACK.

       0010-LOAD-ENTRY.
           IF CAL-KIND = "WEEKLY"
               PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                 UNTIL WS-DAY-IDX > 7
                   IF CAL-DATE(1:3) =
                     WS-DAY-NAMES(WS-DAY-IDX * 3 - 2:3)
                       MOVE "Y" TO WS-REST-DAYS(WS-DAY-IDX:1)
                   END-IF
               END-PERFORM
           ELSE IF (CAL-KIND = "HOLIDAY" OR CAL-KIND = "CLOSED")
               AND CAL-DATE(1:4) = LS-CALENDAR-YEAR
               AND WS-ENTRY-COUNT < 400
               ADD 1 TO WS-ENTRY-COUNT
               MOVE CAL-DATE TO WS-ENTRY-DATE(WS-ENTRY-COUNT)
               MOVE CAL-KIND TO WS-ENTRY-KIND(WS-ENTRY-COUNT)
               MOVE CAL-DESC TO WS-ENTRY-DESC(WS-ENTRY-COUNT)
           END-IF.

       0020-SORT-ENTRIES.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
             UNTIL WS-ENTRY-IDX >= WS-ENTRY-COUNT
               PERFORM VARYING WS-ENTRY-SWAP-IDX FROM 1 BY 1
                 UNTIL WS-ENTRY-SWAP-IDX > WS-ENTRY-COUNT
                   - WS-ENTRY-IDX
                   IF WS-ENTRY-DATE(WS-ENTRY-SWAP-IDX) >
                     WS-ENTRY-DATE(WS-ENTRY-SWAP-IDX + 1)
                       MOVE WS-ENTRY(WS-ENTRY-SWAP-IDX) TO
                         WS-ENTRY-HOLD
                       MOVE WS-ENTRY(WS-ENTRY-SWAP-IDX + 1) TO
                         WS-ENTRY(WS-ENTRY-SWAP-IDX)
                       MOVE WS-ENTRY-HOLD TO
                         WS-ENTRY(WS-ENTRY-SWAP-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-REST-LIST.
           MOVE 1 TO WS-REST-PTR.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1 UNTIL WS-DAY-IDX > 7
               IF WS-REST-DAYS(WS-DAY-IDX:1) = "Y"
                   STRING WS-DAY-NAMES(WS-DAY-IDX * 3 - 2:3)
                       DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       INTO WS-REST-LIST WITH POINTER WS-REST-PTR
               END-IF
           END-PERFORM.
           IF WS-REST-LIST = SPACES
               MOVE "NONE" TO WS-REST-LIST
           END-IF.

      *    Weeks run Monday to Sunday; the first week is padded out
      *    to the weekday the month starts on.
       0030-PRINT-MONTH.
           MOVE LS-CALENDAR-YEAR TO WS-DATE-YEAR.
           MOVE WS-MONTH TO WS-DATE-MONTH.
           MOVE 1 TO WS-DATE-DAY.
           IF WS-MONTH = 12
               MOVE 31 TO WS-MONTH-END
           ELSE
               ADD 1 TO WS-DATE-MONTH
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 1
               COMPUTE WS-DATE-N = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-DAY TO WS-MONTH-END
               MOVE WS-MONTH TO WS-DATE-MONTH
               MOVE 1 TO WS-DATE-DAY
           END-IF.
           MOVE 0 TO WS-MONTH-BUSINESS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MONTH-NAME(WS-MONTH) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               LS-CALENDAR-YEAR DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE " MON TUE WED THU FRI SAT SUN" TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO WS-WEEK-LINE.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-N).
           COMPUTE WS-DAY-IDX = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           PERFORM VARYING WS-DAY FROM 1 BY 1
             UNTIL WS-DAY > WS-MONTH-END
               MOVE WS-DAY TO WS-DATE-DAY
               PERFORM 0040-DAY-CELL
               IF WS-DAY-IDX = 7
                   MOVE WS-WEEK-LINE TO REPORT-LINE
                   WRITE REPORT-LINE
                   MOVE SPACES TO WS-WEEK-LINE
                   MOVE 1 TO WS-DAY-IDX
               ELSE
                   ADD 1 TO WS-DAY-IDX
               END-IF
           END-PERFORM.
           IF WS-WEEK-LINE NOT = SPACES
               MOVE WS-WEEK-LINE TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           ADD WS-MONTH-BUSINESS TO WS-YEAR-BUSINESS.
           MOVE WS-MONTH-BUSINESS TO WS-BUSINESS-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING " BUSINESS DAYS " DELIMITED BY SIZE
               WS-BUSINESS-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0040-DAY-CELL.
           MOVE SPACE TO WS-MARK.
           IF WS-REST-DAYS(WS-DAY-IDX:1) = "Y"
               MOVE "-" TO WS-MARK
           END-IF.
           PERFORM VARYING WS-ENTRY-IDX FROM 1 BY 1
             UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               IF WS-ENTRY-DATE(WS-ENTRY-IDX) = WS-DATE-X
                   IF WS-ENTRY-KIND(WS-ENTRY-IDX) = "HOLIDAY"
                       MOVE "*" TO WS-MARK
                   ELSE IF WS-MARK = SPACE
                       MOVE "-" TO WS-MARK
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MARK = SPACE
               ADD 1 TO WS-MONTH-BUSINESS
           END-IF.
           MOVE WS-DAY TO WS-DAY-OUT.
           COMPUTE WS-CELL-PTR = (WS-DAY-IDX - 1) * 4 + 1.
           STRING "  " DELIMITED BY SIZE
               WS-DAY-OUT DELIMITED BY SIZE
               INTO WS-WEEK-LINE WITH POINTER WS-CELL-PTR.
           MOVE WS-MARK TO WS-WEEK-LINE(WS-CELL-PTR - 3:1).
