       IDENTIFICATION DIVISION.
       PROGRAM-ID. business-day.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-CALENDAR-FILE ASSIGN TO "vault-calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-CALENDAR-FILE.
           01 CALENDAR-RECORD.
               05 CAL-DATE PIC X(8).
               05 CAL-KIND PIC X(8).
               05 CAL-DESC PIC X(30).
               05 CAL-SET-BY PIC X(16).
               05 CAL-SET-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-CALENDAR-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-DAY-NAMES PIC X(21) VALUE "MONTUEWEDTHUFRISATSUN".
           01 WS-REST-DAYS PIC X(7).
           01 WS-DAY-IDX PIC 9.
           01 WS-CLOSED-COUNT PIC 9(3) VALUE 0.
           01 WS-CLOSED-IDX PIC 9(3).
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-DATE PIC X(8) OCCURS 500 TIMES.
           01 WS-DATE-INT PIC 9(8).
           01 WS-TRY-DATE PIC 9(8).
           01 WS-TRY-DATE-X REDEFINES WS-TRY-DATE PIC X(8).
           01 WS-TRIES PIC 9(3).
           01 WS-IS-BUSINESS PIC 9.

           LINKAGE SECTION.
           01 LS-BD-DATE PIC X(8).
           01 LS-BD-ROLL PIC X.
           01 LS-BD-RESULT PIC X(8).

      *    The date itself when the vault is open for business on it,
      *    otherwise the next business day after it, or with a roll
      *    of "B" the last business day before it.  Weekly rest days
      *    are WEEKLY entries naming the day (MON to SUN); vault
      *    holidays and one-off closures are dated entries.  With no
      *    calendar on file every day is a business day.
       PROCEDURE DIVISION USING LS-BD-DATE, LS-BD-ROLL, LS-BD-RESULT.

           MOVE LS-BD-DATE TO LS-BD-RESULT.
           IF LS-BD-DATE IS NOT NUMERIC
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REST-DAYS.
           MOVE 0 TO WS-CLOSED-COUNT.
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

           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LS-BD-DATE)).
           MOVE 0 TO WS-TRIES.
           PERFORM 0020-CHECK-DAY.
           PERFORM UNTIL WS-IS-BUSINESS = 1 OR WS-TRIES > 366
               ADD 1 TO WS-TRIES
               IF LS-BD-ROLL = "B"
                   SUBTRACT 1 FROM WS-DATE-INT
               ELSE
                   ADD 1 TO WS-DATE-INT
               END-IF
               PERFORM 0020-CHECK-DAY
           END-PERFORM.
           IF WS-IS-BUSINESS = 1
               MOVE WS-TRY-DATE-X TO LS-BD-RESULT
           END-IF.

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
               AND WS-CLOSED-COUNT < 500
               ADD 1 TO WS-CLOSED-COUNT
               MOVE CAL-DATE TO WS-CLOSED-DATE(WS-CLOSED-COUNT)
           END-IF.

      *    Day one of the integer calendar, 1601-01-01, was a Monday.
       0020-CHECK-DAY.
           MOVE 1 TO WS-IS-BUSINESS.
           COMPUTE WS-TRY-DATE = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           COMPUTE WS-DAY-IDX = FUNCTION MOD(WS-DATE-INT - 1, 7) + 1.
           IF WS-REST-DAYS(WS-DAY-IDX:1) = "Y"
               MOVE 0 TO WS-IS-BUSINESS
           END-IF.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
             UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
               IF WS-CLOSED-DATE(WS-CLOSED-IDX) = WS-TRY-DATE-X
                   MOVE 0 TO WS-IS-BUSINESS
               END-IF
           END-PERFORM.
