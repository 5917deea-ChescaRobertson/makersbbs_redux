           SELECT F-PAY-RATES-FILE ASSIGN TO "staff-pay-rates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATES-STATUS.
           SELECT F-TIMESHEETS-FILE ASSIGN TO "staff-timesheets.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TIMESHEETS-STATUS.
           SELECT F-LEAVE-FILE ASSIGN TO "staff-leave.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEAVE-STATUS.
           SELECT F-PAYROLL-REGISTRY-FILE ASSIGN TO
             "payroll-registry.dat"
             ORGANIZATION IS LINE SEQUENTIAL
               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-PAY-RATES-FILE.
           01 STAFF-PAY-RATE.
               05 SPR-RATE-PER-HOUR PIC 99.
               05 SPR-ACTIVE PIC X.

           FD F-TIMESHEETS-FILE.
           01 TIMESHEET-RECORD.
               05 TS-ID PIC 9(6).
               05 TS-ADMIN PIC X(16).
               05 TS-DATE PIC X(8).
               05 TS-TYPE PIC X(5).
               05 TS-HOURS PIC 99.
               05 TS-NOTE PIC X(30).
               05 TS-STATUS PIC X(8).
               05 TS-DECIDED-BY PIC X(16).
               05 TS-PAY-MONTH PIC X(6).

           FD F-LEAVE-FILE.
           01 LEAVE-RECORD.
               05 LV-ADMIN PIC X(16).
               05 LV-BALANCE PIC 9(4).
               05 LV-LAST-ACCRUAL PIC X(6).

           FD F-PAYROLL-REGISTRY-FILE.
           01 PAYROLL-REGISTRY-RECORD.
           WORKING-STORAGE SECTION.
           01 WS-ADMIN-STATUS PIC XX.
           01 WS-RATES-STATUS PIC XX.
           01 WS-TIMESHEETS-STATUS PIC XX.
           01 WS-LEAVE-STATUS PIC XX.
           01 WS-REG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-INNER-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC X(6).
           01 WS-ALREADY-RUN PIC 9 VALUE 0.
           01 WS-PAID-COUNT PIC 999 VALUE 0.
           01 WS-PAY-DAY-KEY PIC X(20) VALUE "PAYROLL-PAY-DAY".
           01 WS-PAY-DAY PIC 999 VALUE 0.
           01 WS-PAY-DAY-PARTS.
               05 WS-PAY-DAY-MONTH PIC X(6).
               05 WS-PAY-DAY-DD PIC 99.
           01 WS-PAY-DAY-N REDEFINES WS-PAY-DAY-PARTS PIC 9(8).
           01 WS-PAY-DAY-X REDEFINES WS-PAY-DAY-PARTS PIC X(8).
           01 WS-PAY-DATE PIC X(8).
           01 WS-ROLL-BACK PIC X VALUE "B".

           01 WS-MY-RATE PIC 99.
           01 WS-RATE-FOUND PIC 9.
           01 WS-WORK-HOURS PIC 9(4).
           01 WS-LEAVE-HOURS PIC 9(4).
           01 WS-HOURS PIC 9(4).
           01 WS-ACCRUAL-KEY PIC X(20) VALUE "LEAVE-ACCRUAL-HOURS".
           01 WS-ACCRUAL-HOURS PIC 999 VALUE 0.
           01 WS-LEAVE-BALANCE PIC 9(4).
           01 WS-LEAVE-FOUND PIC 9.
           01 WS-NET-PAY PIC 9(5).
           01 WS-PAY-CLAMPED PIC 999.
           01 WS-UPDATED-BALANCE PIC 999.
           01 LS-PAYROLL-STATUS-MESSAGE PIC X(30).

      *    One run per calendar month: active staff with a pay rate
      *    are paid for their approved timesheet hours and approved
      *    leave, earn the month's leave accrual, and get a payslip
      *    each on the spool showing what leave they have left.
       PROCEDURE DIVISION USING LS-PAYROLL-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
           MOVE 0 TO WS-PAID-COUNT.
           CALL 'get-price' USING WS-ACCRUAL-KEY WS-ACCRUAL-HOURS.
           IF WS-ACCRUAL-HOURS = 0
               MOVE 8 TO WS-ACCRUAL-HOURS
           END-IF.

           PERFORM 0010-CHECK-ALREADY-RUN.
           IF WS-ALREADY-RUN = 1
               GOBACK
           END-IF.

           PERFORM 0005-SET-PAY-DATE.
           IF WS-PAY-DAY > 0 AND WS-TODAY < WS-PAY-DATE
               MOVE SPACES TO LS-PAYROLL-STATUS-MESSAGE
               STRING "PAYROLL NOT DUE UNTIL " DELIMITED BY SIZE
                   WS-PAY-DATE DELIMITED BY SIZE
                   INTO LS-PAYROLL-STATUS-MESSAGE
               GOBACK
           END-IF.
           IF WS-PAY-DAY = 0 AND WS-PAY-DATE NOT = WS-TODAY
               MOVE "NOT A BUSINESS DAY - NOT PAID" TO
                 LS-PAYROLL-STATUS-MESSAGE
               GOBACK
           END-IF.

           OPEN OUTPUT F-PAYSLIPS-FILE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "STAFF PAYROLL FOR " DELIMITED BY SIZE
               WS-THIS-MONTH DELIMITED BY SIZE
               "  PAY DATE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.

           END-IF.
           GOBACK.

      *    With a pay day set, staff are paid on that day of the
      *    month, or the last business day before it when the vault
      *    is shut; a short month pays on its last day.  With none
      *    set the run can go on any business day.
       0005-SET-PAY-DATE.
           CALL 'get-price' USING WS-PAY-DAY-KEY WS-PAY-DAY.
           MOVE WS-TODAY TO WS-PAY-DAY-X.
           IF WS-PAY-DAY > 0
               IF WS-PAY-DAY > 31
                   MOVE 31 TO WS-PAY-DAY-DD
               ELSE
                   MOVE WS-PAY-DAY TO WS-PAY-DAY-DD
               END-IF
               PERFORM UNTIL
                 FUNCTION TEST-DATE-YYYYMMDD(WS-PAY-DAY-N) = 0
                   SUBTRACT 1 FROM WS-PAY-DAY-DD
               END-PERFORM
           END-IF.
           CALL 'business-day' USING WS-PAY-DAY-X WS-ROLL-BACK
             WS-PAY-DATE.

       0010-CHECK-ALREADY-RUN.
           MOVE 0 TO WS-ALREADY-RUN.
           OPEN INPUT F-PAYROLL-REGISTRY-FILE.
       0020-PAY-ONE-STAFFER.
           PERFORM 0030-LOOK-UP-RATE.
           IF WS-RATE-FOUND = 1
               PERFORM 0040-TALLY-TIMESHEETS
               PERFORM 0045-ACCRUE-LEAVE
               COMPUTE WS-HOURS = WS-WORK-HOURS + WS-LEAVE-HOURS
               COMPUTE WS-NET-PAY = WS-HOURS * WS-MY-RATE
               IF WS-NET-PAY > 999
                   MOVE 999 TO WS-PAY-CLAMPED
           MOVE 0 TO WS-MY-RATE.
           OPEN INPUT F-PAY-RATES-FILE.
           IF WS-RATES-STATUS = "00"
               MOVE 0 TO WS-INNER-ENDED
               PERFORM UNTIL WS-INNER-ENDED = 1
                   READ F-PAY-RATES-FILE
                       NOT AT END
                           IF SPR-ADMIN = ADMIN
                               MOVE SPR-RATE-PER-HOUR TO WS-MY-RATE
                           END-IF
                       AT END
                           MOVE 1 TO WS-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-RATES-FILE
           END-IF.

      *    Only timesheets a supervisor has approved are paid, and
      *    each is stamped PAID with the month so it cannot be paid
      *    twice.  Leave hours were taken off the balance when the
      *    leave was approved; here they are only paid.
       0040-TALLY-TIMESHEETS.
           MOVE 0 TO WS-WORK-HOURS.
           MOVE 0 TO WS-LEAVE-HOURS.
           OPEN I-O F-TIMESHEETS-FILE.
           IF WS-TIMESHEETS-STATUS = "00"
               MOVE 0 TO WS-INNER-ENDED
               PERFORM UNTIL WS-INNER-ENDED = 1
                   READ F-TIMESHEETS-FILE
                       NOT AT END
                           IF TS-ADMIN = ADMIN
                           AND TS-STATUS = "APPROVED"
                           AND TS-DATE(1:6) NOT > WS-THIS-MONTH
                               IF TS-TYPE = "LEAVE"
                                   ADD TS-HOURS TO WS-LEAVE-HOURS
                               ELSE
                                   ADD TS-HOURS TO WS-WORK-HOURS
                               END-IF
                               MOVE "PAID" TO TS-STATUS
                               MOVE WS-THIS-MONTH TO TS-PAY-MONTH
                               REWRITE TIMESHEET-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-TIMESHEETS-FILE
           END-IF.

      *    Paid leave builds up by LEAVE-ACCRUAL-HOURS each pay
      *    period; the stamp stops a second accrual in the same
      *    month.
       0045-ACCRUE-LEAVE.
           MOVE 0 TO WS-LEAVE-FOUND.
           MOVE 0 TO WS-LEAVE-BALANCE.
           OPEN I-O F-LEAVE-FILE.
           IF WS-LEAVE-STATUS = "00"
               MOVE 0 TO WS-INNER-ENDED
               PERFORM UNTIL WS-INNER-ENDED = 1
                   READ F-LEAVE-FILE
                       NOT AT END
                           IF LV-ADMIN = ADMIN
                           AND WS-LEAVE-FOUND = 0
                               MOVE 1 TO WS-LEAVE-FOUND
                               IF LV-LAST-ACCRUAL NOT = WS-THIS-MONTH
                                   ADD WS-ACCRUAL-HOURS TO LV-BALANCE
                                   MOVE WS-THIS-MONTH TO
                                     LV-LAST-ACCRUAL
                                   REWRITE LEAVE-RECORD
                               END-IF
                               MOVE LV-BALANCE TO WS-LEAVE-BALANCE
                           END-IF
                       AT END
                           MOVE 1 TO WS-INNER-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEAVE-FILE
           END-IF.
           IF WS-LEAVE-FOUND = 0
               OPEN EXTEND F-LEAVE-FILE
               IF WS-LEAVE-STATUS = "35"
                   OPEN OUTPUT F-LEAVE-FILE
               END-IF
               MOVE SPACES TO LEAVE-RECORD
               MOVE ADMIN TO LV-ADMIN
               MOVE WS-ACCRUAL-HOURS TO LV-BALANCE
               MOVE WS-THIS-MONTH TO LV-LAST-ACCRUAL
               WRITE LEAVE-RECORD
               CLOSE F-LEAVE-FILE
               MOVE LV-BALANCE TO WS-LEAVE-BALANCE
           END-IF.

       0050-WRITE-PAYSLIP.
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "    WORKED " DELIMITED BY SIZE
               WS-WORK-HOURS DELIMITED BY SIZE
               "  LEAVE " DELIMITED BY SIZE
               WS-LEAVE-HOURS DELIMITED BY SIZE
               "  RATE " DELIMITED BY SIZE
               WS-MY-RATE DELIMITED BY SIZE
               "  NET PAY " DELIMITED BY SIZE
               WS-PAY-CLAMPED DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.
           MOVE SPACES TO PAYSLIP-LINE.
           STRING "    LEAVE BALANCE " DELIMITED BY SIZE
               WS-LEAVE-BALANCE DELIMITED BY SIZE
               " HOURS" DELIMITED BY SIZE
               INTO PAYSLIP-LINE.
           WRITE PAYSLIP-LINE.

       0060-RECORD-PAYROLL-RUN.
           OPEN EXTEND F-PAYROLL-REGISTRY-FILE.
