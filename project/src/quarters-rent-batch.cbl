       IDENTIFICATION DIVISION.
           PROGRAM-ID. quarters-rent-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-QUARTERS-FILE ASSIGN TO "quarters.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUARTERS-STATUS.
           SELECT F-ALLOCATIONS-FILE ASSIGN TO
             "quarters-allocations.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALLOC-STATUS.
           SELECT F-ARREARS-FILE ASSIGN TO "quarters-arrears.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARREARS-STATUS.
           SELECT F-HOUSEHOLDS-FILE ASSIGN TO "households.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HOUSEHOLDS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUARTERS-FILE.
           01 QUARTERS-RECORD.
               05 QU-UNIT PIC X(8).
               05 QU-DESC PIC X(20).
               05 QU-BERTHS PIC 99.
               05 QU-RENT PIC 999.
               05 QU-STATUS PIC X(8).
               05 QU-ADDED PIC X(8).

           FD F-ALLOCATIONS-FILE.
           01 ALLOCATION-RECORD.
               05 QL-UNIT PIC X(8).
               05 QL-OCCUPANT PIC X(16).
               05 QL-HOUSEHOLD PIC 9(4).
               05 QL-MOVE-IN PIC X(8).
               05 QL-MOVE-OUT PIC X(8).
               05 QL-BILLED-MONTH PIC X(6).
               05 QL-ALLOCATED-BY PIC X(16).

           FD F-ARREARS-FILE.
           01 RENT-ARREARS-RECORD.
               05 RA-UNIT PIC X(8).
               05 RA-USERNAME PIC X(16).
               05 RA-MONTH PIC X(6).
               05 RA-AMOUNT PIC 999.
               05 RA-RAISED PIC X(8).
               05 RA-STATUS PIC X(8).
               05 RA-PAID PIC X(8).

           FD F-HOUSEHOLDS-FILE.
           01 HOUSEHOLD-RECORD.
               05 HH-ID PIC 9(4).
               05 HH-NAME PIC X(20).
               05 HH-HEAD PIC X(16).
               05 HH-CREATED PIC X(8).
               05 HH-STATUS PIC X(8).

           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-ACNT-NUM PIC X(8).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-CREDIT PIC 999.
              05 USER-CREDIT-LIMIT PIC 9(4).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-LOCATION PIC X(20).
              05 USER-LAST-ACTIVITY PIC X(8).
              05 USER-ARCHIVED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-QUARTERS-STATUS PIC XX.
           01 WS-ALLOC-STATUS PIC XX.
           01 WS-ARREARS-STATUS PIC XX.
           01 WS-HOUSEHOLDS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LOOKUP-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-BILL-MONTH.
               05 WS-BILL-YEAR PIC 9(4).
               05 WS-BILL-MM PIC 99.
           01 WS-RENT PIC 999.
           01 WS-UNIT-FOUND PIC 9.
           01 WS-PAYER PIC X(16).
           01 WS-CAN-PAY PIC 9.
           01 WS-RENT-REASON PIC X(20) VALUE "QUARTERS RENT".
           01 UPDATED-BALANCE PIC 999.
           01 WS-BILLED PIC 999 VALUE 0.
           01 WS-UNPAID PIC 999 VALUE 0.
           01 WS-CLEARED PIC 999 VALUE 0.
           01 WS-BILLED-OUT PIC ZZ9.
           01 WS-UNPAID-OUT PIC ZZ9.
           01 WS-CLEARED-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 WS-REPORT-STATUS PIC X(30).

           LINKAGE SECTION.
           01 LS-RENT-STATUS-MESSAGE PIC X(30).

      *    Month-end rent.  Every allocation that held its unit at
      *    any time in the month just ended is charged that unit's
      *    monthly rent, once, from the occupant's balance; a
      *    household's rent falls on whoever heads it now.  Rent
      *    that cannot be met goes on the arrears list, and open
      *    arrears are tried again every night until they clear.
       PROCEDURE DIVISION USING LS-RENT-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-BILL-MONTH.
           IF WS-BILL-MM = 1
               SUBTRACT 1 FROM WS-BILL-YEAR
               MOVE 12 TO WS-BILL-MM
           ELSE
               SUBTRACT 1 FROM WS-BILL-MM
           END-IF.
           MOVE 0 TO WS-BILLED.
           MOVE 0 TO WS-UNPAID.
           MOVE 0 TO WS-CLEARED.

           PERFORM 0100-RETRY-ARREARS.

           OPEN I-O F-ALLOCATIONS-FILE.
           IF WS-ALLOC-STATUS NOT = "00"
               MOVE "NO QUARTERS ALLOCATED" TO LS-RENT-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ALLOCATIONS-FILE
                   NOT AT END
                       IF QL-MOVE-IN(1:6) NOT > WS-BILL-MONTH
                       AND (QL-MOVE-OUT = SPACES
                         OR QL-MOVE-OUT(1:6) NOT < WS-BILL-MONTH)
                       AND (QL-BILLED-MONTH = SPACES
                         OR QL-BILLED-MONTH < WS-BILL-MONTH)
                           PERFORM 0010-CHARGE-RENT
                           REWRITE ALLOCATION-RECORD
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ALLOCATIONS-FILE.

           IF WS-BILLED > 0 OR WS-UNPAID > 0
               CALL 'quarters-arrears-report' USING WS-REPORT-STATUS
           END-IF.

           MOVE WS-BILLED TO WS-BILLED-OUT.
           MOVE WS-UNPAID TO WS-UNPAID-OUT.
           MOVE WS-CLEARED TO WS-CLEARED-OUT.
           MOVE SPACES TO LS-RENT-STATUS-MESSAGE.
           STRING "RENT " DELIMITED BY SIZE
               WS-BILLED-OUT DELIMITED BY SIZE
               " UNPAID " DELIMITED BY SIZE
               WS-UNPAID-OUT DELIMITED BY SIZE
               " CLEARED " DELIMITED BY SIZE
               WS-CLEARED-OUT DELIMITED BY SIZE
               INTO LS-RENT-STATUS-MESSAGE.
           GOBACK.

       0010-CHARGE-RENT.
           MOVE WS-BILL-MONTH TO QL-BILLED-MONTH.
           PERFORM 0020-FIND-RENT.
           IF WS-UNIT-FOUND = 0 OR WS-RENT = 0
               CONTINUE
           ELSE
               PERFORM 0030-FIND-PAYER
               PERFORM 0040-CHECK-FUNDS
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               IF WS-CAN-PAY = 1
                   CALL 'deduct-credits' USING WS-PAYER, WS-RENT,
                     UPDATED-BALANCE, WS-RENT-REASON
                   ADD 1 TO WS-BILLED
                   STRING "RENT PAID FOR " DELIMITED BY SIZE
                       QL-UNIT DELIMITED BY SPACE
                       " - " DELIMITED BY SIZE
                       WS-BILL-MONTH DELIMITED BY SIZE
                       INTO WS-NOTIFY-MESSAGE
               ELSE
                   PERFORM 0050-RAISE-ARREARS
                   ADD 1 TO WS-UNPAID
                   STRING "RENT UNPAID FOR " DELIMITED BY SIZE
                       WS-BILL-MONTH DELIMITED BY SIZE
                       " - IN ARREARS" DELIMITED BY SIZE
                       INTO WS-NOTIFY-MESSAGE
               END-IF
               CALL 'add-notification' USING WS-PAYER
                 WS-NOTIFY-MESSAGE WS-RENT
           END-IF.

       0020-FIND-RENT.
           MOVE 0 TO WS-UNIT-FOUND.
           MOVE 0 TO WS-RENT.
           OPEN INPUT F-QUARTERS-FILE.
           IF WS-QUARTERS-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-QUARTERS-FILE
                       NOT AT END
                           IF QU-UNIT = QL-UNIT
                               MOVE 1 TO WS-UNIT-FOUND
                               IF QU-RENT IS NUMERIC
                                   MOVE QU-RENT TO WS-RENT
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUARTERS-FILE
           END-IF.

      *    The occupant on the allocation stands unless the unit was
      *    given to a household whose head has since changed.
       0030-FIND-PAYER.
           MOVE QL-OCCUPANT TO WS-PAYER.
           IF QL-HOUSEHOLD IS NUMERIC AND QL-HOUSEHOLD > 0
               OPEN INPUT F-HOUSEHOLDS-FILE
               IF WS-HOUSEHOLDS-STATUS = "00"
                   MOVE 0 TO WS-LOOKUP-ENDED
                   PERFORM UNTIL WS-LOOKUP-ENDED = 1
                       READ F-HOUSEHOLDS-FILE
                           NOT AT END
                               IF HH-ID = QL-HOUSEHOLD
                               AND HH-STATUS = "ACTIVE"
                               AND HH-HEAD NOT = SPACES
                                   MOVE HH-HEAD TO WS-PAYER
                               END-IF
                           AT END
                               MOVE 1 TO WS-LOOKUP-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-HOUSEHOLDS-FILE
               END-IF
           END-IF.

       0040-CHECK-FUNDS.
           MOVE 0 TO WS-CAN-PAY.
           OPEN INPUT F-USERS-FILE.
           MOVE WS-PAYER TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF USER-CREDIT NOT < WS-RENT
                   AND USER-ARCHIVED NOT = "D"
                   AND USER-ARCHIVED NOT = "Y"
                       MOVE 1 TO WS-CAN-PAY
                   END-IF
           END-READ.
           CLOSE F-USERS-FILE.

       0050-RAISE-ARREARS.
           OPEN EXTEND F-ARREARS-FILE.
           IF WS-ARREARS-STATUS = "35"
               OPEN OUTPUT F-ARREARS-FILE
           END-IF.
           MOVE SPACES TO RENT-ARREARS-RECORD.
           MOVE QL-UNIT TO RA-UNIT.
           MOVE WS-PAYER TO RA-USERNAME.
           MOVE WS-BILL-MONTH TO RA-MONTH.
           MOVE WS-RENT TO RA-AMOUNT.
           MOVE WS-TODAY TO RA-RAISED.
           MOVE "OPEN" TO RA-STATUS.
           WRITE RENT-ARREARS-RECORD.
           CLOSE F-ARREARS-FILE.

      *    Oldest first, since the file is in the order it was
      *    raised; a member who can meet one month but not the next
      *    clears what they can.
       0100-RETRY-ARREARS.
           OPEN I-O F-ARREARS-FILE.
           IF WS-ARREARS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ARREARS-FILE
                       NOT AT END
                           IF RA-STATUS = "OPEN"
                               PERFORM 0110-COLLECT-ARREARS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ARREARS-FILE
           END-IF.

       0110-COLLECT-ARREARS.
           MOVE RA-USERNAME TO WS-PAYER.
           MOVE RA-AMOUNT TO WS-RENT.
           PERFORM 0040-CHECK-FUNDS.
           IF WS-CAN-PAY = 1
               CALL 'deduct-credits' USING WS-PAYER, WS-RENT,
                 UPDATED-BALANCE, WS-RENT-REASON
               MOVE "PAID" TO RA-STATUS
               MOVE WS-TODAY TO RA-PAID
               REWRITE RENT-ARREARS-RECORD
               ADD 1 TO WS-CLEARED
               MOVE SPACES TO WS-NOTIFY-MESSAGE
               STRING "RENT ARREARS CLEARED - " DELIMITED BY SIZE
                   RA-MONTH DELIMITED BY SIZE
                   INTO WS-NOTIFY-MESSAGE
               CALL 'add-notification' USING WS-PAYER
                 WS-NOTIFY-MESSAGE WS-RENT
           END-IF.
