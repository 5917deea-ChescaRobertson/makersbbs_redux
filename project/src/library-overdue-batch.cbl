           SELECT F-LIBRARY-LOANS-FILE ASSIGN TO "library-loans.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LOANS-STATUS.
           SELECT F-LIBRARY-COPIES-FILE ASSIGN TO "library-copies.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COPIES-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 LN-STATUS PIC X(8).
               05 LN-RETURNED PIC X(8).

           FD F-LIBRARY-COPIES-FILE.
           01 LIBRARY-COPY-RECORD.
               05 LC-TITLE PIC X(31).
               05 LC-COPIES PIC 99.

           WORKING-STORAGE SECTION.
           01 WS-LOANS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-OVERDUE-MESSAGE PIC X(40) VALUE
               "LIBRARY BOOK OVERDUE - FINE CHARGED".
           01 UPDATED-BALANCE PIC 999.
           01 WS-CHARGE-OWED PIC 999.
           01 WS-FLAGGED-COUNT PIC 999 VALUE 0.
           01 WS-COPIES-STATUS PIC XX.
           01 WS-COPY-FILE-ENDED PIC 9 VALUE 0.
           01 WS-COPIES-FOUND PIC 9.
           01 WS-LOST-DAYS-KEY PIC X(20) VALUE "LIBRARY-LOST-DAYS".
           01 WS-LOST-DAYS PIC 999 VALUE 0.
           01 WS-LOST-CUTOFF-INT PIC 9(8).
           01 WS-LOST-CUTOFF PIC 9(8).
           01 WS-LOST-CUTOFF-X PIC X(8).
           01 WS-REPLACE-KEY PIC X(20) VALUE "LIBRARY-REPLACEMENT".
           01 WS-REPLACE-CHARGE PIC 999 VALUE 0.
           01 WS-REPLACE-REASON PIC X(20) VALUE "LIBRARY REPLACEMENT".
           01 WS-LOST-MESSAGE PIC X(40) VALUE
               "LIBRARY BOOK DECLARED LOST - CHARGED".
           01 WS-LOST-COUNT PIC 999 VALUE 0.

           LINKAGE SECTION.
           01 LS-OVERDUE-STATUS-MESSAGE PIC X(30).

           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE 0 TO WS-FLAGGED-COUNT.
           MOVE 0 TO WS-LOST-COUNT.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           CALL 'get-price' USING WS-FINE-KEY WS-FINE.
           MOVE 0 TO WS-LOST-DAYS.
           CALL 'get-price' USING WS-LOST-DAYS-KEY WS-LOST-DAYS.
           IF WS-LOST-DAYS = 0
               MOVE 60 TO WS-LOST-DAYS
           END-IF.
           MOVE 0 TO WS-REPLACE-CHARGE.
           CALL 'get-price' USING WS-REPLACE-KEY WS-REPLACE-CHARGE.
           IF WS-REPLACE-CHARGE = 0
               MOVE 30 TO WS-REPLACE-CHARGE
           END-IF.
           COMPUTE WS-LOST-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY))
               - WS-LOST-DAYS.
           COMPUTE WS-LOST-CUTOFF =
               FUNCTION DATE-OF-INTEGER(WS-LOST-CUTOFF-INT).
           MOVE WS-LOST-CUTOFF TO WS-LOST-CUTOFF-X.

           OPEN I-O F-LIBRARY-LOANS-FILE.
           IF WS-LOANS-STATUS NOT = "00"
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-LIBRARY-LOANS-FILE
                   NOT AT END
                       PERFORM 0100-CHECK-LOAN
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-LIBRARY-LOANS-FILE.

           IF WS-FLAGGED-COUNT = 0 AND WS-LOST-COUNT = 0
               MOVE "NOTHING OVERDUE" TO LS-OVERDUE-STATUS-MESSAGE
           ELSE IF WS-LOST-COUNT = 0
               MOVE "OVERDUE LOANS FLAGGED" TO
                 LS-OVERDUE-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO LS-OVERDUE-STATUS-MESSAGE
               STRING "FLAGGED " DELIMITED BY SIZE
                   WS-FLAGGED-COUNT DELIMITED BY SIZE
                   " OVERDUE, " DELIMITED BY SIZE
                   WS-LOST-COUNT DELIMITED BY SIZE
                   " LOST" DELIMITED BY SIZE
                   INTO LS-OVERDUE-STATUS-MESSAGE
           END-IF.

           GOBACK.

      *    A loan still out past the lost cut-off (LIBRARY-LOST-DAYS
      *    after the due date, 60 when unset) is declared lost: the
      *    member is billed the LIBRARY-REPLACEMENT charge (30 when
      *    unset) and the title loses a copy.  The late fine is only
      *    ever charged once, when the loan first goes overdue, and a
      *    lost loan is never fined again.  Whatever of either charge
      *    the member cannot cover is owed on the receivables file.
       0100-CHECK-LOAN.
           IF (LN-STATUS = "OUT" OR "OVERDUE")
           AND LN-DUE < WS-LOST-CUTOFF-X
               MOVE "LOST" TO LN-STATUS
               REWRITE LIBRARY-LOAN
               CALL 'raise-member-charge' USING LN-USERNAME,
                 WS-REPLACE-CHARGE, WS-REPLACE-REASON, UPDATED-BALANCE,
                 WS-CHARGE-OWED
               CALL 'add-notification' USING LN-USERNAME
                 WS-LOST-MESSAGE WS-REPLACE-CHARGE
               PERFORM 0110-REMOVE-COPY
               ADD 1 TO WS-LOST-COUNT
           ELSE IF LN-STATUS = "OUT"
           AND LN-DUE < WS-TODAY
               MOVE "OVERDUE" TO LN-STATUS
               REWRITE LIBRARY-LOAN
               CALL 'raise-member-charge' USING LN-USERNAME,
                 WS-FINE, WS-FINE-REASON, UPDATED-BALANCE,
                 WS-CHARGE-OWED
               CALL 'add-notification' USING LN-USERNAME
                 WS-OVERDUE-MESSAGE WS-FINE
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

      *    A title with no copy count on file is lent as one copy, so
      *    losing it leaves a count of nought.
       0110-REMOVE-COPY.
           MOVE 0 TO WS-COPIES-FOUND.
           OPEN I-O F-LIBRARY-COPIES-FILE.
           IF WS-COPIES-STATUS = "00"
               MOVE 0 TO WS-COPY-FILE-ENDED
               PERFORM UNTIL WS-COPY-FILE-ENDED = 1
                   READ F-LIBRARY-COPIES-FILE
                       NOT AT END
                           IF LC-TITLE = LN-TITLE
                           AND WS-COPIES-FOUND = 0
                               MOVE 1 TO WS-COPIES-FOUND
                               IF LC-COPIES > 0
                                   SUBTRACT 1 FROM LC-COPIES
                               END-IF
                               REWRITE LIBRARY-COPY-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-COPY-FILE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.
           IF WS-COPIES-FOUND = 0
               OPEN EXTEND F-LIBRARY-COPIES-FILE
               IF WS-COPIES-STATUS = "35"
                   OPEN OUTPUT F-LIBRARY-COPIES-FILE
               END-IF
               MOVE SPACES TO LIBRARY-COPY-RECORD
               MOVE LN-TITLE TO LC-TITLE
               MOVE 0 TO LC-COPIES
               WRITE LIBRARY-COPY-RECORD
               CLOSE F-LIBRARY-COPIES-FILE
           END-IF.
