           01 WS-ACT-EDIT PIC -(7)9.
           01 WS-VAR-EDIT PIC -(7)9.
           01 WS-PCT-EDIT PIC -(3)9.
           01 WS-DEFERRED-REVENUE PIC X(16) VALUE "*DEFERRED-REV*".
           01 WS-UNEARNED PIC S9(8) VALUE 0.

           01 WS-SPOOL-NAME PIC X(20) VALUE "BUDGET-VARIANCE".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "budget-variance.dat".
                           IF LE-DATE(1:4) = WS-THIS-YEAR
                               PERFORM 0025-APPLY-LEDGER-LINE
                           END-IF
                           IF LE-ACCOUNT = WS-DEFERRED-REVENUE
                               PERFORM 0027-APPLY-UNEARNED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-IF
           END-PERFORM.

      *    Revenue actuals are what has been earned; sales paid for
      *    ahead of their service wait in deferred revenue, and the
      *    balance still unearned is shown under the report so the
      *    period end reads true.
       0027-APPLY-UNEARNED.
           IF LE-SIDE = "CR"
               ADD LE-AMOUNT TO WS-UNEARNED
           ELSE
               SUBTRACT LE-AMOUNT FROM WS-UNEARNED
           END-IF.

       0030-WRITE-VARIANCE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               PERFORM 0037-WRITE-YTD-LINE
           END-PERFORM.
           MOVE WS-UNEARNED TO WS-ACT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  UNEARNED REVENUE OUTSTANDING " DELIMITED BY SIZE
               WS-ACT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.

       0035-WRITE-MONTH-LINE.
