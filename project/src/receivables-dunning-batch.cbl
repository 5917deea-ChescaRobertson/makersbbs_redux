       IDENTIFICATION DIVISION.
           PROGRAM-ID. receivables-dunning-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-RECEIVABLES-FILE ASSIGN TO "receivables.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECEIVABLES-STATUS.
           SELECT F-WELFARE-QUEUE-FILE ASSIGN TO "welfare-queue.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WELFARE-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "receivables-ageing.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-RECEIVABLES-FILE.
           01 RECEIVABLE-RECORD.
               05 RV-USERNAME PIC X(16).
               05 RV-REASON PIC X(20).
               05 RV-RAISED PIC X(8).
               05 RV-AMOUNT PIC 999.
               05 RV-PAID PIC 999.
               05 RV-STAGE PIC 9.
               05 RV-LAST-NOTICE PIC X(8).
               05 RV-STATUS PIC X(8).

           FD F-WELFARE-QUEUE-FILE.
           01 WELFARE-QUEUE-RECORD.
               05 WQ-USERNAME PIC X(16).
               05 WQ-WEEK-LOSSES PIC 9(5).
               05 WQ-DATE-FLAGGED PIC X(8).
               05 WQ-STATUS PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-RECEIVABLES-STATUS PIC XX.
           01 WS-WELFARE-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-WELFARE-ENDED PIC 9.
           01 WS-ALREADY-FLAGGED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-RAISED-INT PIC 9(8).
           01 WS-AGE-DAYS PIC 9(5).
           01 WS-OUTSTANDING PIC 999.
           01 WS-DUE-STAGE PIC 9.
           01 WS-FIRST-NOTICE-DAYS PIC 99 VALUE 7.
           01 WS-SECOND-NOTICE-DAYS PIC 99 VALUE 14.
           01 WS-FINAL-NOTICE-DAYS PIC 99 VALUE 30.
           01 WS-FIRST-NOTICE PIC X(40) VALUE
               "REMINDER - CHARGE UNPAID FOR 7 DAYS".
           01 WS-SECOND-NOTICE PIC X(40) VALUE
               "SECOND NOTICE - CHARGE UNPAID 14 DAYS".
           01 WS-FINAL-NOTICE PIC X(40) VALUE
               "FINAL NOTICE - DEBT REFERRED TO WELFARE".
           01 WS-LETTERS-SENT PIC 999 VALUE 0.
           01 WS-REFERRED-COUNT PIC 999 VALUE 0.

           01 WS-AGE-TABLE.
               05 WS-AGE-ENTRY OCCURS 4 TIMES.
                   10 WS-AGE-LABEL PIC X(10).
                   10 WS-AGE-DEBTS PIC 9(5).
                   10 WS-AGE-OWED PIC 9(7).
           01 WS-AGE-IDX PIC 9.
           01 WS-TOTAL-DEBTS PIC 9(5) VALUE 0.
           01 WS-TOTAL-OWED PIC 9(7) VALUE 0.
           01 WS-DEBTS-EDIT PIC Z(4)9.
           01 WS-OWED-EDIT PIC Z(6)9.
           01 WS-AGE-EDIT PIC Z(4)9.
           01 WS-AMOUNT-EDIT PIC ZZ9.
           01 WS-DEBTS-OUT PIC 9(4).
           01 WS-OWED-OUT PIC 9(5).

           01 WS-SPOOL-NAME PIC X(20) VALUE "RECEIVABLES-AGEING".
           01 WS-SPOOL-SOURCE PIC X(30)
               VALUE "receivables-ageing.dat".

           LINKAGE SECTION.
           01 LS-DUNNING-STATUS-MESSAGE PIC X(30).

      *    Chases every open member debt by its age from the day it
      *    was raised: a reminder goes to the inbox at 7 days, a
      *    second notice at 14 and a final notice at 30, when the
      *    member is also put in front of the welfare officer.  Only
      *    the letter for the stage reached is sent, so a debt that
      *    has waited through a missed run gets one letter, not
      *    three.  The ageing report lists each open debt and closes
      *    with the totals by age band.
       PROCEDURE DIVISION USING LS-DUNNING-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           INITIALIZE WS-AGE-TABLE.
           MOVE "UNDER 7" TO WS-AGE-LABEL(1).
           MOVE "7-13" TO WS-AGE-LABEL(2).
           MOVE "14-29" TO WS-AGE-LABEL(3).
           MOVE "30 AND UP" TO WS-AGE-LABEL(4).

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBER RECEIVABLES AGEING " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  MEMBER           REASON" DELIMITED BY SIZE
               "               RAISED     DAYS OWED STAGE"
               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN I-O F-RECEIVABLES-FILE.
           IF WS-RECEIVABLES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-RECEIVABLES-FILE
                       NOT AT END
                           IF RV-STATUS = "OPEN"
                               PERFORM 0010-CHASE-DEBT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RECEIVABLES-FILE
           END-IF.

           PERFORM 0100-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-TOTAL-DEBTS TO WS-DEBTS-OUT.
           MOVE WS-TOTAL-OWED TO WS-OWED-OUT.
           MOVE SPACES TO LS-DUNNING-STATUS-MESSAGE.
           STRING "DEBTS " DELIMITED BY SIZE
               WS-DEBTS-OUT DELIMITED BY SIZE
               " OWED " DELIMITED BY SIZE
               WS-OWED-OUT DELIMITED BY SIZE
               " SENT " DELIMITED BY SIZE
               WS-LETTERS-SENT DELIMITED BY SIZE
               INTO LS-DUNNING-STATUS-MESSAGE.
           GOBACK.

      *    Debts written before the stage was kept, or with a raise
      *    date that will not convert, are aged from today.
       0010-CHASE-DEBT.
           IF RV-STAGE NOT NUMERIC
               MOVE 0 TO RV-STAGE
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF RV-RAISED IS NUMERIC AND RV-RAISED < WS-TODAY
               COMPUTE WS-RAISED-INT =
                   FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(RV-RAISED))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-RAISED-INT
           END-IF.
           COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID.

           EVALUATE TRUE
               WHEN WS-AGE-DAYS NOT < WS-FINAL-NOTICE-DAYS
                   MOVE 3 TO WS-DUE-STAGE
               WHEN WS-AGE-DAYS NOT < WS-SECOND-NOTICE-DAYS
                   MOVE 2 TO WS-DUE-STAGE
               WHEN WS-AGE-DAYS NOT < WS-FIRST-NOTICE-DAYS
                   MOVE 1 TO WS-DUE-STAGE
               WHEN OTHER
                   MOVE 0 TO WS-DUE-STAGE
           END-EVALUATE.

           IF WS-DUE-STAGE > RV-STAGE
               EVALUATE WS-DUE-STAGE
                   WHEN 3
                       CALL 'add-notification' USING RV-USERNAME
                         WS-FINAL-NOTICE WS-OUTSTANDING
                       PERFORM 0020-REFER-TO-WELFARE
                   WHEN 2
                       CALL 'add-notification' USING RV-USERNAME
                         WS-SECOND-NOTICE WS-OUTSTANDING
                   WHEN OTHER
                       CALL 'add-notification' USING RV-USERNAME
                         WS-FIRST-NOTICE WS-OUTSTANDING
               END-EVALUATE
               ADD 1 TO WS-LETTERS-SENT
               MOVE WS-DUE-STAGE TO RV-STAGE
               MOVE WS-TODAY TO RV-LAST-NOTICE
               REWRITE RECEIVABLE-RECORD
           END-IF.

           COMPUTE WS-AGE-IDX = WS-DUE-STAGE + 1.
           ADD 1 TO WS-AGE-DEBTS(WS-AGE-IDX).
           ADD WS-OUTSTANDING TO WS-AGE-OWED(WS-AGE-IDX).
           ADD 1 TO WS-TOTAL-DEBTS.
           ADD WS-OUTSTANDING TO WS-TOTAL-OWED.

           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE WS-OUTSTANDING TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               RV-USERNAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-REASON DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-RAISED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AGE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               RV-STAGE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    One open welfare entry per member is enough, as for a
      *    missed loan instalment.
       0020-REFER-TO-WELFARE.
           MOVE 0 TO WS-ALREADY-FLAGGED.
           OPEN INPUT F-WELFARE-QUEUE-FILE.
           IF WS-WELFARE-STATUS = "00"
               MOVE 0 TO WS-WELFARE-ENDED
               PERFORM UNTIL WS-WELFARE-ENDED = 1
                   READ F-WELFARE-QUEUE-FILE
                       NOT AT END
                           IF WQ-USERNAME = RV-USERNAME
                           AND WQ-STATUS = "OPEN"
                               MOVE 1 TO WS-ALREADY-FLAGGED
                           END-IF
                       AT END
                           MOVE 1 TO WS-WELFARE-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WELFARE-QUEUE-FILE
           END-IF.
           IF WS-ALREADY-FLAGGED = 0
               OPEN EXTEND F-WELFARE-QUEUE-FILE
               IF WS-WELFARE-STATUS = "35"
                   OPEN OUTPUT F-WELFARE-QUEUE-FILE
               END-IF
               MOVE SPACES TO WELFARE-QUEUE-RECORD
               MOVE RV-USERNAME TO WQ-USERNAME
               MOVE WS-OUTSTANDING TO WQ-WEEK-LOSSES
               MOVE WS-TODAY TO WQ-DATE-FLAGGED
               MOVE "OPEN" TO WQ-STATUS
               WRITE WELFARE-QUEUE-RECORD
               CLOSE F-WELFARE-QUEUE-FILE
               ADD 1 TO WS-REFERRED-COUNT
           END-IF.

       0100-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE "  AGE (DAYS)     DEBTS      OWED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > 4
               MOVE WS-AGE-DEBTS(WS-AGE-IDX) TO WS-DEBTS-EDIT
               MOVE WS-AGE-OWED(WS-AGE-IDX) TO WS-OWED-EDIT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-AGE-LABEL(WS-AGE-IDX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-DEBTS-EDIT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-OWED-EDIT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE WS-TOTAL-DEBTS TO WS-DEBTS-EDIT.
           MOVE WS-TOTAL-OWED TO WS-OWED-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  TOTAL          " DELIMITED BY SIZE
               WS-DEBTS-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-OWED-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-REFERRED-COUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  REFERRED TO WELFARE TODAY " DELIMITED BY SIZE
               WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
