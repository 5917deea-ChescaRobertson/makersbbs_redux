       IDENTIFICATION DIVISION.
           PROGRAM-ID. settle-receivables.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-RECEIVABLES-FILE ASSIGN TO "receivables.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECEIVABLES-STATUS.

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

           WORKING-STORAGE SECTION.
           01 WS-RECEIVABLES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-OUTSTANDING PIC 999.
           01 WS-TAKE PIC 999.
           01 WS-CLEARED-MESSAGE PIC X(40) VALUE
               "OUTSTANDING CHARGE PAID OFF".

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-UPDATED-BALANCE PIC 999.

      *    Credit landing on a member with open debts pays those
      *    debts first, oldest first, as far as the balance goes.
      *    Each payment is taken under the reason the charge was
      *    raised with, so it books to the same revenue line it
      *    would have if the member had been able to pay at the time.
       PROCEDURE DIVISION USING LS-USERNAME, LS-UPDATED-BALANCE.

           OPEN I-O F-RECEIVABLES-FILE.
           IF WS-RECEIVABLES-STATUS NOT = "00"
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-RECEIVABLES-FILE
                   NOT AT END
                       IF RV-USERNAME = LS-USERNAME
                       AND RV-STATUS = "OPEN"
                       AND LS-UPDATED-BALANCE > 0
                           PERFORM 0010-PAY-DEBT
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-RECEIVABLES-FILE.

           GOBACK.

       0010-PAY-DEBT.
           COMPUTE WS-OUTSTANDING = RV-AMOUNT - RV-PAID.
           IF LS-UPDATED-BALANCE < WS-OUTSTANDING
               MOVE LS-UPDATED-BALANCE TO WS-TAKE
           ELSE
               MOVE WS-OUTSTANDING TO WS-TAKE
           END-IF.
           IF WS-TAKE > 0
               CALL 'deduct-credits' USING LS-USERNAME, WS-TAKE,
                 LS-UPDATED-BALANCE, RV-REASON
               ADD WS-TAKE TO RV-PAID
           END-IF.
           IF RV-PAID NOT < RV-AMOUNT
               MOVE "CLEARED" TO RV-STATUS
               CALL 'add-notification' USING LS-USERNAME
                 WS-CLEARED-MESSAGE RV-AMOUNT
           END-IF.
           REWRITE RECEIVABLE-RECORD.
