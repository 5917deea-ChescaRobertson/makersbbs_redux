       IDENTIFICATION DIVISION.
           PROGRAM-ID. raise-member-charge.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-RECEIVABLES-FILE ASSIGN TO "receivables.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RECEIVABLES-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

      *    One line per charge a member could not cover when it was
      *    raised.  RV-STAGE counts the dunning letters sent so far;
      *    the line stays OPEN until incoming credit has paid it.
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
           01 WS-USERS-STATUS PIC XX.
           01 WS-RECEIVABLES-STATUS PIC XX.
           01 WS-USER-FOUND PIC 9.
           01 WS-MY-CREDIT PIC 999.
           01 WS-COLLECT PIC 999.
           01 WS-OWED-MESSAGE PIC X(40) VALUE
               "CHARGE UNPAID - OWED FROM NEXT CREDIT".

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-CHARGE PIC 999.
           01 LS-REASON PIC X(20).
           01 LS-UPDATED-BALANCE PIC 999.
           01 LS-CHARGE-OWED PIC 999.

      *    Charges a member for something they owe whether or not
      *    they can cover it today.  What the balance holds is taken
      *    now; the rest goes on the receivables file as a debt under
      *    the same reason, to be cleared from the next credit that
      *    lands and chased by the dunning batch meanwhile.
       PROCEDURE DIVISION USING LS-USERNAME, LS-CHARGE, LS-REASON,
           LS-UPDATED-BALANCE, LS-CHARGE-OWED.

           MOVE 0 TO LS-CHARGE-OWED.
           MOVE 0 TO WS-USER-FOUND.
           MOVE 0 TO WS-MY-CREDIT.
           OPEN INPUT F-USERS-FILE.
           MOVE LS-USERNAME TO USERNAME.
           READ F-USERS-FILE KEY IS USERNAME
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-USER-FOUND
                   MOVE USER-CREDIT TO WS-MY-CREDIT
           END-READ.
           CLOSE F-USERS-FILE.
           MOVE WS-MY-CREDIT TO LS-UPDATED-BALANCE.

           IF WS-USER-FOUND = 0 OR LS-CHARGE = 0
               GOBACK
           END-IF.

           IF WS-MY-CREDIT < LS-CHARGE
               MOVE WS-MY-CREDIT TO WS-COLLECT
           ELSE
               MOVE LS-CHARGE TO WS-COLLECT
           END-IF.
           IF WS-COLLECT > 0
               CALL 'deduct-credits' USING LS-USERNAME, WS-COLLECT,
                 LS-UPDATED-BALANCE, LS-REASON
           END-IF.

           COMPUTE LS-CHARGE-OWED = LS-CHARGE - WS-COLLECT.
           IF LS-CHARGE-OWED > 0
               PERFORM 0010-RECORD-DEBT
               CALL 'add-notification' USING LS-USERNAME
                 WS-OWED-MESSAGE LS-CHARGE-OWED
           END-IF.

           GOBACK.

       0010-RECORD-DEBT.
           OPEN EXTEND F-RECEIVABLES-FILE.
           IF WS-RECEIVABLES-STATUS = "35"
               OPEN OUTPUT F-RECEIVABLES-FILE
           END-IF.
           MOVE SPACES TO RECEIVABLE-RECORD.
           MOVE LS-USERNAME TO RV-USERNAME.
           MOVE LS-REASON TO RV-REASON.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RV-RAISED.
           MOVE LS-CHARGE-OWED TO RV-AMOUNT.
           MOVE 0 TO RV-PAID.
           MOVE 0 TO RV-STAGE.
           MOVE "OPEN" TO RV-STATUS.
           WRITE RECEIVABLE-RECORD.
           CLOSE F-RECEIVABLES-FILE.
