       IDENTIFICATION DIVISION.
           PROGRAM-ID. maintenance-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-ASSETS-FILE ASSIGN TO "assets.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ASSETS-STATUS.
           SELECT F-WORK-ORDERS-FILE ASSIGN TO "work-orders.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORK-ORDERS-STATUS.
           SELECT F-DUTIES-FILE ASSIGN TO "duties.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DUTIES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-ASSETS-FILE.
           01 ASSET-RECORD.
               05 AST-TAG PIC X(8).
               05 AST-DESC PIC X(20).
               05 AST-LOCATION PIC X(20).
               05 AST-INTERVAL PIC 9(3).
               05 AST-REWARD PIC 999.
               05 AST-CERT-COURSE PIC 9(3).
               05 AST-LAST-SERVICE PIC X(8).
               05 AST-NEXT-DUE PIC X(8).
               05 AST-STATUS PIC X(8).
               05 AST-ADDED PIC X(8).

           FD F-WORK-ORDERS-FILE.
           01 WORK-ORDER-RECORD.
               05 WO-ID PIC 9(5).
               05 WO-TAG PIC X(8).
               05 WO-RAISED PIC X(8).
               05 WO-DUE PIC X(8).
               05 WO-STATUS PIC X(10).
               05 WO-CLOSED PIC X(8).
               05 WO-DUTY-ID PIC 9(4).

           FD F-DUTIES-FILE.
           01 DUTY-RECORD.
               05 DU-ID PIC 9(4).
               05 DU-DESC PIC X(40).
               05 DU-REWARD PIC 999.
               05 DU-DUE PIC X(8).
               05 DU-STATUS PIC X(10).
               05 DU-CLAIMED-BY PIC X(16).
               05 DU-POSTED-BY PIC X(16).
               05 DU-CERT-COURSE PIC 9(3).
               05 DU-EXPOSURE PIC 9(3).

           WORKING-STORAGE SECTION.
           01 WS-ASSETS-STATUS PIC XX.
           01 WS-WORK-ORDERS-STATUS PIC XX.
           01 WS-DUTIES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LOOKUP-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-RAISE-BY PIC X(8).
           01 WS-NEXT-DUE-INT PIC 9(8).
           01 WS-LEAD-KEY PIC X(20) VALUE "MAINT-LEAD-DAYS".
           01 WS-LEAD-DAYS PIC 999 VALUE 0.
           01 WS-REWARD-KEY PIC X(20) VALUE "MAINT-DUTY-REWARD".
           01 WS-DEFAULT-REWARD PIC 999 VALUE 0.
           01 WS-LAST-DUTY-ID PIC 9(4) VALUE 0.
           01 WS-LAST-WO-ID PIC 9(5) VALUE 0.
           01 WS-DUTY-STATE PIC X(10).
           01 WS-OPEN-ORDER PIC 9.
           01 WS-POSTED-BY PIC X(16) VALUE "MAINTENANCE".

      *    Assets whose work order was signed off this run, so the
      *    register can be moved on to the next service.
           01 WS-DONE-COUNT PIC 999 VALUE 0.
           01 WS-DONE-IDX PIC 999.
           01 WS-DONE-TABLE.
               05 WS-DONE-TAG PIC X(8) OCCURS 500 TIMES.

           01 WS-RAISED-COUNT PIC 999 VALUE 0.
           01 WS-CLOSED-COUNT PIC 999 VALUE 0.
           01 WS-OVERDUE-COUNT PIC 999 VALUE 0.
           01 WS-RAISED-OUT PIC ZZ9.
           01 WS-CLOSED-OUT PIC ZZ9.
           01 WS-REPORT-STATUS PIC X(30).

           LINKAGE SECTION.
           01 LS-MAINT-STATUS-MESSAGE PIC X(30).

      *    Planned maintenance.  A work order whose duty has been
      *    verified is closed and its asset's next service set one
      *    interval on from today.  Every active asset falling due
      *    within MAINT-LEAD-DAYS (3 when unset) with no work order
      *    open gets one, published on the duty roster for any
      *    member to claim, with the asset's own reward or the
      *    MAINT-DUTY-REWARD setting (10 when unset).  The overseer
      *    gets the overdue list whenever anything is past due.
       PROCEDURE DIVISION USING LS-MAINT-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           MOVE 0 TO WS-RAISED-COUNT.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 0 TO WS-OVERDUE-COUNT.
           MOVE 0 TO WS-DONE-COUNT.
           INITIALIZE WS-DONE-TABLE.
           MOVE 0 TO WS-LEAD-DAYS.
           CALL 'get-price' USING WS-LEAD-KEY WS-LEAD-DAYS.
           IF WS-LEAD-DAYS = 0
               MOVE 3 TO WS-LEAD-DAYS
           END-IF.
           MOVE 0 TO WS-DEFAULT-REWARD.
           CALL 'get-price' USING WS-REWARD-KEY WS-DEFAULT-REWARD.
           IF WS-DEFAULT-REWARD = 0
               MOVE 10 TO WS-DEFAULT-REWARD
           END-IF.
           MOVE FUNCTION DATE-OF-INTEGER(WS-TODAY-INT + WS-LEAD-DAYS)
             TO WS-RAISE-BY.

           PERFORM 0010-CLOSE-ORDERS.
           PERFORM 0030-LAST-IDS.

           OPEN I-O F-ASSETS-FILE.
           IF WS-ASSETS-STATUS NOT = "00"
               MOVE "NO ASSETS REGISTERED" TO LS-MAINT-STATUS-MESSAGE
               GOBACK
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-ASSETS-FILE
                   NOT AT END
                       IF AST-STATUS = "ACTIVE"
                           PERFORM 0040-CHECK-ASSET
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-ASSETS-FILE.

           IF WS-OVERDUE-COUNT > 0
               MOVE SPACES TO WS-REPORT-STATUS
               CALL 'maintenance-overdue-report' USING
                 WS-REPORT-STATUS
           END-IF.

           MOVE WS-RAISED-COUNT TO WS-RAISED-OUT.
           MOVE WS-CLOSED-COUNT TO WS-CLOSED-OUT.
           MOVE SPACES TO LS-MAINT-STATUS-MESSAGE.
           STRING "RAISED " DELIMITED BY SIZE
               WS-RAISED-OUT DELIMITED BY SIZE
               " CLOSED " DELIMITED BY SIZE
               WS-CLOSED-OUT DELIMITED BY SIZE
               INTO LS-MAINT-STATUS-MESSAGE.
           GOBACK.

      *    An open work order is finished when the supervisor has
      *    verified (and so paid) its duty.
       0010-CLOSE-ORDERS.
           OPEN I-O F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-STATUS = "OPEN"
                               PERFORM 0020-DUTY-STATE
                               IF WS-DUTY-STATE = "VERIFIED"
                                   MOVE "DONE" TO WO-STATUS
                                   MOVE WS-TODAY TO WO-CLOSED
                                   REWRITE WORK-ORDER-RECORD
                                   ADD 1 TO WS-CLOSED-COUNT
                                   IF WS-DONE-COUNT < 500
                                       ADD 1 TO WS-DONE-COUNT
                                       MOVE WO-TAG TO
                                         WS-DONE-TAG(WS-DONE-COUNT)
                                   END-IF
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0020-DUTY-STATE.
           MOVE SPACES TO WS-DUTY-STATE.
           OPEN INPUT F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF DU-ID = WO-DUTY-ID
                               MOVE DU-STATUS TO WS-DUTY-STATE
                               MOVE 1 TO WS-LOOKUP-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.

       0030-LAST-IDS.
           MOVE 0 TO WS-LAST-DUTY-ID.
           OPEN INPUT F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF DU-ID > WS-LAST-DUTY-ID
                               MOVE DU-ID TO WS-LAST-DUTY-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.
           MOVE 0 TO WS-LAST-WO-ID.
           OPEN INPUT F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-ID > WS-LAST-WO-ID
                               MOVE WO-ID TO WS-LAST-WO-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0040-CHECK-ASSET.
           PERFORM VARYING WS-DONE-IDX FROM 1 BY 1
             UNTIL WS-DONE-IDX > WS-DONE-COUNT
               IF WS-DONE-TAG(WS-DONE-IDX) = AST-TAG
                   MOVE WS-TODAY TO AST-LAST-SERVICE
                   COMPUTE WS-NEXT-DUE-INT =
                       WS-TODAY-INT + AST-INTERVAL
                   MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-DUE-INT)
                     TO AST-NEXT-DUE
                   REWRITE ASSET-RECORD
               END-IF
           END-PERFORM.
           IF AST-NEXT-DUE < WS-TODAY
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           IF AST-NEXT-DUE NOT > WS-RAISE-BY
               PERFORM 0050-CHECK-OPEN-ORDER
               IF WS-OPEN-ORDER = 0
                   PERFORM 0060-RAISE-ORDER
               END-IF
           END-IF.

       0050-CHECK-OPEN-ORDER.
           MOVE 0 TO WS-OPEN-ORDER.
           OPEN INPUT F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-TAG = AST-TAG
                           AND WO-STATUS = "OPEN"
                               MOVE 1 TO WS-OPEN-ORDER
                               MOVE 1 TO WS-LOOKUP-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.

      *    The duty goes up exactly as if posted at the duty desk,
      *    so it is claimed, done, verified and paid the usual way.
       0060-RAISE-ORDER.
           ADD 1 TO WS-LAST-DUTY-ID.
           ADD 1 TO WS-LAST-WO-ID.
           OPEN EXTEND F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "35"
               OPEN OUTPUT F-DUTIES-FILE
           END-IF.
           MOVE SPACES TO DUTY-RECORD.
           MOVE WS-LAST-DUTY-ID TO DU-ID.
           STRING "SERVICE " DELIMITED BY SIZE
               AST-TAG DELIMITED BY SPACE
               " AT " DELIMITED BY SIZE
               AST-LOCATION DELIMITED BY SIZE
               INTO DU-DESC.
           IF AST-REWARD IS NUMERIC AND AST-REWARD > 0
               MOVE AST-REWARD TO DU-REWARD
           ELSE
               MOVE WS-DEFAULT-REWARD TO DU-REWARD
           END-IF.
           IF AST-NEXT-DUE < WS-TODAY
               MOVE WS-TODAY TO DU-DUE
           ELSE
               MOVE AST-NEXT-DUE TO DU-DUE
           END-IF.
           IF AST-CERT-COURSE IS NUMERIC
               MOVE AST-CERT-COURSE TO DU-CERT-COURSE
           ELSE
               MOVE 0 TO DU-CERT-COURSE
           END-IF.
           MOVE 0 TO DU-EXPOSURE.
           MOVE "OPEN" TO DU-STATUS.
           MOVE WS-POSTED-BY TO DU-POSTED-BY.
           WRITE DUTY-RECORD.
           CLOSE F-DUTIES-FILE.

           OPEN EXTEND F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "35"
               OPEN OUTPUT F-WORK-ORDERS-FILE
           END-IF.
           MOVE SPACES TO WORK-ORDER-RECORD.
           MOVE WS-LAST-WO-ID TO WO-ID.
           MOVE AST-TAG TO WO-TAG.
           MOVE WS-LAST-DUTY-ID TO WO-DUTY-ID.
           MOVE WS-TODAY TO WO-RAISED.
           MOVE AST-NEXT-DUE TO WO-DUE.
           MOVE "OPEN" TO WO-STATUS.
           WRITE WORK-ORDER-RECORD.
           CLOSE F-WORK-ORDERS-FILE.
           ADD 1 TO WS-RAISED-COUNT.
