       IDENTIFICATION DIVISION.
           PROGRAM-ID. maintenance-overdue-report.
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
           SELECT F-REPORT-FILE ASSIGN TO "maint-overdue.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

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

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-ASSETS-STATUS PIC XX.
           01 WS-WORK-ORDERS-STATUS PIC XX.
           01 WS-DUTIES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LOOKUP-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-DAYS-OVER PIC 9(5).
           01 WS-ORDER-ID PIC 9(5).
           01 WS-ORDER-DUTY PIC 9(4).
           01 WS-DUTY-STATE PIC X(10).
           01 WS-DUTY-HOLDER PIC X(16).
           01 WS-ASSET-COUNT PIC 9(4) VALUE 0.
           01 WS-OVERDUE-COUNT PIC 9(4) VALUE 0.
           01 WS-UNCLAIMED-COUNT PIC 9(4) VALUE 0.
           01 WS-DAYS-OUT PIC ZZZZ9.
           01 WS-ORDER-OUT PIC ZZZZ9.
           01 WS-COUNT-OUT PIC ZZZ9.
           01 WS-OVERDUE-OUT PIC ZZZ9.
           01 WS-UNCLAIMED-OUT PIC ZZZ9.
           01 WS-SPOOL-NAME PIC X(20) VALUE "MAINT-OVERDUE".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "maint-overdue.dat".

           LINKAGE SECTION.
           01 LS-OVERDUE-STATUS-MESSAGE PIC X(30).

      *    For the overseer: every active asset past its service
      *    date, how long it has been left, and where its work order
      *    stands on the duty roster.
       PROCEDURE DIVISION USING LS-OVERDUE-STATUS-MESSAGE.

           MOVE 0 TO WS-ASSET-COUNT.
           MOVE 0 TO WS-OVERDUE-COUNT.
           MOVE 0 TO WS-UNCLAIMED-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVERDUE MAINTENANCE " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ASSET    DESCRIPTION          LOCATION            "
               DELIMITED BY SIZE
               " DUE     DAYS ORDER DUTY" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT F-ASSETS-FILE.
           IF WS-ASSETS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ASSETS-FILE
                       NOT AT END
                           IF AST-STATUS = "ACTIVE"
                               ADD 1 TO WS-ASSET-COUNT
                               IF AST-NEXT-DUE < WS-TODAY
                                   PERFORM 0010-OVERDUE-LINE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ASSETS-FILE
           END-IF.

           MOVE WS-ASSET-COUNT TO WS-COUNT-OUT.
           MOVE WS-OVERDUE-COUNT TO WS-OVERDUE-OUT.
           MOVE WS-UNCLAIMED-COUNT TO WS-UNCLAIMED-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ASSETS " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               "  OVERDUE " DELIMITED BY SIZE
               WS-OVERDUE-OUT DELIMITED BY SIZE
               "  NOBODY ON IT " DELIMITED BY SIZE
               WS-UNCLAIMED-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-OVERDUE-COUNT = 0
               MOVE "NO MAINTENANCE OVERDUE" TO
                 LS-OVERDUE-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO LS-OVERDUE-STATUS-MESSAGE
               STRING "OVERDUE " DELIMITED BY SIZE
                   WS-OVERDUE-OUT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   " ASSETS" DELIMITED BY SIZE
                   INTO LS-OVERDUE-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT.
           MOVE 0 TO WS-DAYS-OVER.
           IF AST-NEXT-DUE IS NUMERIC
               COMPUTE WS-DAYS-OVER = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(
                     FUNCTION NUMVAL(AST-NEXT-DUE))
           END-IF.
           PERFORM 0020-FIND-ORDER.
           IF WS-DUTY-STATE = SPACES OR WS-DUTY-STATE = "OPEN"
               ADD 1 TO WS-UNCLAIMED-COUNT
           END-IF.
           IF WS-DUTY-STATE = SPACES
               MOVE "NONE" TO WS-DUTY-STATE
           END-IF.
           MOVE WS-DAYS-OVER TO WS-DAYS-OUT.
           MOVE WS-ORDER-ID TO WS-ORDER-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING AST-TAG DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AST-DESC DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AST-LOCATION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AST-NEXT-DUE DELIMITED BY SIZE
               WS-DAYS-OUT DELIMITED BY SIZE
               WS-ORDER-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DUTY-STATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-DUTY-HOLDER NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING "         TAKEN BY " DELIMITED BY SIZE
                   WS-DUTY-HOLDER DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    The asset's open work order, if any, and its duty.
       0020-FIND-ORDER.
           MOVE 0 TO WS-ORDER-ID.
           MOVE 0 TO WS-ORDER-DUTY.
           MOVE SPACES TO WS-DUTY-STATE.
           MOVE SPACES TO WS-DUTY-HOLDER.
           OPEN INPUT F-WORK-ORDERS-FILE.
           IF WS-WORK-ORDERS-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-WORK-ORDERS-FILE
                       NOT AT END
                           IF WO-TAG = AST-TAG
                           AND WO-STATUS = "OPEN"
                               MOVE WO-ID TO WS-ORDER-ID
                               MOVE WO-DUTY-ID TO WS-ORDER-DUTY
                               MOVE 1 TO WS-LOOKUP-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORK-ORDERS-FILE
           END-IF.
           IF WS-ORDER-ID > 0
               OPEN INPUT F-DUTIES-FILE
               IF WS-DUTIES-STATUS = "00"
                   MOVE 0 TO WS-LOOKUP-ENDED
                   PERFORM UNTIL WS-LOOKUP-ENDED = 1
                       READ F-DUTIES-FILE
                           NOT AT END
                               IF DU-ID = WS-ORDER-DUTY
                                   MOVE DU-STATUS TO WS-DUTY-STATE
                                   MOVE DU-CLAIMED-BY TO
                                     WS-DUTY-HOLDER
                                   MOVE 1 TO WS-LOOKUP-ENDED
                               END-IF
                           AT END
                               MOVE 1 TO WS-LOOKUP-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-DUTIES-FILE
               END-IF
           END-IF.
