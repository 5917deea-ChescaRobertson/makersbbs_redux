             FILE STATUS IS WS-STOCK-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "commissary-reorder.dat"
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT F-PO-FILE ASSIGN TO "commissary-po.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PO-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           FD F-PO-FILE.
           01 PO-RECORD.
               05 PO-NUMBER PIC 9(6).
               05 PO-LINE PIC 99.
               05 PO-DATE PIC X(8).
               05 PO-CODE PIC X(4).
               05 PO-NAME PIC X(20).
               05 PO-QTY-ORDERED PIC 9(4).
               05 PO-QTY-RECEIVED PIC 9(4).
               05 PO-STATUS PIC X(8).
               05 PO-RAISED-BY PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-LOW-COUNT PIC 999 VALUE 0.
           01 WS-PO-STATUS PIC XX.
           01 WS-NEXT-PO PIC 9(6) VALUE 0.
           01 WS-PO-LINE PIC 99 VALUE 0.
           01 WS-ORDER-QTY PIC 9(4).
           01 WS-ON-ORDER PIC 9.
           01 WS-OPEN-COUNT PIC 999 VALUE 0.
           01 WS-OPEN-IDX PIC 999.
           01 WS-OPEN-TABLE.
               05 WS-OPEN-CODE PIC X(4) OCCURS 200 TIMES.
           01 WS-SPOOL-NAME PIC X(20) VALUE "COMMISSARY".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "commissary-reorder.dat".
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Items already on an open PO line are not ordered twice.
           OPEN INPUT F-PO-FILE.
           IF WS-PO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PO-FILE
                       NOT AT END
                           IF PO-NUMBER > WS-NEXT-PO
                               MOVE PO-NUMBER TO WS-NEXT-PO
                           END-IF
                           IF PO-STATUS = "OPEN"
                             AND WS-OPEN-COUNT < 200
                               ADD 1 TO WS-OPEN-COUNT
                               MOVE PO-CODE TO
                                 WS-OPEN-CODE(WS-OPEN-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PO-FILE
           END-IF.
           ADD 1 TO WS-NEXT-PO.

           OPEN EXTEND F-PO-FILE.
           IF WS-PO-STATUS = "35"
               OPEN OUTPUT F-PO-FILE
           END-IF.

           OPEN INPUT F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                                   CS-REORDER DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                               PERFORM 0010-RAISE-PO-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
               CLOSE F-STOCK-FILE
           END-IF.

           CLOSE F-PO-FILE.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

                 LS-REORDER-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    Order back up to twice the reorder level. Every line raised
      *    on one run goes on the same purchase order.
       0010-RAISE-PO-LINE.
           MOVE 0 TO WS-ON-ORDER.
           PERFORM VARYING WS-OPEN-IDX FROM 1 BY 1
             UNTIL WS-OPEN-IDX > WS-OPEN-COUNT
               IF WS-OPEN-CODE(WS-OPEN-IDX) = CS-CODE
                   MOVE 1 TO WS-ON-ORDER
               END-IF
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           IF WS-ON-ORDER = 1
               MOVE "      ALREADY ON AN OPEN PO" TO REPORT-LINE
           ELSE
               COMPUTE WS-ORDER-QTY = (CS-REORDER * 2) - CS-ONHAND
               ADD 1 TO WS-PO-LINE
               MOVE SPACES TO PO-RECORD
               MOVE WS-NEXT-PO TO PO-NUMBER
               MOVE WS-PO-LINE TO PO-LINE
               MOVE WS-TODAY TO PO-DATE
               MOVE CS-CODE TO PO-CODE
               MOVE CS-NAME TO PO-NAME
               MOVE WS-ORDER-QTY TO PO-QTY-ORDERED
               MOVE 0 TO PO-QTY-RECEIVED
               MOVE "OPEN" TO PO-STATUS
               MOVE "REORDER-RUN" TO PO-RAISED-BY
               WRITE PO-RECORD
               STRING "      ORDERED " DELIMITED BY SIZE
                   WS-ORDER-QTY DELIMITED BY SIZE
                   " ON PO " DELIMITED BY SIZE
                   WS-NEXT-PO DELIMITED BY SIZE
                   " LINE " DELIMITED BY SIZE
                   WS-PO-LINE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
