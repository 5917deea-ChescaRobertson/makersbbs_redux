       IDENTIFICATION DIVISION.
           PROGRAM-ID. commissary-po-exceptions.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-PO-FILE ASSIGN TO "commissary-po.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PO-STATUS.
           SELECT F-GRN-FILE ASSIGN TO "commissary-grn.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-GRN-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "commissary-po-exceptions.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-GRN-FILE.
           01 GRN-RECORD.
               05 GR-DATE PIC X(8).
               05 GR-TIME PIC X(6).
               05 GR-PO-NUMBER PIC 9(6).
               05 GR-PO-LINE PIC 99.
               05 GR-CODE PIC X(4).
               05 GR-QTY PIC 9(4).
               05 GR-ADMIN PIC X(16).
               05 GR-RESULT PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-PO-STATUS PIC XX.
           01 WS-GRN-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-OVER-COUNT PIC 999 VALUE 0.
           01 WS-UNDER-COUNT PIC 999 VALUE 0.
           01 WS-NO-PO-COUNT PIC 999 VALUE 0.
           01 WS-SHORTFALL PIC 9(4).
           01 WS-SPOOL-NAME PIC X(20) VALUE "COMMISSARY-PO".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "commissary-po-exceptions.dat".

           LINKAGE SECTION.
           01 LS-PO-EXCEPTIONS-STATUS-MESSAGE PIC X(30).

       PROCEDURE DIVISION USING LS-PO-EXCEPTIONS-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "COMMISSARY PO EXCEPTIONS " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM 0010-RECEIPT-EXCEPTIONS.
           PERFORM 0020-UNDER-RECEIPTS.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "OVER " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               "  UNDER " DELIMITED BY SIZE
               WS-UNDER-COUNT DELIMITED BY SIZE
               "  NO PO " DELIMITED BY SIZE
               WS-NO-PO-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-OVER-COUNT = 0 AND WS-UNDER-COUNT = 0
             AND WS-NO-PO-COUNT = 0
               MOVE "NO PO EXCEPTIONS" TO
                 LS-PO-EXCEPTIONS-STATUS-MESSAGE
           ELSE
               MOVE "PO EXCEPTIONS - SEE REPORT" TO
                 LS-PO-EXCEPTIONS-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    Over-receipts and refused no-PO receipts come straight off
      *    the goods-received notes written at the commissary desk.
       0010-RECEIPT-EXCEPTIONS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RECEIPTS OVER PO QTY OR WITH NO OPEN PO" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT F-GRN-FILE.
           IF WS-GRN-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-GRN-FILE
                       NOT AT END
                           IF GR-RESULT = "OVER" OR GR-RESULT = "NO-PO"
                               IF GR-RESULT = "OVER"
                                   ADD 1 TO WS-OVER-COUNT
                               ELSE
                                   ADD 1 TO WS-NO-PO-COUNT
                               END-IF
                               MOVE SPACES TO REPORT-LINE
                               STRING "  " DELIMITED BY SIZE
                                   GR-RESULT DELIMITED BY SIZE
                                   GR-DATE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   GR-CODE DELIMITED BY SIZE
                                   " QTY " DELIMITED BY SIZE
                                   GR-QTY DELIMITED BY SIZE
                                   " PO " DELIMITED BY SIZE
                                   GR-PO-NUMBER DELIMITED BY SIZE
                                   " BY " DELIMITED BY SIZE
                                   GR-ADMIN DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-GRN-FILE
           END-IF.

      *    Lines closed short, and open lines that have had a part
      *    delivery, are both still owed stock by the supplier.
       0020-UNDER-RECEIPTS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "PO LINES UNDER-RECEIVED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT F-PO-FILE.
           IF WS-PO-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PO-FILE
                       NOT AT END
                           IF PO-STATUS = "SHORT"
                             OR (PO-STATUS = "OPEN"
                             AND PO-QTY-RECEIVED > 0)
                               ADD 1 TO WS-UNDER-COUNT
                               COMPUTE WS-SHORTFALL =
                                   PO-QTY-ORDERED - PO-QTY-RECEIVED
                               MOVE SPACES TO REPORT-LINE
                               STRING "  PO " DELIMITED BY SIZE
                                   PO-NUMBER DELIMITED BY SIZE
                                   "/" DELIMITED BY SIZE
                                   PO-LINE DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PO-CODE DELIMITED BY SIZE
                                   " ORD " DELIMITED BY SIZE
                                   PO-QTY-ORDERED DELIMITED BY SIZE
                                   " RCVD " DELIMITED BY SIZE
                                   PO-QTY-RECEIVED DELIMITED BY SIZE
                                   " SHORT " DELIMITED BY SIZE
                                   WS-SHORTFALL DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PO-STATUS DELIMITED BY SIZE
                                   INTO REPORT-LINE
                               WRITE REPORT-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PO-FILE
           END-IF.
