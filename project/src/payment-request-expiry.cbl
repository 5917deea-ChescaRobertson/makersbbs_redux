       IDENTIFICATION DIVISION.
           PROGRAM-ID. payment-request-expiry.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-PAY-REQUESTS-FILE ASSIGN TO "payment-requests.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PAY-REQUESTS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-PAY-REQUESTS-FILE.
           01 PAY-REQUEST-RECORD.
               05 PR-ID PIC 9(6).
               05 PR-REQUESTER PIC X(16).
               05 PR-PAYER PIC X(16).
               05 PR-AMOUNT PIC 999.
               05 PR-REASON PIC X(30).
               05 PR-RAISED PIC X(8).
               05 PR-EXPIRES PIC X(8).
               05 PR-STATUS PIC X(8).
               05 PR-DECIDED PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-PAY-REQUESTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-EXPIRED PIC 999 VALUE 0.
           01 WS-EXPIRED-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 LS-PAYREQ-STATUS-MESSAGE PIC X(30).

      *    A payment request nobody has paid or declined by its
      *    expiry date is closed as EXPIRED, and the member who
      *    raised it is told so they can chase it another way.
       PROCEDURE DIVISION USING LS-PAYREQ-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           OPEN I-O F-PAY-REQUESTS-FILE.
           IF WS-PAY-REQUESTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PAY-REQUESTS-FILE
                       NOT AT END
                           IF PR-STATUS = "OPEN"
                           AND PR-EXPIRES < WS-TODAY
                               PERFORM 0010-EXPIRE-REQUEST
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PAY-REQUESTS-FILE
           END-IF.

           IF WS-EXPIRED = 0
               MOVE "NO PAYMENT REQUESTS EXPIRED" TO
                 LS-PAYREQ-STATUS-MESSAGE
           ELSE
               MOVE WS-EXPIRED TO WS-EXPIRED-OUT
               MOVE SPACES TO LS-PAYREQ-STATUS-MESSAGE
               STRING "PAY REQUESTS EXPIRED " DELIMITED BY SIZE
                   WS-EXPIRED-OUT DELIMITED BY SIZE
                   INTO LS-PAYREQ-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-EXPIRE-REQUEST.
           MOVE "EXPIRED" TO PR-STATUS.
           MOVE WS-TODAY TO PR-DECIDED.
           REWRITE PAY-REQUEST-RECORD.
           ADD 1 TO WS-EXPIRED.
           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           STRING "PAY REQUEST " DELIMITED BY SIZE
               PR-ID DELIMITED BY SIZE
               " EXPIRED UNPAID" DELIMITED BY SIZE
               INTO WS-NOTIFY-MESSAGE.
           CALL 'add-notification' USING PR-REQUESTER
             WS-NOTIFY-MESSAGE PR-AMOUNT.
