             ORGANIZATION IS LINE SEQUENTIAL
             LOCK MODE IS EXCLUSIVE
             FILE STATUS IS WS-CTL-STATUS.
           SELECT F-BREAK-GLASS-FILE ASSIGN TO "break-glass.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-BG-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 ACC-LAST-SEQ PIC 9(6).
               05 ACC-LAST-CHECK PIC 9(9).

           FD F-BREAK-GLASS-FILE.
           01 BREAK-GLASS-RECORD.
               05 BG-ID PIC 9(4).
               05 BG-ADMIN PIC X(16).
               05 BG-ORIG-ROLE PIC X(10).
               05 BG-REASON PIC X(60).
               05 BG-OPENED PIC X(12).
               05 BG-EXPIRES PIC X(12).
               05 BG-CLOSED PIC X(12).
               05 BG-ACTIONS PIC 9(4).
               05 BG-STATUS PIC X(8).
               05 BG-REVIEWED-BY PIC X(16).
               05 BG-REVIEW-DATE PIC X(8).
               05 BG-REVIEW-NOTE PIC X(40).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-CTL-STATUS PIC XX.
           01 WS-LAST-CHECK PIC 9(9).
           01 WS-NEW-CHECK PIC 9(9).
           01 WS-CHAIN-BUFFER PIC X(64).
           01 WS-BG-STATUS PIC XX.
           01 WS-BG-ENDED PIC 9.

           LINKAGE SECTION.
           01 LS-ADMIN PIC X(16).
           MOVE LS-AMOUNT TO AUDIT-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUDIT-DATE.
           MOVE WS-LAST-SEQ TO AUDIT-SEQ.
           PERFORM 0030-TAG-BREAK-GLASS.

           MOVE SPACES TO WS-CHAIN-BUFFER.
           MOVE AUDIT-ENTRY(1:55) TO WS-CHAIN-BUFFER.
           MOVE WS-NEW-CHECK TO ACC-LAST-CHECK.
           WRITE CHAIN-CONTROL-RECORD.
           CLOSE F-CHAIN-CONTROL-FILE.

      *    While the overseer has a break-glass session open and
      *    inside its window, the spare date bytes carry BG so the
      *    reviewer can pick out everything done under it; the tag
      *    sits inside the check.
       0030-TAG-BREAK-GLASS.
           OPEN I-O F-BREAK-GLASS-FILE.
           IF WS-BG-STATUS = "00"
               MOVE 0 TO WS-BG-ENDED
               PERFORM UNTIL WS-BG-ENDED = 1
                   READ F-BREAK-GLASS-FILE
                       NOT AT END
                           IF BG-ADMIN = LS-ADMIN
                           AND BG-STATUS = "ACTIVE"
                           AND BG-EXPIRES NOT <
                             FUNCTION CURRENT-DATE(1:12)
                               MOVE "BG" TO AUDIT-DATE(9:2)
                               ADD 1 TO BG-ACTIONS
                               REWRITE BREAK-GLASS-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-BG-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BREAK-GLASS-FILE
           END-IF.
