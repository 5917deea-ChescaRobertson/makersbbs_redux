       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-levy.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-LEVY-RATES-FILE ASSIGN TO "levy-rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEVY-RATES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-LEVY-RATES-FILE.
           01 LEVY-RATE-RECORD.
               05 LR-CATEGORY PIC X(10).
               05 LR-LABEL PIC X(20).
               05 LR-RATE-PCT PIC 99V99.
               05 LR-EFFECTIVE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-LEVY-RATES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-RATE-PCT PIC 99V99 VALUE 0.
           01 WS-RATE-EFFECTIVE PIC X(8).

           LINKAGE SECTION.
           01 LS-LEVY-CATEGORY PIC X(10).
           01 LS-LEVY-BASE PIC 999.
           01 LS-LEVY-AMOUNT PIC 999.

      *    Levy due on a sale of the given category.  The rate table
      *    keeps every rate the vault has set, each with the date it
      *    took effect; the latest one already in force applies.  A
      *    category with no rate on file carries no levy.
       PROCEDURE DIVISION USING LS-LEVY-CATEGORY, LS-LEVY-BASE,
           LS-LEVY-AMOUNT.

           MOVE 0 TO LS-LEVY-AMOUNT.
           MOVE 0 TO WS-RATE-PCT.
           MOVE SPACES TO WS-RATE-EFFECTIVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT F-LEVY-RATES-FILE.
           IF WS-LEVY-RATES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-LEVY-RATES-FILE
                       NOT AT END
                           IF LR-CATEGORY = LS-LEVY-CATEGORY
                             AND LR-EFFECTIVE NOT > WS-TODAY
                             AND LR-EFFECTIVE NOT < WS-RATE-EFFECTIVE
                               MOVE LR-RATE-PCT TO WS-RATE-PCT
                               MOVE LR-EFFECTIVE TO WS-RATE-EFFECTIVE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-LEVY-RATES-FILE
           END-IF.

           IF WS-RATE-PCT > 0
               COMPUTE LS-LEVY-AMOUNT ROUNDED =
                 LS-LEVY-BASE * WS-RATE-PCT / 100
                 ON SIZE ERROR
                   MOVE 999 TO LS-LEVY-AMOUNT
               END-COMPUTE
           END-IF.

           GOBACK.
