       IDENTIFICATION DIVISION.
       PROGRAM-ID. record-password-change.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.

           SELECT F-PASSWORD-DATES-FILE ASSIGN TO "password-dates.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PD-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-PASSWORD-DATES-FILE.
           01 PASSWORD-DATE-RECORD.
              05 PD-USERNAME PIC X(16).
              05 PD-KIND PIC X.
              05 PD-CHANGED PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-PD-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-PD-FOUND PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-KIND PIC X.

      *    Stamps today as the date the member (kind M) or overseer
      *    (kind A) last set their password.
       PROCEDURE DIVISION USING LS-USERNAME LS-KIND.

           MOVE 0 TO WS-PD-FOUND.
           OPEN I-O F-PASSWORD-DATES-FILE.
           IF WS-PD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PASSWORD-DATES-FILE
                       NOT AT END
                           IF PD-USERNAME = LS-USERNAME
                           AND PD-KIND = LS-KIND
                               MOVE FUNCTION CURRENT-DATE(1:8) TO
                                 PD-CHANGED
                               REWRITE PASSWORD-DATE-RECORD
                               MOVE 1 TO WS-PD-FOUND
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PASSWORD-DATES-FILE
           END-IF.

           IF WS-PD-FOUND = 0
               OPEN EXTEND F-PASSWORD-DATES-FILE
               IF WS-PD-STATUS = "35"
                   OPEN OUTPUT F-PASSWORD-DATES-FILE
               END-IF
               MOVE LS-USERNAME TO PD-USERNAME
               MOVE LS-KIND TO PD-KIND
               MOVE FUNCTION CURRENT-DATE(1:8) TO PD-CHANGED
               WRITE PASSWORD-DATE-RECORD
               CLOSE F-PASSWORD-DATES-FILE
           END-IF.

           GOBACK.
