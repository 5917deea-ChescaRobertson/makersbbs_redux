       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-password-age.

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
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-CHANGED-INT PIC 9(8).
           01 WS-AGE-DAYS PIC 9(8).
           01 WS-MAX-AGE-KEY PIC X(20).
           01 WS-MAX-AGE PIC 999.
           01 WS-WARN-KEY PIC X(20) VALUE "PWD-WARN-DAYS".
           01 WS-WARN-DAYS PIC 999.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-KIND PIC X.
               88 LS-KIND-ADMIN VALUE "A".
           01 LS-CHANGED PIC X(8).
           01 LS-DAYS-LEFT PIC 9(4).
           01 LS-AGE-STATUS PIC X(8).

      *    How old a password is against the maximum age for its
      *    kind: overseers (A) on PWD-ADMIN-AGE-DAYS, members (M) on
      *    PWD-MAX-AGE-DAYS.  Status is OK, WARN inside the last
      *    PWD-WARN-DAYS, or EXPIRED.  An account with no change on
      *    record has kept the password it was set up with since
      *    before dates were kept, and counts as expired.
       PROCEDURE DIVISION USING LS-USERNAME LS-KIND LS-CHANGED
           LS-DAYS-LEFT LS-AGE-STATUS.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           IF LS-KIND-ADMIN
               MOVE "PWD-ADMIN-AGE-DAYS" TO WS-MAX-AGE-KEY
               MOVE 0 TO WS-MAX-AGE
               CALL 'get-price' USING WS-MAX-AGE-KEY WS-MAX-AGE
               IF WS-MAX-AGE = 0
                   MOVE 90 TO WS-MAX-AGE
               END-IF
           ELSE
               MOVE "PWD-MAX-AGE-DAYS" TO WS-MAX-AGE-KEY
               MOVE 0 TO WS-MAX-AGE
               CALL 'get-price' USING WS-MAX-AGE-KEY WS-MAX-AGE
               IF WS-MAX-AGE = 0
                   MOVE 180 TO WS-MAX-AGE
               END-IF
           END-IF.
           MOVE 0 TO WS-WARN-DAYS.
           CALL 'get-price' USING WS-WARN-KEY WS-WARN-DAYS.
           IF WS-WARN-DAYS = 0
               MOVE 14 TO WS-WARN-DAYS
           END-IF.

           MOVE SPACES TO LS-CHANGED.
           OPEN INPUT F-PASSWORD-DATES-FILE.
           IF WS-PD-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PASSWORD-DATES-FILE
                       NOT AT END
                           IF PD-USERNAME = LS-USERNAME
                           AND PD-KIND = LS-KIND
                               MOVE PD-CHANGED TO LS-CHANGED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PASSWORD-DATES-FILE
           END-IF.

           MOVE 0 TO LS-DAYS-LEFT.
           IF LS-CHANGED IS NOT NUMERIC
               MOVE "EXPIRED" TO LS-AGE-STATUS
           ELSE
               COMPUTE WS-CHANGED-INT = FUNCTION INTEGER-OF-DATE(
                 FUNCTION NUMVAL(LS-CHANGED))
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-CHANGED-INT
               IF WS-AGE-DAYS >= WS-MAX-AGE
                   MOVE "EXPIRED" TO LS-AGE-STATUS
               ELSE
                   COMPUTE LS-DAYS-LEFT = WS-MAX-AGE - WS-AGE-DAYS
                   IF LS-DAYS-LEFT <= WS-WARN-DAYS
                       MOVE "WARN" TO LS-AGE-STATUS
                   ELSE
                       MOVE "OK" TO LS-AGE-STATUS
                   END-IF
               END-IF
           END-IF.

           GOBACK.
