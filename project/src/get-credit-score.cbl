       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-credit-score.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SCORES-FILE ASSIGN TO "credit-scores.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORES-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCORES-FILE.
           01 SCORE-RECORD.
               05 CS-USERNAME PIC X(16).
               05 CS-SCORE PIC 999.
               05 CS-REASON-1 PIC X(20).
               05 CS-REASON-2 PIC X(20).
               05 CS-DATE PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-SCORES-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-SCORE PIC 999.
           01 LS-REASON-1 PIC X(20).
           01 LS-REASON-2 PIC X(20).

      *    The member's score from the last nightly scoring run with
      *    the two reasons that weighed most on it.  A member the
      *    run has not seen yet comes back with a score of zero.
       PROCEDURE DIVISION USING LS-USERNAME, LS-SCORE, LS-REASON-1,
           LS-REASON-2.

           MOVE 0 TO LS-SCORE.
           MOVE "NOT YET SCORED" TO LS-REASON-1.
           MOVE SPACES TO LS-REASON-2.
           OPEN INPUT F-SCORES-FILE.
           IF WS-SCORES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SCORES-FILE
                       NOT AT END
                           IF CS-USERNAME = LS-USERNAME
                               MOVE CS-SCORE TO LS-SCORE
                               MOVE CS-REASON-1 TO LS-REASON-1
                               MOVE CS-REASON-2 TO LS-REASON-2
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SCORES-FILE
           END-IF.

           GOBACK.
