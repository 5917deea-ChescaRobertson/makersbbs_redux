       IDENTIFICATION DIVISION.
           PROGRAM-ID. add-draw-journal.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-DRAW-JOURNAL-FILE ASSIGN TO "draw-journal.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-DRAW-JOURNAL-FILE.
           01 DRAW-JOURNAL-RECORD.
               05 DJ-DATE PIC X(8).
               05 DJ-TIME PIC X(6).
               05 DJ-GAME PIC X(8).
               05 DJ-USERNAME PIC X(16).
               05 DJ-STAKE PIC 999.
               05 DJ-OUTCOME PIC X(20).
               05 DJ-PAYOUT PIC 999.

           WORKING-STORAGE SECTION.
           01 WS-JOURNAL-STATUS PIC XX.

           LINKAGE SECTION.
           01 LS-GAME PIC X(8).
           01 LS-USERNAME PIC X(16).
           01 LS-STAKE PIC 999.
           01 LS-OUTCOME PIC X(20).
           01 LS-PAYOUT PIC 999.

      *    One line per random outcome a member staked credits on:
      *    the game (NUMGUESS, CARAVAN, SCRATCH or LOTTERY), what was
      *    staked, what the draw or deal turned up and what was paid
      *    back.  A returned stake counts as paid back.  The monthly
      *    return-to-player report is worked from this journal.
       PROCEDURE DIVISION USING LS-GAME, LS-USERNAME, LS-STAKE,
           LS-OUTCOME, LS-PAYOUT.

           OPEN EXTEND F-DRAW-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT F-DRAW-JOURNAL-FILE
           END-IF.
           MOVE SPACES TO DRAW-JOURNAL-RECORD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DJ-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO DJ-TIME.
           MOVE LS-GAME TO DJ-GAME.
           MOVE LS-USERNAME TO DJ-USERNAME.
           MOVE LS-STAKE TO DJ-STAKE.
           MOVE LS-OUTCOME TO DJ-OUTCOME.
           MOVE LS-PAYOUT TO DJ-PAYOUT.
           WRITE DRAW-JOURNAL-RECORD.
           CLOSE F-DRAW-JOURNAL-FILE.

           GOBACK.
