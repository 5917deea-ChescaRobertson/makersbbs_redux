       IDENTIFICATION DIVISION.
           PROGRAM-ID. compute-pouch-mac.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           WORKING-STORAGE SECTION.
           01 WS-IDX PIC 9(3).
           01 WS-CHAR-VAL PIC 9(4).
           01 WS-ACCUMULATOR PIC 9(18) COMP.
           01 WS-MIX-1 PIC 9(18) COMP.
           01 WS-MIX-2 PIC 9(18) COMP.
           01 WS-KEY-LEN PIC 9(3).
           01 WS-KEY-POS PIC 9(3).
           01 WS-KEY-VAL PIC 9(4).
           01 WS-MULT PIC 9(4).

           LINKAGE SECTION.
           01 LS-MAC-KEY PIC X(20).
           01 LS-MAC-STEP PIC X.
           01 LS-MAC-RECORD PIC X(373).
           01 LS-MAC-STATE.
               05 LS-MAC-MIX-1 PIC 9(9).
               05 LS-MAC-MIX-2 PIC 9(9).

      *    Authentication code for a federation pouch, keyed with
      *    the secret shared with the partner vault.  Step "S" seeds
      *    the state from the key, "A" folds in one pouch line and
      *    "F" folds the key in again to close it off; the eighteen
      *    digits of the state are then the code.  Every character
      *    step also takes a byte of the key and multiplies the state
      *    by a factor drawn from the character, the key byte and the
      *    other half of the state, so the code cannot be split into
      *    a key part and a message part.  Without the key nobody can
      *    produce the code for altered or forged lines.
       PROCEDURE DIVISION USING LS-MAC-KEY, LS-MAC-STEP,
           LS-MAC-RECORD, LS-MAC-STATE.

           MOVE 20 TO WS-KEY-LEN.
           PERFORM UNTIL WS-KEY-LEN = 1
               OR LS-MAC-KEY(WS-KEY-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-KEY-LEN
           END-PERFORM.
           IF LS-MAC-STEP = "S"
               MOVE 5381 TO WS-MIX-1
               MOVE 52711 TO WS-MIX-2
               PERFORM 0010-FOLD-KEY
           ELSE IF LS-MAC-STEP = "A"
               MOVE LS-MAC-MIX-1 TO WS-MIX-1
               MOVE LS-MAC-MIX-2 TO WS-MIX-2
               PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 373
                   COMPUTE WS-CHAR-VAL =
                       FUNCTION ORD(LS-MAC-RECORD(WS-IDX:1))
                   PERFORM 0020-FOLD-CHAR
               END-PERFORM
           ELSE
               MOVE LS-MAC-MIX-1 TO WS-MIX-1
               MOVE LS-MAC-MIX-2 TO WS-MIX-2
               PERFORM 0010-FOLD-KEY
           END-IF.
           MOVE WS-MIX-1 TO LS-MAC-MIX-1.
           MOVE WS-MIX-2 TO LS-MAC-MIX-2.

           GOBACK.

       0010-FOLD-KEY.
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
               COMPUTE WS-CHAR-VAL =
                   FUNCTION ORD(LS-MAC-KEY(WS-IDX:1))
               PERFORM 0020-FOLD-CHAR
           END-PERFORM.

      *    Each half of the state is multiplied by a factor that
      *    depends on the key byte and on the other half, and each
      *    half is fed into the other, so every character is mixed
      *    with the key and with everything that came before it.
       0020-FOLD-CHAR.
           COMPUTE WS-KEY-POS =
               FUNCTION MOD(WS-IDX - 1, WS-KEY-LEN) + 1.
           COMPUTE WS-KEY-VAL =
               FUNCTION ORD(LS-MAC-KEY(WS-KEY-POS:1)).
           COMPUTE WS-MULT = FUNCTION MOD(WS-CHAR-VAL + WS-KEY-VAL
               + WS-MIX-2, 97) + 1.
           COMPUTE WS-ACCUMULATOR = WS-MIX-1 * WS-MULT
               + WS-MIX-2 + WS-CHAR-VAL * 7 + WS-KEY-VAL + WS-IDX.
           COMPUTE WS-MIX-1 = FUNCTION MOD(WS-ACCUMULATOR, 999999937).
           COMPUTE WS-MULT = FUNCTION MOD(WS-CHAR-VAL * WS-KEY-VAL
               + WS-MIX-1, 89) + 1.
           COMPUTE WS-ACCUMULATOR = WS-MIX-2 * WS-MULT
               + WS-MIX-1 + WS-CHAR-VAL * 11 + WS-KEY-VAL * 3
               + WS-IDX * 3.
           COMPUTE WS-MIX-2 = FUNCTION MOD(WS-ACCUMULATOR, 999999893).
