               05 FP-EXPORT-SEQ PIC 9(6).
               05 FP-IMPORT-SEQ PIC 9(6).
               05 FP-LAST-MSG-ID PIC 999.
               05 FP-SECRET PIC X(20).
               05 FP-PREV-SECRET PIC X(20).
               05 FP-KEY-SET PIC X(8).
               05 FP-KEY-GEN PIC 9(4).

           FD F-MESSAGE-BOARD-FILE.
           01 MESSAGE-BOARD-RECORD.
               05 PCH-TRAILER REDEFINES PCH-BODY.
                   10 PCH-COUNT PIC 9(6).
                   10 FILLER PIC X(364).
               05 PCH-SEAL REDEFINES PCH-BODY.
                   10 PCH-MAC-CODE PIC X(18).
                   10 FILLER PIC X(352).

           FD F-LIBRARY-FILE.
           01 LIBRARY.
           01 WS-HIGH-MSG-ID PIC 999.
           01 WS-EXPORTED PIC 9(6) VALUE 0.
           01 WS-TAG-TALLY PIC 99.
           01 WS-PARTNER-KEY PIC X(20).
           01 WS-MAC-STEP PIC X.
           01 WS-MAC-STATE.
               05 WS-MAC-MIX-1 PIC 9(9).
               05 WS-MAC-MIX-2 PIC 9(9).
           01 WS-MAC-CODE REDEFINES WS-MAC-STATE PIC X(18).

           LINKAGE SECTION.
           01 LS-PARTNER-CODE PIC X(4).
                 LS-EXPORT-STATUS-MESSAGE
               GOBACK
           END-IF.
           IF WS-PARTNER-KEY = SPACES
               MOVE "PARTNER HAS NO SHARED KEY" TO
                 LS-EXPORT-STATUS-MESSAGE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-POUCH-NAME.
           MOVE WS-NEXT-SEQ TO WS-SEQ-DISPLAY.
               INTO WS-POUCH-NAME.

           PERFORM 0020-WRITE-POUCH.
           PERFORM 0025-SEAL-POUCH.
           PERFORM 0030-ADVANCE-PARTNER.

           IF WS-EXPORTED = 0
                                   FP-EXPORT-SEQ + 1
                               MOVE FP-LAST-MSG-ID TO
                                 WS-FROM-MSG-ID
                               MOVE FP-SECRET TO WS-PARTNER-KEY
                               IF FP-KEY-GEN IS NOT NUMERIC
                                   MOVE SPACES TO WS-PARTNER-KEY
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The finished pouch is read back line by line, exactly as
      *    the partner will read it, and the authentication code
      *    over every line goes on the end as the seal.
       0025-SEAL-POUCH.
           MOVE "S" TO WS-MAC-STEP.
           CALL 'compute-pouch-mac' USING WS-PARTNER-KEY WS-MAC-STEP
               POUCH-RECORD WS-MAC-STATE.
           MOVE "A" TO WS-MAC-STEP.
           OPEN INPUT F-POUCH-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-POUCH-FILE
                   NOT AT END
                       CALL 'compute-pouch-mac' USING WS-PARTNER-KEY
                           WS-MAC-STEP POUCH-RECORD WS-MAC-STATE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-POUCH-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           MOVE "F" TO WS-MAC-STEP.
           CALL 'compute-pouch-mac' USING WS-PARTNER-KEY WS-MAC-STEP
               POUCH-RECORD WS-MAC-STATE.
           OPEN EXTEND F-POUCH-FILE.
           MOVE SPACES TO POUCH-RECORD.
           MOVE "MAC" TO PCH-REC-TYPE.
           MOVE WS-MAC-CODE TO PCH-MAC-CODE.
           WRITE POUCH-RECORD.
           CLOSE F-POUCH-FILE.

       0030-ADVANCE-PARTNER.
           MOVE 0 TO WS-FILE-IS-ENDED.
           OPEN I-O F-PARTNERS-FILE.
