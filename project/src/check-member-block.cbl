       IDENTIFICATION DIVISION.
       PROGRAM-ID. check-member-block.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-BLOCK-LIST-FILE ASSIGN TO "block-list.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-BLOCK-LIST-FILE.
           01 BLOCK-LIST-RECORD.
               05 BL-OWNER PIC X(16).
               05 BL-BLOCKED PIC X(16).
               05 BL-DATE PIC X(8).
               05 BL-REFUSED PIC 9(5).
               05 BL-STATUS PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-BLOCK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           LINKAGE SECTION.
           01 LS-OWNER PIC X(16).
           01 LS-OTHER PIC X(16).
           01 LS-RESULT PIC X(5).

      *    Consulted wherever one member can reach another - mail,
      *    challenges, transfers, pay requests and market buys and
      *    bids.  TRUE means the owner has blocked the other member;
      *    the caller refuses without telling either side why, and
      *    the attempt is counted against the block so the office
      *    can see how persistent a harasser is.
       PROCEDURE DIVISION USING LS-OWNER, LS-OTHER, LS-RESULT.

           MOVE "FALSE" TO LS-RESULT.
           OPEN I-O F-BLOCK-LIST-FILE.
           IF WS-BLOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           IF BL-OWNER = LS-OWNER
                           AND BL-BLOCKED = LS-OTHER
                           AND BL-STATUS = "ACTIVE"
                               MOVE "TRUE" TO LS-RESULT
                               IF BL-REFUSED < 99999
                                   ADD 1 TO BL-REFUSED
                               END-IF
                               REWRITE BLOCK-LIST-RECORD
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           GOBACK.
