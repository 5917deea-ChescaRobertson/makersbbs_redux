       IDENTIFICATION DIVISION.
       PROGRAM-ID. get-block-counts.

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
           01 LS-USERNAME PIC X(16).
           01 LS-BLOCKED-BY PIC 9(4).
           01 LS-BLOCKING PIC 9(4).
           01 LS-REFUSED PIC 9(5).

      *    For harassment complaints: how many members have blocked
      *    this one, how many this one has blocked, and how many
      *    contacts from this member the blocks have turned away,
      *    including blocks since lifted.
      *    Who blocked whom stays with the members themselves.
       PROCEDURE DIVISION USING LS-USERNAME, LS-BLOCKED-BY,
           LS-BLOCKING, LS-REFUSED.

           MOVE 0 TO LS-BLOCKED-BY.
           MOVE 0 TO LS-BLOCKING.
           MOVE 0 TO LS-REFUSED.
           OPEN INPUT F-BLOCK-LIST-FILE.
           IF WS-BLOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BLOCK-LIST-FILE
                       NOT AT END
                           IF BL-BLOCKED = LS-USERNAME
                               ADD BL-REFUSED TO LS-REFUSED
                               IF BL-STATUS = "ACTIVE"
                                   ADD 1 TO LS-BLOCKED-BY
                               END-IF
                           END-IF
                           IF BL-OWNER = LS-USERNAME
                           AND BL-STATUS = "ACTIVE"
                               ADD 1 TO LS-BLOCKING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BLOCK-LIST-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           GOBACK.
