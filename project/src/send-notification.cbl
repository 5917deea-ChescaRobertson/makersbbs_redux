       IDENTIFICATION DIVISION.
           PROGRAM-ID. send-notification.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-NOTIFY-PREFS-FILE ASSIGN TO
             "notification-prefs.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREFS-STATUS.
           SELECT F-DIGEST-FILE ASSIGN TO "notification-digest.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIGEST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-NOTIFY-PREFS-FILE.
           01 NOTIFY-PREF-RECORD.
               05 NP-USERNAME PIC X(16).
               05 NP-CATEGORY PIC X(8).
               05 NP-MODE PIC X.

           FD F-DIGEST-FILE.
           01 DIGEST-RECORD.
               05 DG-USERNAME PIC X(16).
               05 DG-CATEGORY PIC X(8).
               05 DG-MESSAGE PIC X(40).
               05 DG-AMOUNT PIC 999.
               05 DG-DATE PIC X(8).
               05 DG-STATUS PIC X(8).
               05 DG-SENT-ON PIC X(8).

           WORKING-STORAGE SECTION.
           01 WS-PREFS-STATUS PIC XX.
           01 WS-DIGEST-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-MODE PIC X.

           LINKAGE SECTION.
           01 LS-USERNAME PIC X(16).
           01 LS-MESSAGE PIC X(40).
           01 LS-AMOUNT PIC 999.
           01 LS-CATEGORY PIC X(8).

      *    Routes a notice by the member's choice for its category:
      *    (I) straight to the inbox, (D) held for the nightly digest,
      *    or (S) dropped.  Security and money notices, and any notice
      *    sent without a category, always go straight to the inbox.
       PROCEDURE DIVISION USING LS-USERNAME, LS-MESSAGE, LS-AMOUNT,
           LS-CATEGORY.

           IF LS-CATEGORY = SPACES OR "SECURITY" OR "FINANCE"
               MOVE "I" TO WS-MODE
           ELSE
               PERFORM 0100-FIND-MODE
           END-IF.

           IF WS-MODE = "D"
               PERFORM 0200-HOLD-FOR-DIGEST
           ELSE IF WS-MODE = "S"
               CONTINUE
           ELSE
               CALL 'add-notification' USING LS-USERNAME LS-MESSAGE
                 LS-AMOUNT
           END-IF.

           GOBACK.

      *    Board replies are chatty, so they go to the digest unless
      *    the member has said otherwise; everything else is immediate.
       0100-FIND-MODE.
           IF LS-CATEGORY = "BOARD"
               MOVE "D" TO WS-MODE
           ELSE
               MOVE "I" TO WS-MODE
           END-IF.
           OPEN INPUT F-NOTIFY-PREFS-FILE.
           IF WS-PREFS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-NOTIFY-PREFS-FILE
                       NOT AT END
                           IF NP-USERNAME = LS-USERNAME
                           AND NP-CATEGORY = LS-CATEGORY
                           AND (NP-MODE = "I" OR "D" OR "S")
                               MOVE NP-MODE TO WS-MODE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-NOTIFY-PREFS-FILE
           END-IF.

       0200-HOLD-FOR-DIGEST.
           OPEN EXTEND F-DIGEST-FILE.
           IF WS-DIGEST-STATUS = "35"
               OPEN OUTPUT F-DIGEST-FILE
           END-IF.
           MOVE SPACES TO DIGEST-RECORD.
           MOVE LS-USERNAME TO DG-USERNAME.
           MOVE LS-CATEGORY TO DG-CATEGORY.
           MOVE LS-MESSAGE TO DG-MESSAGE.
           MOVE LS-AMOUNT TO DG-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DG-DATE.
           MOVE "PENDING" TO DG-STATUS.
           WRITE DIGEST-RECORD.
           CLOSE F-DIGEST-FILE.
