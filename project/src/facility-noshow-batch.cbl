       IDENTIFICATION DIVISION.
           PROGRAM-ID. facility-noshow-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SLOTS-FILE ASSIGN TO "facility-slots.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SLOTS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-SLOTS-FILE.
           01 SLOT-RECORD.
               05 FS-FACILITY PIC X(4).
               05 FS-DATE PIC X(8).
               05 FS-HOUR PIC 99.
               05 FS-USERNAME PIC X(16).
               05 FS-STATUS PIC X(8).
               05 FS-FEE-PAID PIC 999.
               05 FS-BLOCK-ID PIC 9(6).
               05 FS-CHECKED-IN PIC X.

           FD F-USERS-FILE.
           01 USERS.
              05 USERNAME PIC X(16).
              05 USER-PASSWORD PIC X(20).
              05 USER-ACNT-NUM PIC X(8).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-CREDIT PIC 999.
              05 USER-CREDIT-LIMIT PIC 9(4).
              05 FILLER PIC XX VALUE SPACES.
              05 USER-LOCATION PIC X(20).
              05 USER-LAST-ACTIVITY PIC X(8).
              05 USER-ARCHIVED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-SLOTS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-NOW-HOUR PIC 99.
           01 WS-FEE-KEY PIC X(20) VALUE "NO-SHOW-FEE".
           01 WS-NOSHOW-FEE PIC 999 VALUE 0.
           01 WS-CHARGE PIC 999.
           01 WS-NOSHOW-REASON PIC X(20) VALUE "FACILITY NO-SHOW".
           01 UPDATED-BALANCE PIC 999.
           01 WS-CHARGE-OWED PIC 999.
           01 WS-RELEASED PIC 999 VALUE 0.
           01 WS-RELEASED-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).

           LINKAGE SECTION.
           01 LS-NOSHOW-STATUS-MESSAGE PIC X(30).

      *    A booked slot whose hour has gone without a check-in is
      *    released as NO-SHOW and the member is charged the no-show
      *    fee from pricing.dat; what they cannot cover is owed on
      *    the receivables file.  Slots written before check-in
      *    existed carry no block id and are left alone.
       PROCEDURE DIVISION USING LS-NOSHOW-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE FUNCTION CURRENT-DATE(9:2) TO WS-NOW-HOUR.
           CALL 'get-price' USING WS-FEE-KEY WS-NOSHOW-FEE.

           OPEN I-O F-SLOTS-FILE.
           IF WS-SLOTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SLOTS-FILE
                       NOT AT END
                           IF FS-STATUS = "BOOKED"
                           AND FS-BLOCK-ID IS NUMERIC
                           AND FS-CHECKED-IN NOT = "Y"
                           AND (FS-DATE < WS-TODAY
                             OR (FS-DATE = WS-TODAY
                             AND FS-HOUR < WS-NOW-HOUR))
                               PERFORM 0010-RELEASE-SLOT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SLOTS-FILE
           END-IF.

           IF WS-RELEASED = 0
               MOVE "NO NO-SHOWS TO RELEASE" TO
                 LS-NOSHOW-STATUS-MESSAGE
           ELSE
               MOVE WS-RELEASED TO WS-RELEASED-OUT
               MOVE SPACES TO LS-NOSHOW-STATUS-MESSAGE
               STRING "NO-SHOWS RELEASED " DELIMITED BY SIZE
                   WS-RELEASED-OUT DELIMITED BY SIZE
                   INTO LS-NOSHOW-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-RELEASE-SLOT.
           MOVE "NO-SHOW" TO FS-STATUS.
           REWRITE SLOT-RECORD.
           ADD 1 TO WS-RELEASED.
           MOVE 0 TO WS-CHARGE.
           IF WS-NOSHOW-FEE > 0
               OPEN INPUT F-USERS-FILE
               MOVE FS-USERNAME TO USERNAME
               READ F-USERS-FILE KEY IS USERNAME
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-NOSHOW-FEE TO WS-CHARGE
               END-READ
               CLOSE F-USERS-FILE
           END-IF.
           IF WS-CHARGE > 0
               CALL 'raise-member-charge' USING FS-USERNAME,
                 WS-CHARGE, WS-NOSHOW-REASON, UPDATED-BALANCE,
                 WS-CHARGE-OWED
           END-IF.
           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           STRING "NO-SHOW " DELIMITED BY SIZE
               FS-FACILITY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FS-DATE DELIMITED BY SIZE
               " HOUR " DELIMITED BY SIZE
               FS-HOUR DELIMITED BY SIZE
               INTO WS-NOTIFY-MESSAGE.
           CALL 'add-notification' USING FS-USERNAME
             WS-NOTIFY-MESSAGE WS-CHARGE.
