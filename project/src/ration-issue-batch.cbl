       IDENTIFICATION DIVISION.
           PROGRAM-ID. ration-issue-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SCALE-FILE ASSIGN TO "ration-scale.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SCALE-STATUS.
           SELECT F-RATION-MEMBERS-FILE ASSIGN TO "ration-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-RATION-MEMBERS-STATUS.
           SELECT F-ENTITLEMENTS-FILE ASSIGN TO
             "ration-entitlements.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENTITLEMENTS-STATUS.
           SELECT F-HH-MEMBERS-FILE ASSIGN TO "household-members.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HH-MEMBERS-STATUS.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-SCALE-FILE.
           01 RATION-SCALE-RECORD.
               05 RSC-CATEGORY PIC X(8).
               05 RSC-CODE PIC X(4).
               05 RSC-QTY PIC 99.

           FD F-RATION-MEMBERS-FILE.
           01 RATION-MEMBER-RECORD.
               05 RMC-USERNAME PIC X(16).
               05 RMC-CATEGORY PIC X(8).
               05 RMC-SET-BY PIC X(16).
               05 RMC-SET-DATE PIC X(8).

           FD F-ENTITLEMENTS-FILE.
           01 ENTITLEMENT-RECORD.
               05 REN-WEEK PIC X(8).
               05 REN-USERNAME PIC X(16).
               05 REN-CATEGORY PIC X(8).
               05 REN-CODE PIC X(4).
               05 REN-ISSUED PIC 99.
               05 REN-REDEEMED PIC 99.
               05 REN-STATUS PIC X(8).

           FD F-HH-MEMBERS-FILE.
           01 HH-MEMBER-RECORD.
               05 HM-HOUSEHOLD PIC 9(4).
               05 HM-USERNAME PIC X(16).
               05 HM-ROLE PIC X(5).
               05 HM-GAME-CAP PIC 999.
               05 HM-MARKET-CAP PIC 999.
               05 HM-COMMISSARY-CAP PIC 999.
               05 HM-STATUS PIC X(8).
               05 HM-JOINED PIC X(8).

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
           01 WS-SCALE-STATUS PIC XX.
           01 WS-RATION-MEMBERS-STATUS PIC XX.
           01 WS-ENTITLEMENTS-STATUS PIC XX.
           01 WS-HH-MEMBERS-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-LOOKUP-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-INT PIC 9(8).
           01 WS-WEEK-INT PIC 9(8).
           01 WS-THIS-WEEK PIC X(8).
           01 WS-WEEK-NUM PIC 9(8).
           01 WS-CLOSED-WEEK PIC X(8).
           01 WS-ALREADY-ISSUED PIC 9.
           01 WS-CATEGORY PIC X(8).

           01 WS-SCALE-COUNT PIC 99 VALUE 0.
           01 WS-SCALE-IDX PIC 99.
           01 WS-SCALE-TABLE.
               05 WS-SCALE-ENTRY OCCURS 50 TIMES.
                   10 WS-SCALE-CATEGORY PIC X(8).
                   10 WS-SCALE-CODE PIC X(4).
                   10 WS-SCALE-QTY PIC 99.

           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-LINE-COUNT PIC 9(5) VALUE 0.
           01 WS-LAPSED-COUNT PIC 9(5) VALUE 0.
           01 WS-MEMBER-GOT PIC 9.
           01 WS-MEMBER-OUT PIC ZZZ9.
           01 WS-LAPSED-OUT PIC ZZZZ9.
           01 WS-REPORT-STATUS PIC X(30).

           LINKAGE SECTION.
           01 LS-RATION-STATUS-MESSAGE PIC X(30).

      *    The ration week runs Monday to Sunday.  On the first run
      *    of a new week whatever was left of last week's rations
      *    lapses, the issued-against-redeemed report is run for the
      *    week just closed, and every active member is issued this
      *    week's scale for their category.  A member set to a
      *    category at the commissary desk keeps it; otherwise a
      *    child in a household draws the CHILD scale and everyone
      *    else the ADULT scale.
       PROCEDURE DIVISION USING LS-RATION-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-TODAY)).
           COMPUTE WS-WEEK-NUM = (WS-TODAY-INT - 1) / 7.
           COMPUTE WS-WEEK-INT = WS-WEEK-NUM * 7 + 1.
           COMPUTE WS-WEEK-INT = FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
           MOVE WS-WEEK-INT TO WS-THIS-WEEK.

           PERFORM 0010-CHECK-ISSUED.
           IF WS-ALREADY-ISSUED = 1
               MOVE "RATIONS ALREADY ISSUED" TO
                 LS-RATION-STATUS-MESSAGE
               GOBACK
           END-IF.

           PERFORM 0020-LAPSE-LAST-WEEK.
           IF WS-CLOSED-WEEK NOT = SPACES
               CALL 'ration-week-report' USING WS-CLOSED-WEEK
                 WS-REPORT-STATUS
           END-IF.

           PERFORM 0030-LOAD-SCALE.
           IF WS-SCALE-COUNT = 0
               MOVE "NO RATION SCALE SET" TO LS-RATION-STATUS-MESSAGE
               GOBACK
           END-IF.

           OPEN EXTEND F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "35"
               OPEN OUTPUT F-ENTITLEMENTS-FILE
           END-IF.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                       NOT AT END
                           IF USER-ARCHIVED NOT = "Y"
                           AND USER-ARCHIVED NOT = "D"
                               PERFORM 0040-ISSUE-MEMBER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.
           CLOSE F-ENTITLEMENTS-FILE.

           MOVE WS-MEMBER-COUNT TO WS-MEMBER-OUT.
           MOVE WS-LAPSED-COUNT TO WS-LAPSED-OUT.
           MOVE SPACES TO LS-RATION-STATUS-MESSAGE.
           STRING "ISSUED " DELIMITED BY SIZE
               WS-MEMBER-OUT DELIMITED BY SIZE
               " LAPSED " DELIMITED BY SIZE
               WS-LAPSED-OUT DELIMITED BY SIZE
               INTO LS-RATION-STATUS-MESSAGE.
           GOBACK.

       0010-CHECK-ISSUED.
           MOVE 0 TO WS-ALREADY-ISSUED.
           OPEN INPUT F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-WEEK = WS-THIS-WEEK
                               MOVE 1 TO WS-ALREADY-ISSUED
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.

      *    A line drawn in full is USED; anything left on it is
      *    LAPSED and cannot be carried into the new week.
       0020-LAPSE-LAST-WEEK.
           MOVE SPACES TO WS-CLOSED-WEEK.
           MOVE 0 TO WS-LAPSED-COUNT.
           OPEN I-O F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-STATUS = "OPEN"
                           AND REN-WEEK < WS-THIS-WEEK
                               IF REN-REDEEMED < REN-ISSUED
                                   MOVE "LAPSED" TO REN-STATUS
                                   ADD 1 TO WS-LAPSED-COUNT
                               ELSE
                                   MOVE "USED" TO REN-STATUS
                               END-IF
                               REWRITE ENTITLEMENT-RECORD
                               IF REN-WEEK > WS-CLOSED-WEEK
                                   MOVE REN-WEEK TO WS-CLOSED-WEEK
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.

       0030-LOAD-SCALE.
           MOVE 0 TO WS-SCALE-COUNT.
           INITIALIZE WS-SCALE-TABLE.
           OPEN INPUT F-SCALE-FILE.
           IF WS-SCALE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SCALE-FILE
                       NOT AT END
                           IF RSC-QTY IS NUMERIC AND RSC-QTY > 0
                           AND WS-SCALE-COUNT < 50
                               ADD 1 TO WS-SCALE-COUNT
                               MOVE RSC-CATEGORY TO
                                 WS-SCALE-CATEGORY(WS-SCALE-COUNT)
                               MOVE RSC-CODE TO
                                 WS-SCALE-CODE(WS-SCALE-COUNT)
                               MOVE RSC-QTY TO
                                 WS-SCALE-QTY(WS-SCALE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SCALE-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0040-ISSUE-MEMBER.
           PERFORM 0050-FIND-CATEGORY.
           MOVE 0 TO WS-MEMBER-GOT.
           PERFORM VARYING WS-SCALE-IDX FROM 1 BY 1
             UNTIL WS-SCALE-IDX > WS-SCALE-COUNT
               IF WS-SCALE-CATEGORY(WS-SCALE-IDX) = WS-CATEGORY
                   MOVE SPACES TO ENTITLEMENT-RECORD
                   MOVE WS-THIS-WEEK TO REN-WEEK
                   MOVE USERNAME TO REN-USERNAME
                   MOVE WS-CATEGORY TO REN-CATEGORY
                   MOVE WS-SCALE-CODE(WS-SCALE-IDX) TO REN-CODE
                   MOVE WS-SCALE-QTY(WS-SCALE-IDX) TO REN-ISSUED
                   MOVE 0 TO REN-REDEEMED
                   MOVE "OPEN" TO REN-STATUS
                   WRITE ENTITLEMENT-RECORD
                   ADD 1 TO WS-LINE-COUNT
                   MOVE 1 TO WS-MEMBER-GOT
               END-IF
           END-PERFORM.
           IF WS-MEMBER-GOT = 1
               ADD 1 TO WS-MEMBER-COUNT
           END-IF.

       0050-FIND-CATEGORY.
           MOVE "ADULT" TO WS-CATEGORY.
           OPEN INPUT F-HH-MEMBERS-FILE.
           IF WS-HH-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-HH-MEMBERS-FILE
                       NOT AT END
                           IF HM-USERNAME = USERNAME
                           AND HM-STATUS = "ACTIVE"
                           AND HM-ROLE = "CHILD"
                               MOVE "CHILD" TO WS-CATEGORY
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-HH-MEMBERS-FILE
           END-IF.
           OPEN INPUT F-RATION-MEMBERS-FILE.
           IF WS-RATION-MEMBERS-STATUS = "00"
               MOVE 0 TO WS-LOOKUP-ENDED
               PERFORM UNTIL WS-LOOKUP-ENDED = 1
                   READ F-RATION-MEMBERS-FILE
                       NOT AT END
                           IF RMC-USERNAME = USERNAME
                           AND RMC-CATEGORY NOT = SPACES
                               MOVE RMC-CATEGORY TO WS-CATEGORY
                           END-IF
                       AT END
                           MOVE 1 TO WS-LOOKUP-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-RATION-MEMBERS-FILE
           END-IF.
