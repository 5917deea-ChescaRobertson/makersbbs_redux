       IDENTIFICATION DIVISION.
           PROGRAM-ID. ration-week-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-ENTITLEMENTS-FILE ASSIGN TO
             "ration-entitlements.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENTITLEMENTS-STATUS.
           SELECT F-STOCK-FILE ASSIGN TO "commissary-stock.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-STOCK-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "ration-week.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-ENTITLEMENTS-FILE.
           01 ENTITLEMENT-RECORD.
               05 REN-WEEK PIC X(8).
               05 REN-USERNAME PIC X(16).
               05 REN-CATEGORY PIC X(8).
               05 REN-CODE PIC X(4).
               05 REN-ISSUED PIC 99.
               05 REN-REDEEMED PIC 99.
               05 REN-STATUS PIC X(8).

           FD F-STOCK-FILE.
           01 STOCK-RECORD.
               05 CS-CODE PIC X(4).
               05 CS-NAME PIC X(20).
               05 CS-PRICE PIC 999.
               05 CS-ONHAND PIC 9(4).
               05 CS-REORDER PIC 9(4).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-ENTITLEMENTS-STATUS PIC XX.
           01 WS-STOCK-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-MEMBER-COUNT PIC 9(4) VALUE 0.
           01 WS-LAST-MEMBER PIC X(16).
           01 WS-ITEM-COUNT PIC 999 VALUE 0.
           01 WS-ITEM-IDX PIC 999.
           01 WS-ITEM-FOUND PIC 999.
           01 WS-ITEM-TABLE.
               05 WS-ITEM-ENTRY OCCURS 100 TIMES.
                   10 WS-ITEM-CODE PIC X(4).
                   10 WS-ITEM-NAME PIC X(20).
                   10 WS-ITEM-ISSUED PIC 9(6).
                   10 WS-ITEM-REDEEMED PIC 9(6).
                   10 WS-ITEM-ONHAND PIC 9(4).
           01 WS-TOTAL-ISSUED PIC 9(7) VALUE 0.
           01 WS-TOTAL-REDEEMED PIC 9(7) VALUE 0.
           01 WS-LAPSED PIC 9(6).
           01 WS-TAKE-UP PIC 999.
           01 WS-ISSUED-OUT PIC ZZZZZ9.
           01 WS-REDEEMED-OUT PIC ZZZZZ9.
           01 WS-LAPSED-OUT PIC ZZZZZ9.
           01 WS-ONHAND-OUT PIC ZZZ9.
           01 WS-TAKE-UP-OUT PIC ZZ9.
           01 WS-MEMBER-OUT PIC ZZZ9.
           01 WS-SPOOL-NAME PIC X(20) VALUE "RATION-WEEK".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "ration-week.dat".

           LINKAGE SECTION.
           01 LS-RATION-WEEK PIC X(8).
           01 LS-RATION-REPORT-STATUS PIC X(30).

      *    For stores planning: by item, how much ration was issued
      *    for the week starting on the date given, how much was
      *    drawn at the hatch and how much lapsed, against what is
      *    on the shelf now.
       PROCEDURE DIVISION USING LS-RATION-WEEK,
           LS-RATION-REPORT-STATUS.

           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-TOTAL-ISSUED.
           MOVE 0 TO WS-TOTAL-REDEEMED.
           MOVE SPACES TO WS-LAST-MEMBER.
           INITIALIZE WS-ITEM-TABLE.

           OPEN INPUT F-ENTITLEMENTS-FILE.
           IF WS-ENTITLEMENTS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENTITLEMENTS-FILE
                       NOT AT END
                           IF REN-WEEK = LS-RATION-WEEK
                               PERFORM 0010-ADD-LINE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENTITLEMENTS-FILE
           END-IF.

           PERFORM 0020-NAME-ITEMS.

           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RATIONS ISSUED AGAINST REDEEMED - WEEK OF "
               DELIMITED BY SIZE
               LS-RATION-WEEK DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CODE ITEM                 ISSUED REDEEMED LAPSED"
               DELIMITED BY SIZE
               " TAKE-UP% ON HAND" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               PERFORM 0030-ITEM-LINE
           END-PERFORM.

           MOVE WS-TOTAL-ISSUED TO WS-ISSUED-OUT.
           MOVE WS-TOTAL-REDEEMED TO WS-REDEEMED-OUT.
           MOVE WS-MEMBER-COUNT TO WS-MEMBER-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MEMBERS ISSUED " DELIMITED BY SIZE
               WS-MEMBER-OUT DELIMITED BY SIZE
               "  UNITS ISSUED " DELIMITED BY SIZE
               WS-ISSUED-OUT DELIMITED BY SIZE
               "  REDEEMED " DELIMITED BY SIZE
               WS-REDEEMED-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-ITEM-COUNT = 0
               MOVE "NO RATIONS THAT WEEK" TO LS-RATION-REPORT-STATUS
           ELSE
               MOVE SPACES TO LS-RATION-REPORT-STATUS
               STRING "RATION WEEK " DELIMITED BY SIZE
                   LS-RATION-WEEK DELIMITED BY SIZE
                   " REPORTED" DELIMITED BY SIZE
                   INTO LS-RATION-REPORT-STATUS
           END-IF.
           GOBACK.

      *    Entitlements are written member by member, so a change of
      *    name marks a new member.
       0010-ADD-LINE.
           IF REN-USERNAME NOT = WS-LAST-MEMBER
               ADD 1 TO WS-MEMBER-COUNT
               MOVE REN-USERNAME TO WS-LAST-MEMBER
           END-IF.
           MOVE 0 TO WS-ITEM-FOUND.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               IF WS-ITEM-CODE(WS-ITEM-IDX) = REN-CODE
                   MOVE WS-ITEM-IDX TO WS-ITEM-FOUND
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND = 0 AND WS-ITEM-COUNT < 100
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-FOUND
               MOVE REN-CODE TO WS-ITEM-CODE(WS-ITEM-FOUND)
               MOVE "NOT ON THE SHELF" TO WS-ITEM-NAME(WS-ITEM-FOUND)
           END-IF.
           IF WS-ITEM-FOUND > 0
               ADD REN-ISSUED TO WS-ITEM-ISSUED(WS-ITEM-FOUND)
               ADD REN-REDEEMED TO WS-ITEM-REDEEMED(WS-ITEM-FOUND)
               ADD REN-ISSUED TO WS-TOTAL-ISSUED
               ADD REN-REDEEMED TO WS-TOTAL-REDEEMED
           END-IF.

       0020-NAME-ITEMS.
           OPEN INPUT F-STOCK-FILE.
           IF WS-STOCK-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-STOCK-FILE
                       NOT AT END
                           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                             UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                               IF WS-ITEM-CODE(WS-ITEM-IDX) = CS-CODE
                                   MOVE CS-NAME TO
                                     WS-ITEM-NAME(WS-ITEM-IDX)
                                   MOVE CS-ONHAND TO
                                     WS-ITEM-ONHAND(WS-ITEM-IDX)
                               END-IF
                           END-PERFORM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-STOCK-FILE
           END-IF.

       0030-ITEM-LINE.
           COMPUTE WS-LAPSED = WS-ITEM-ISSUED(WS-ITEM-IDX)
               - WS-ITEM-REDEEMED(WS-ITEM-IDX).
           MOVE 0 TO WS-TAKE-UP.
           IF WS-ITEM-ISSUED(WS-ITEM-IDX) > 0
               COMPUTE WS-TAKE-UP ROUNDED =
                   WS-ITEM-REDEEMED(WS-ITEM-IDX) * 100
                   / WS-ITEM-ISSUED(WS-ITEM-IDX)
           END-IF.
           MOVE WS-ITEM-ISSUED(WS-ITEM-IDX) TO WS-ISSUED-OUT.
           MOVE WS-ITEM-REDEEMED(WS-ITEM-IDX) TO WS-REDEEMED-OUT.
           MOVE WS-LAPSED TO WS-LAPSED-OUT.
           MOVE WS-TAKE-UP TO WS-TAKE-UP-OUT.
           MOVE WS-ITEM-ONHAND(WS-ITEM-IDX) TO WS-ONHAND-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-ITEM-CODE(WS-ITEM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ITEM-NAME(WS-ITEM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ISSUED-OUT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REDEEMED-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LAPSED-OUT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TAKE-UP-OUT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ONHAND-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
