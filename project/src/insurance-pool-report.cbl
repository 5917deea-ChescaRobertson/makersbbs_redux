       IDENTIFICATION DIVISION.
           PROGRAM-ID. insurance-pool-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-POLICIES-FILE ASSIGN TO "insurance-policies.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-POLICIES-STATUS.
           SELECT F-PREMIUMS-FILE ASSIGN TO "insurance-premiums.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-PREMIUMS-STATUS.
           SELECT F-CLAIMS-FILE ASSIGN TO "insurance-claims.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CLAIMS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "insurance-pool-report.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-POLICIES-FILE.
           01 POLICY-RECORD.
               05 IP-USERNAME PIC X(16).
               05 IP-STATUS PIC X(8).
               05 IP-JOINED PIC X(8).
               05 IP-PAID-MONTH PIC X(6).
               05 IP-LEFT PIC X(8).

           FD F-PREMIUMS-FILE.
           01 PREMIUM-RECORD.
               05 IPM-USERNAME PIC X(16).
               05 IPM-MONTH PIC X(6).
               05 IPM-AMOUNT PIC 999.
               05 IPM-DATE PIC X(8).

           FD F-CLAIMS-FILE.
           01 CLAIM-RECORD.
               05 IC-ID PIC 9(6).
               05 IC-USERNAME PIC X(16).
               05 IC-AMOUNT PIC 999.
               05 IC-DETAIL PIC X(30).
               05 IC-FILED PIC X(8).
               05 IC-STATUS PIC X(8).
               05 IC-DECIDED-BY PIC X(16).
               05 IC-DECIDED PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-POLICIES-STATUS PIC XX.
           01 WS-PREMIUMS-STATUS PIC XX.
           01 WS-CLAIMS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-THIS-MONTH PIC X(6).

           01 WS-ACTIVE-POLICIES PIC 9(5) VALUE 0.
           01 WS-LAPSED-POLICIES PIC 9(5) VALUE 0.
           01 WS-MONTH-PREMIUMS PIC 9(7) VALUE 0.
           01 WS-MONTH-CLAIMS-PAID PIC 9(7) VALUE 0.
           01 WS-MONTH-CLAIMS-COUNT PIC 9(5) VALUE 0.
           01 WS-MONTH-REJECTED PIC 9(5) VALUE 0.
           01 WS-TOTAL-PREMIUMS PIC 9(7) VALUE 0.
           01 WS-TOTAL-CLAIMS-PAID PIC 9(7) VALUE 0.
           01 WS-PENDING-CLAIMS PIC 9(7) VALUE 0.
           01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
           01 WS-RESERVE PIC S9(7) VALUE 0.

           01 WS-EDIT-VALUE PIC Z(6)9.
           01 WS-EDIT-COUNT PIC Z(4)9.
           01 WS-EDIT-RESERVE PIC -(6)9.
           01 WS-REPORT-LABEL PIC X(30).

           01 WS-SPOOL-NAME PIC X(20) VALUE "INSURANCE-POOL".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE
               "insurance-pool-report.dat".

           LINKAGE SECTION.
           01 LS-POOL-STATUS-MESSAGE PIC X(30).

      *    The month's premiums in and claims paid, and the reserve
      *    left in the pool after every claim ever paid.  Claims
      *    still waiting are shown against the reserve so the
      *    supervisor can see whether the pool could meet them.
       PROCEDURE DIVISION USING LS-POOL-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-THIS-MONTH.

           OPEN INPUT F-POLICIES-FILE.
           IF WS-POLICIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-POLICIES-FILE
                       NOT AT END
                           IF IP-STATUS = "ACTIVE"
                               ADD 1 TO WS-ACTIVE-POLICIES
                           END-IF
                           IF IP-STATUS = "LAPSED"
                               ADD 1 TO WS-LAPSED-POLICIES
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-POLICIES-FILE
           END-IF.

           OPEN INPUT F-PREMIUMS-FILE.
           IF WS-PREMIUMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PREMIUMS-FILE
                       NOT AT END
                           ADD IPM-AMOUNT TO WS-TOTAL-PREMIUMS
                           IF IPM-MONTH = WS-THIS-MONTH
                               ADD IPM-AMOUNT TO WS-MONTH-PREMIUMS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PREMIUMS-FILE
           END-IF.

           OPEN INPUT F-CLAIMS-FILE.
           IF WS-CLAIMS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CLAIMS-FILE
                       NOT AT END
                           PERFORM 0010-TALLY-CLAIM
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CLAIMS-FILE
           END-IF.

           COMPUTE WS-RESERVE =
               WS-TOTAL-PREMIUMS - WS-TOTAL-CLAIMS-PAID.

           PERFORM 0020-WRITE-REPORT.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-RESERVE < WS-PENDING-CLAIMS
               MOVE "POOL SHORT OF PENDING CLAIMS" TO
                 LS-POOL-STATUS-MESSAGE
           ELSE
               MOVE WS-RESERVE TO WS-EDIT-RESERVE
               MOVE SPACES TO LS-POOL-STATUS-MESSAGE
               STRING "POOL RESERVE " DELIMITED BY SIZE
                   WS-EDIT-RESERVE DELIMITED BY SIZE
                   INTO LS-POOL-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-TALLY-CLAIM.
           IF IC-STATUS = "PAID"
               ADD IC-AMOUNT TO WS-TOTAL-CLAIMS-PAID
               IF IC-DECIDED(1:6) = WS-THIS-MONTH
                   ADD IC-AMOUNT TO WS-MONTH-CLAIMS-PAID
                   ADD 1 TO WS-MONTH-CLAIMS-COUNT
               END-IF
           END-IF.
           IF IC-STATUS = "REJECTED"
           AND IC-DECIDED(1:6) = WS-THIS-MONTH
               ADD 1 TO WS-MONTH-REJECTED
           END-IF.
           IF IC-STATUS = "PENDING"
               ADD IC-AMOUNT TO WS-PENDING-CLAIMS
               ADD 1 TO WS-PENDING-COUNT
           END-IF.

       0020-WRITE-REPORT.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "INSURANCE POOL REPORT FOR MONTH " DELIMITED BY SIZE
               WS-THIS-MONTH DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "ACTIVE POLICIES" TO WS-REPORT-LABEL.
           MOVE WS-ACTIVE-POLICIES TO WS-EDIT-COUNT.
           PERFORM 0030-WRITE-COUNT-LINE.
           MOVE "LAPSED POLICIES" TO WS-REPORT-LABEL.
           MOVE WS-LAPSED-POLICIES TO WS-EDIT-COUNT.
           PERFORM 0030-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "PREMIUMS IN THIS MONTH" TO WS-REPORT-LABEL.
           MOVE WS-MONTH-PREMIUMS TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "CLAIMS PAID THIS MONTH" TO WS-REPORT-LABEL.
           MOVE WS-MONTH-CLAIMS-PAID TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "CLAIMS PAID (COUNT)" TO WS-REPORT-LABEL.
           MOVE WS-MONTH-CLAIMS-COUNT TO WS-EDIT-COUNT.
           PERFORM 0030-WRITE-COUNT-LINE.
           MOVE "CLAIMS REJECTED (COUNT)" TO WS-REPORT-LABEL.
           MOVE WS-MONTH-REJECTED TO WS-EDIT-COUNT.
           PERFORM 0030-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE "PREMIUMS IN TO DATE" TO WS-REPORT-LABEL.
           MOVE WS-TOTAL-PREMIUMS TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "CLAIMS PAID TO DATE" TO WS-REPORT-LABEL.
           MOVE WS-TOTAL-CLAIMS-PAID TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE WS-RESERVE TO WS-EDIT-RESERVE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RESERVE REMAINING             " DELIMITED BY SIZE
               WS-EDIT-RESERVE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "CLAIMS AWAITING REVIEW" TO WS-REPORT-LABEL.
           MOVE WS-PENDING-CLAIMS TO WS-EDIT-VALUE.
           PERFORM 0040-WRITE-VALUE-LINE.
           MOVE "CLAIMS AWAITING (COUNT)" TO WS-REPORT-LABEL.
           MOVE WS-PENDING-COUNT TO WS-EDIT-COUNT.
           PERFORM 0030-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-RESERVE < WS-PENDING-CLAIMS
               MOVE "*** RESERVE DOES NOT COVER CLAIMS AWAITING REVIEW"
                 TO REPORT-LINE
           ELSE
               MOVE "RESERVE COVERS ALL CLAIMS AWAITING REVIEW" TO
                 REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CLOSE F-REPORT-FILE.

       0030-WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EDIT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0040-WRITE-VALUE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPORT-LABEL DELIMITED BY SIZE
               WS-EDIT-VALUE DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
