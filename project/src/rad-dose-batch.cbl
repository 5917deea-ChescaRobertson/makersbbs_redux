       IDENTIFICATION DIVISION.
           PROGRAM-ID. rad-dose-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-READINGS-FILE ASSIGN TO "rad-readings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-READINGS-STATUS.
           SELECT F-DUTIES-FILE ASSIGN TO "duties.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DUTIES-STATUS.
           SELECT F-DOSE-REGISTER-FILE ASSIGN TO "rad-dose-register.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-REGISTER-STATUS.
           SELECT F-DOSE-EVENTS-FILE ASSIGN TO "rad-dose-events.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EVENTS-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

           FD F-READINGS-FILE.
           01 RAD-READING-RECORD.
               05 RD-LOCATION PIC X(20).
               05 RD-DATE PIC X(8).
               05 RD-COUNT PIC 9(4).

           FD F-DUTIES-FILE.
           01 DUTY-RECORD.
               05 DU-ID PIC 9(4).
               05 DU-DESC PIC X(40).
               05 DU-REWARD PIC 999.
               05 DU-DUE PIC X(8).
               05 DU-STATUS PIC X(10).
               05 DU-CLAIMED-BY PIC X(16).
               05 DU-POSTED-BY PIC X(16).
               05 DU-CERT-COURSE PIC 9(3).
               05 DU-EXPOSURE PIC 9(3).

           FD F-DOSE-REGISTER-FILE.
           01 DOSE-REGISTER-RECORD.
               05 DR-USERNAME PIC X(16).
               05 DR-MONTH PIC X(6).
               05 DR-MONTH-DOSE PIC 9(5)V99.
               05 DR-LIFETIME-DOSE PIC 9(7)V99.
               05 DR-LAST-DATE PIC X(8).
               05 DR-STATUS PIC X(8).
               05 DR-FLAGGED PIC X(8).
               05 DR-CLEARED-MONTH PIC X(6).
               05 DR-CLEARED-BY PIC X(16).

           FD F-DOSE-EVENTS-FILE.
           01 DOSE-EVENT-RECORD.
               05 DE-DATE PIC X(8).
               05 DE-USERNAME PIC X(16).
               05 DE-SOURCE PIC X(8).
               05 DE-REF PIC X(20).
               05 DE-READING PIC 9(4).
               05 DE-DOSE PIC 9(5)V99.

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-READINGS-STATUS PIC XX.
           01 WS-DUTIES-STATUS PIC XX.
           01 WS-REGISTER-STATUS PIC XX.
           01 WS-EVENTS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-EVENTS-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-MONTH PIC X(6).

           01 WS-DIVISOR-KEY PIC X(20) VALUE "RAD-DOSE-DIVISOR".
           01 WS-DIVISOR PIC 999 VALUE 0.
           01 WS-MONTH-LIMIT-KEY PIC X(20) VALUE "RAD-MONTH-LIMIT".
           01 WS-MONTH-LIMIT PIC 999 VALUE 0.
           01 WS-LIFE-LIMIT-KEY PIC X(20) VALUE "RAD-LIFETIME-LIMIT".
           01 WS-LIFE-LIMIT PIC 999 VALUE 0.

      *    Latest reading on or before today for each location.
           01 WS-LOC-COUNT PIC 99 VALUE 0.
           01 WS-LOC-IDX PIC 99.
           01 WS-LOC-FOUND PIC 9.
           01 WS-LOC-HIT PIC 99.
           01 WS-LOC-TABLE.
               05 WS-LOC-ENTRY OCCURS 50 TIMES.
                   10 WS-LOC-NAME PIC X(20).
                   10 WS-LOC-DATE PIC X(8).
                   10 WS-LOC-READING PIC 9(4).

      *    The register is held here for the run and written back
      *    whole at the end.
           01 WS-DR-COUNT PIC 9(4) VALUE 0.
           01 WS-DR-IDX PIC 9(4).
           01 WS-DR-FOUND PIC 9(4).
           01 WS-DR-TABLE.
               05 WS-DR-ENTRY OCCURS 1000 TIMES.
                   10 WS-DR-USERNAME PIC X(16).
                   10 WS-DR-MONTH PIC X(6).
                   10 WS-DR-MONTH-DOSE PIC 9(5)V99.
                   10 WS-DR-LIFETIME-DOSE PIC 9(7)V99.
                   10 WS-DR-LAST-DATE PIC X(8).
                   10 WS-DR-STATUS PIC X(8).
                   10 WS-DR-FLAGGED PIC X(8).
                   10 WS-DR-CLEARED-MONTH PIC X(6).
                   10 WS-DR-CLEARED-BY PIC X(16).

           01 WS-MEMBER PIC X(16).
           01 WS-DOSE PIC 9(5)V99.
           01 WS-DUTY-REF PIC X(20).
           01 WS-EVENT-SOURCE PIC X(8).
           01 WS-DUTY-ID-OUT PIC 9(4).
           01 WS-DUTY-DOSED PIC 9.
           01 WS-DOSED-COUNT PIC 9(4) VALUE 0.
           01 WS-OVER-COUNT PIC 9(4) VALUE 0.
           01 WS-OVER-MESSAGE PIC X(40) VALUE
               "RAD DOSE OVER LIMIT - SEE THE MEDIC".
           01 WS-NO-AMOUNT PIC 999 VALUE 0.

           LINKAGE SECTION.
           01 LS-DOSE-STATUS-MESSAGE PIC X(30).

      *    Daily dose estimate per member.  Living at a location
      *    adds the latest counter reading there divided by the
      *    RAD-DOSE-DIVISOR setting (100 when unset) once a day, and
      *    each exposed duty the member has done adds the dose the
      *    duty was posted with, once.  Every amount added is logged
      *    to the dose events file.  Members over RAD-MONTH-LIMIT for
      *    the month (50 when unset) or RAD-LIFETIME-LIMIT in all
      *    (900 when unset) are flagged OVER, told, and kept off
      *    exposed duties until the medic clears them for the month.
       PROCEDURE DIVISION USING LS-DOSE-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY(1:6) TO WS-MONTH.
           MOVE 0 TO WS-DOSED-COUNT.
           MOVE 0 TO WS-OVER-COUNT.
           MOVE 0 TO WS-DIVISOR.
           CALL 'get-price' USING WS-DIVISOR-KEY WS-DIVISOR.
           IF WS-DIVISOR = 0
               MOVE 100 TO WS-DIVISOR
           END-IF.
           MOVE 0 TO WS-MONTH-LIMIT.
           CALL 'get-price' USING WS-MONTH-LIMIT-KEY WS-MONTH-LIMIT.
           IF WS-MONTH-LIMIT = 0
               MOVE 50 TO WS-MONTH-LIMIT
           END-IF.
           MOVE 0 TO WS-LIFE-LIMIT.
           CALL 'get-price' USING WS-LIFE-LIMIT-KEY WS-LIFE-LIMIT.
           IF WS-LIFE-LIMIT = 0
               MOVE 900 TO WS-LIFE-LIMIT
           END-IF.

           PERFORM 0010-GATHER-READINGS.
           PERFORM 0020-LOAD-REGISTER.
           PERFORM 0030-LOCATION-DOSES.
           PERFORM 0040-DUTY-DOSES.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT
               PERFORM 0060-CHECK-LIMITS
           END-PERFORM.
           PERFORM 0070-SAVE-REGISTER.

           MOVE SPACES TO LS-DOSE-STATUS-MESSAGE.
           STRING "DOSED " DELIMITED BY SIZE
               WS-DOSED-COUNT DELIMITED BY SIZE
               " OVER LIMIT " DELIMITED BY SIZE
               WS-OVER-COUNT DELIMITED BY SIZE
               INTO LS-DOSE-STATUS-MESSAGE.
           GOBACK.

       0010-GATHER-READINGS.
           MOVE 0 TO WS-LOC-COUNT.
           OPEN INPUT F-READINGS-FILE.
           IF WS-READINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-READINGS-FILE
                       NOT AT END
                           IF RD-DATE NOT > WS-TODAY
                               PERFORM 0015-TAKE-READING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-READINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0015-TAKE-READING.
           MOVE 0 TO WS-LOC-FOUND.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-NAME(WS-LOC-IDX) = RD-LOCATION
                   MOVE 1 TO WS-LOC-FOUND
                   IF RD-DATE NOT < WS-LOC-DATE(WS-LOC-IDX)
                       MOVE RD-DATE TO WS-LOC-DATE(WS-LOC-IDX)
                       MOVE RD-COUNT TO WS-LOC-READING(WS-LOC-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-LOC-FOUND = 0 AND WS-LOC-COUNT < 50
               ADD 1 TO WS-LOC-COUNT
               MOVE RD-LOCATION TO WS-LOC-NAME(WS-LOC-COUNT)
               MOVE RD-DATE TO WS-LOC-DATE(WS-LOC-COUNT)
               MOVE RD-COUNT TO WS-LOC-READING(WS-LOC-COUNT)
           END-IF.

       0020-LOAD-REGISTER.
           MOVE 0 TO WS-DR-COUNT.
           INITIALIZE WS-DR-TABLE.
           OPEN INPUT F-DOSE-REGISTER-FILE.
           IF WS-REGISTER-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DOSE-REGISTER-FILE
                       NOT AT END
                           IF WS-DR-COUNT < 1000
                               ADD 1 TO WS-DR-COUNT
                               MOVE DR-USERNAME TO
                                 WS-DR-USERNAME(WS-DR-COUNT)
                               MOVE DR-MONTH TO WS-DR-MONTH(WS-DR-COUNT)
                               MOVE DR-MONTH-DOSE TO
                                 WS-DR-MONTH-DOSE(WS-DR-COUNT)
                               MOVE DR-LIFETIME-DOSE TO
                                 WS-DR-LIFETIME-DOSE(WS-DR-COUNT)
                               MOVE DR-LAST-DATE TO
                                 WS-DR-LAST-DATE(WS-DR-COUNT)
                               MOVE DR-STATUS TO
                                 WS-DR-STATUS(WS-DR-COUNT)
                               MOVE DR-FLAGGED TO
                                 WS-DR-FLAGGED(WS-DR-COUNT)
                               MOVE DR-CLEARED-MONTH TO
                                 WS-DR-CLEARED-MONTH(WS-DR-COUNT)
                               MOVE DR-CLEARED-BY TO
                                 WS-DR-CLEARED-BY(WS-DR-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DOSE-REGISTER-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Archived and deleted members are left alone; a member
      *    with no location, or a location nobody has read, adds
      *    nothing for living there.
       0030-LOCATION-DOSES.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           IF USER-ARCHIVED NOT = "Y"
                           AND USER-ARCHIVED NOT = "D"
                           AND USER-LOCATION NOT = SPACES
                               PERFORM 0035-LOCATION-DOSE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0035-LOCATION-DOSE.
           MOVE 0 TO WS-LOC-HIT.
           PERFORM VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-NAME(WS-LOC-IDX) = USER-LOCATION
                   MOVE WS-LOC-IDX TO WS-LOC-HIT
               END-IF
           END-PERFORM.
           IF WS-LOC-HIT > 0
               MOVE USERNAME TO WS-MEMBER
               PERFORM 0050-FIND-MEMBER
               IF WS-DR-FOUND > 0
               AND WS-DR-LAST-DATE(WS-DR-FOUND) NOT = WS-TODAY
                   COMPUTE WS-DOSE ROUNDED =
                       WS-LOC-READING(WS-LOC-HIT) / WS-DIVISOR
                   MOVE WS-TODAY TO WS-DR-LAST-DATE(WS-DR-FOUND)
                   ADD WS-DOSE TO WS-DR-MONTH-DOSE(WS-DR-FOUND)
                   ADD WS-DOSE TO WS-DR-LIFETIME-DOSE(WS-DR-FOUND)
                   MOVE "LOCATION" TO WS-EVENT-SOURCE
                   MOVE USER-LOCATION TO WS-DUTY-REF
                   PERFORM 0055-LOG-EVENT
               END-IF
           END-IF.

      *    A duty counts once it is marked done; the events file is
      *    what stops it being counted again on later nights.
       0040-DUTY-DOSES.
           OPEN INPUT F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF (DU-STATUS = "DONE" OR "VERIFIED")
                           AND DU-CLAIMED-BY NOT = SPACES
                           AND DU-EXPOSURE IS NUMERIC
                           AND DU-EXPOSURE > 0
                               PERFORM 0045-DUTY-DOSE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0045-DUTY-DOSE.
           MOVE DU-ID TO WS-DUTY-ID-OUT.
           MOVE SPACES TO WS-DUTY-REF.
           STRING "DUTY " DELIMITED BY SIZE
               WS-DUTY-ID-OUT DELIMITED BY SIZE
               INTO WS-DUTY-REF.
           MOVE 0 TO WS-DUTY-DOSED.
           OPEN INPUT F-DOSE-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "00"
               MOVE 0 TO WS-EVENTS-ENDED
               PERFORM UNTIL WS-EVENTS-ENDED = 1
                   READ F-DOSE-EVENTS-FILE
                       NOT AT END
                           IF DE-SOURCE = "DUTY"
                           AND DE-REF = WS-DUTY-REF
                               MOVE 1 TO WS-DUTY-DOSED
                           END-IF
                       AT END
                           MOVE 1 TO WS-EVENTS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DOSE-EVENTS-FILE
           END-IF.
           IF WS-DUTY-DOSED = 0
               MOVE DU-CLAIMED-BY TO WS-MEMBER
               PERFORM 0050-FIND-MEMBER
               IF WS-DR-FOUND > 0
                   MOVE DU-EXPOSURE TO WS-DOSE
                   ADD WS-DOSE TO WS-DR-MONTH-DOSE(WS-DR-FOUND)
                   ADD WS-DOSE TO WS-DR-LIFETIME-DOSE(WS-DR-FOUND)
                   MOVE "DUTY" TO WS-EVENT-SOURCE
                   MOVE 0 TO WS-LOC-HIT
                   PERFORM 0055-LOG-EVENT
               END-IF
           END-IF.

      *    Finds or adds WS-MEMBER in the register and starts a new
      *    month's running total when the month has turned.  Leaves
      *    WS-DR-FOUND at zero only if the register is full.
       0050-FIND-MEMBER.
           MOVE 0 TO WS-DR-FOUND.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT
               IF WS-DR-USERNAME(WS-DR-IDX) = WS-MEMBER
                   MOVE WS-DR-IDX TO WS-DR-FOUND
               END-IF
           END-PERFORM.
           IF WS-DR-FOUND = 0 AND WS-DR-COUNT < 1000
               ADD 1 TO WS-DR-COUNT
               MOVE WS-DR-COUNT TO WS-DR-FOUND
               MOVE WS-MEMBER TO WS-DR-USERNAME(WS-DR-FOUND)
               MOVE WS-MONTH TO WS-DR-MONTH(WS-DR-FOUND)
               MOVE 0 TO WS-DR-MONTH-DOSE(WS-DR-FOUND)
               MOVE 0 TO WS-DR-LIFETIME-DOSE(WS-DR-FOUND)
               MOVE "OK" TO WS-DR-STATUS(WS-DR-FOUND)
           END-IF.
           IF WS-DR-FOUND > 0
           AND WS-DR-MONTH(WS-DR-FOUND) NOT = WS-MONTH
               MOVE WS-MONTH TO WS-DR-MONTH(WS-DR-FOUND)
               MOVE 0 TO WS-DR-MONTH-DOSE(WS-DR-FOUND)
           END-IF.

       0055-LOG-EVENT.
           OPEN EXTEND F-DOSE-EVENTS-FILE.
           IF WS-EVENTS-STATUS = "35"
               OPEN OUTPUT F-DOSE-EVENTS-FILE
           END-IF.
           MOVE SPACES TO DOSE-EVENT-RECORD.
           MOVE WS-TODAY TO DE-DATE.
           MOVE WS-EVENT-SOURCE TO DE-SOURCE.
           MOVE WS-MEMBER TO DE-USERNAME.
           MOVE WS-DUTY-REF TO DE-REF.
           IF WS-LOC-HIT > 0
               MOVE WS-LOC-READING(WS-LOC-HIT) TO DE-READING
           ELSE
               MOVE 0 TO DE-READING
           END-IF.
           MOVE WS-DOSE TO DE-DOSE.
           WRITE DOSE-EVENT-RECORD.
           CLOSE F-DOSE-EVENTS-FILE.
           ADD 1 TO WS-DOSED-COUNT.

      *    A clearance from the medic holds for the month it was
      *    given; from the next month the limits apply again.
       0060-CHECK-LIMITS.
           IF WS-DR-STATUS(WS-DR-IDX) = "CLEARED"
           AND WS-DR-CLEARED-MONTH(WS-DR-IDX) NOT = WS-MONTH
               MOVE "OK" TO WS-DR-STATUS(WS-DR-IDX)
           END-IF.
           IF WS-DR-STATUS(WS-DR-IDX) = "OK"
           AND (WS-DR-MONTH-DOSE(WS-DR-IDX) > WS-MONTH-LIMIT
             OR WS-DR-LIFETIME-DOSE(WS-DR-IDX) > WS-LIFE-LIMIT)
               MOVE "OVER" TO WS-DR-STATUS(WS-DR-IDX)
               MOVE WS-TODAY TO WS-DR-FLAGGED(WS-DR-IDX)
               CALL 'add-notification' USING
                 WS-DR-USERNAME(WS-DR-IDX) WS-OVER-MESSAGE
                 WS-NO-AMOUNT
               ADD 1 TO WS-OVER-COUNT
           END-IF.

       0070-SAVE-REGISTER.
           OPEN OUTPUT F-DOSE-REGISTER-FILE.
           PERFORM VARYING WS-DR-IDX FROM 1 BY 1
               UNTIL WS-DR-IDX > WS-DR-COUNT
               MOVE SPACES TO DOSE-REGISTER-RECORD
               MOVE WS-DR-USERNAME(WS-DR-IDX) TO DR-USERNAME
               MOVE WS-DR-MONTH(WS-DR-IDX) TO DR-MONTH
               MOVE WS-DR-MONTH-DOSE(WS-DR-IDX) TO DR-MONTH-DOSE
               MOVE WS-DR-LIFETIME-DOSE(WS-DR-IDX) TO DR-LIFETIME-DOSE
               MOVE WS-DR-LAST-DATE(WS-DR-IDX) TO DR-LAST-DATE
               MOVE WS-DR-STATUS(WS-DR-IDX) TO DR-STATUS
               MOVE WS-DR-FLAGGED(WS-DR-IDX) TO DR-FLAGGED
               MOVE WS-DR-CLEARED-MONTH(WS-DR-IDX) TO DR-CLEARED-MONTH
               MOVE WS-DR-CLEARED-BY(WS-DR-IDX) TO DR-CLEARED-BY
               WRITE DOSE-REGISTER-RECORD
           END-PERFORM.
           CLOSE F-DOSE-REGISTER-FILE.
