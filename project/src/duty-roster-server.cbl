             SELECT F-DUTIES-FILE ASSIGN TO 'duties.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DUTIES-STATUS.
             SELECT F-ENROLLMENTS-FILE ASSIGN TO 'enrollments.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENROLL-STATUS.
             SELECT F-DOSE-REGISTER-FILE ASSIGN TO
                 'rad-dose-register.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-DOSE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 DU-STATUS PIC X(10).
               05 DU-CLAIMED-BY PIC X(16).
               05 DU-POSTED-BY PIC X(16).
               05 DU-CERT-COURSE PIC 9(3).
               05 DU-EXPOSURE PIC 9(3).

           FD F-ENROLLMENTS-FILE.
           01 ENROLLMENT-RECORD.
               05 EN-COURSE PIC 9(3).
               05 EN-USERNAME PIC X(16).
               05 EN-PROGRESS PIC 99.
               05 EN-STATUS PIC X(10).
               05 EN-PASSED-DATE PIC X(8).
               05 EN-EXPIRES PIC X(8).
               05 EN-REMINDED PIC X.

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

           WORKING-STORAGE SECTION.
           01 WS-DUTIES-STATUS PIC XX.
           01 WS-ENROLL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           01 WS-DU-COUNT PIC 9.
           01 DUTY-CHOICE PIC X.
           01 DUTY-RESULT-MESSAGE PIC X(40).
           01 WS-DU-DONE PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-CERT-COURSE PIC 9(3).
           01 WS-CERT-OUT PIC ZZ9.
           01 WS-CERT-OK PIC 9.
           01 WS-DOSE-STATUS PIC XX.
           01 WS-EXPOSURE PIC 9(3).
           01 WS-DOSE-OK PIC 9.
           01 WS-DOSE-HELD PIC 9.
           01 WS-DOSE-MONTH PIC ZZZZ9.99.
           01 WS-DOSE-LIFETIME PIC ZZZZZZ9.99.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).
               05 LINE 19 COL 22 VALUE
                   "(c) Claim  (d) Mark done  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 22 VALUE "Your rad dose - month: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 45 PIC X(8) FROM WS-DOSE-MONTH
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 55 VALUE "lifetime: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 22 COL 65 PIC X(10) FROM WS-DOSE-LIFETIME
                   FOREGROUND-COLOR IS 2.
               05 LINE 20 COL 22 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 DUTY-CHOICE-FIELD LINE 20 COL 28 PIC X
      *    and the supervisor's verification releases the pay.
       0970-DUTY-ROSTER.
           PERFORM 0972-LOAD-DUTY-LIST.
           PERFORM 0977-LOAD-DOSE.
           MOVE 0 TO DUTY-ID-ENTRY.
           INITIALIZE DUTY-CHOICE.
           DISPLAY DUTY-ROSTER-SCREEN.

       0974-CLAIM-DUTY.
           MOVE 0 TO WS-DU-DONE.
           PERFORM 0975-CHECK-CERT.
           PERFORM 0977-LOAD-DOSE.
           MOVE 1 TO WS-DOSE-OK.
           IF WS-EXPOSURE > 0 AND WS-DOSE-HELD = 1
               MOVE 0 TO WS-DOSE-OK
           END-IF.
           OPEN I-O F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                           IF DU-ID = DUTY-ID-ENTRY
                           AND DU-STATUS = "OPEN"
                           AND WS-DU-DONE = 0
                           AND WS-CERT-OK = 1
                           AND WS-DOSE-OK = 1
                               MOVE 1 TO WS-DU-DONE
                               MOVE "CLAIMED" TO DU-STATUS
                               MOVE USER-INFO-NAME TO DU-CLAIMED-BY
           IF WS-DU-DONE = 1
               MOVE "DUTY CLAIMED - GET TO IT" TO
                 DUTY-RESULT-MESSAGE
           ELSE IF WS-CERT-OK = 0
               MOVE WS-CERT-COURSE TO WS-CERT-OUT
               MOVE SPACES TO DUTY-RESULT-MESSAGE
               STRING "NEEDS CURRENT CERT - COURSE " DELIMITED BY SIZE
                   WS-CERT-OUT DELIMITED BY SIZE
                   INTO DUTY-RESULT-MESSAGE
           ELSE IF WS-DOSE-OK = 0
               MOVE "DOSE LIMIT REACHED - SEE THE MEDIC" TO
                 DUTY-RESULT-MESSAGE
           ELSE
               MOVE "NO OPEN DUTY WITH THAT ID" TO
                 DUTY-RESULT-MESSAGE
           END-IF.

      *    Duties marked with a course need that course passed and
      *    the certificate still in date.  Duties posted without one
      *    are open to anyone.
       0975-CHECK-CERT.
           MOVE 0 TO WS-CERT-COURSE.
           MOVE 0 TO WS-EXPOSURE.
           MOVE 1 TO WS-CERT-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN INPUT F-DUTIES-FILE.
           IF WS-DUTIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DUTIES-FILE
                       NOT AT END
                           IF DU-ID = DUTY-ID-ENTRY
                           AND DU-CERT-COURSE IS NUMERIC
                               MOVE DU-CERT-COURSE TO WS-CERT-COURSE
                           END-IF
                           IF DU-ID = DUTY-ID-ENTRY
                           AND DU-EXPOSURE IS NUMERIC
                               MOVE DU-EXPOSURE TO WS-EXPOSURE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DUTIES-FILE
           END-IF.
           IF WS-CERT-COURSE > 0
               MOVE 0 TO WS-CERT-OK
               OPEN INPUT F-ENROLLMENTS-FILE
               IF WS-ENROLL-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ENROLLMENTS-FILE
                           NOT AT END
                               IF EN-COURSE = WS-CERT-COURSE
                               AND EN-USERNAME = USER-INFO-NAME
                               AND EN-STATUS = "PASSED"
                               AND (EN-EXPIRES = SPACES
                                 OR EN-EXPIRES NOT < WS-TODAY)
                                   MOVE 1 TO WS-CERT-OK
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ENROLLMENTS-FILE
               END-IF
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0976-MARK-DUTY-DONE.
           MOVE 0 TO WS-DU-DONE.
           OPEN I-O F-DUTIES-FILE.
               MOVE "NOT YOUR CLAIMED DUTY" TO
                 DUTY-RESULT-MESSAGE
           END-IF.

      *    The member's standing on the nightly dose register.  A
      *    member over a limit is held off any duty that carries a
      *    dose until the medic clears them.
       0977-LOAD-DOSE.
           MOVE 0 TO WS-DOSE-HELD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-DOSE-MONTH.
           MOVE 0 TO WS-DOSE-LIFETIME.
           OPEN INPUT F-DOSE-REGISTER-FILE.
           IF WS-DOSE-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-DOSE-REGISTER-FILE
                       NOT AT END
                           IF DR-USERNAME = USER-INFO-NAME
                               IF DR-MONTH = WS-TODAY(1:6)
                                   MOVE DR-MONTH-DOSE TO WS-DOSE-MONTH
                               END-IF
                               MOVE DR-LIFETIME-DOSE TO
                                 WS-DOSE-LIFETIME
                               IF DR-STATUS = "OVER"
                                   MOVE 1 TO WS-DOSE-HELD
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-DOSE-REGISTER-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
