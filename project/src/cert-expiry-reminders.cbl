       IDENTIFICATION DIVISION.
           PROGRAM-ID. cert-expiry-reminders.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-COURSES-FILE ASSIGN TO "courses.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-COURSES-STATUS.
           SELECT F-ENROLLMENTS-FILE ASSIGN TO "enrollments.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ENROLL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-COURSES-FILE.
           01 COURSE-RECORD.
               05 CO-ID PIC 9(3).
               05 CO-TITLE PIC X(30).
               05 CO-FEE-KEY PIC X(20).
               05 CO-LESSON-COUNT PIC 99.
               05 CO-PREREQ PIC 9(3).
               05 CO-VALID-DAYS PIC 9(4).

           FD F-ENROLLMENTS-FILE.
           01 ENROLLMENT-RECORD.
               05 EN-COURSE PIC 9(3).
               05 EN-USERNAME PIC X(16).
               05 EN-PROGRESS PIC 99.
               05 EN-STATUS PIC X(10).
               05 EN-PASSED-DATE PIC X(8).
               05 EN-EXPIRES PIC X(8).
               05 EN-REMINDED PIC X.

           WORKING-STORAGE SECTION.
           01 WS-COURSES-STATUS PIC XX.
           01 WS-ENROLL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-WARN-UNTIL-NUM PIC 9(8).
           01 WS-WARN-UNTIL PIC X(8).
           01 WS-WARN-KEY PIC X(20) VALUE "CERT-WARN-DAYS".
           01 WS-WARN-DAYS PIC 999 VALUE 0.
           01 WS-REMINDED PIC 999 VALUE 0.
           01 WS-REMINDED-OUT PIC ZZ9.
           01 WS-NOTIFY-MESSAGE PIC X(40).
           01 WS-NOTIFY-AMOUNT PIC 999 VALUE 0.
      *    No category: a lapsing certificate takes the member off
      *    the duty roster, so the notice cannot be switched off.
           01 WS-NOTIFY-CATEGORY PIC X(8) VALUE SPACES.

           01 WS-COURSE-COUNT PIC 999 VALUE 0.
           01 WS-COURSE-IDX PIC 999.
           01 WS-COURSE-TABLE.
               05 WS-COURSE-ENTRY OCCURS 100 TIMES.
                   10 WS-COURSE-ID PIC 9(3).
                   10 WS-COURSE-TITLE PIC X(30).
           01 WS-TITLE PIC X(30).

           LINKAGE SECTION.
           01 LS-REMINDER-STATUS-MESSAGE PIC X(30).

      *    Members whose course certificate runs out within the warn
      *    window (CERT-WARN-DAYS in pricing.dat) get one notice so
      *    they can re-sit the final before certified duties close to
      *    them.  Each certificate is only reminded once.
       PROCEDURE DIVISION USING LS-REMINDER-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE WS-TODAY TO WS-TODAY-NUM.
           CALL 'get-price' USING WS-WARN-KEY WS-WARN-DAYS.
           IF WS-WARN-DAYS = 0
               MOVE 30 TO WS-WARN-DAYS
           END-IF.
           COMPUTE WS-WARN-UNTIL-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) + WS-WARN-DAYS).
           MOVE WS-WARN-UNTIL-NUM TO WS-WARN-UNTIL.

           OPEN INPUT F-COURSES-FILE.
           IF WS-COURSES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-COURSES-FILE
                       NOT AT END
                           IF WS-COURSE-COUNT < 100
                               ADD 1 TO WS-COURSE-COUNT
                               MOVE CO-ID TO
                                 WS-COURSE-ID(WS-COURSE-COUNT)
                               MOVE CO-TITLE TO
                                 WS-COURSE-TITLE(WS-COURSE-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-COURSES-FILE
           END-IF.

           OPEN I-O F-ENROLLMENTS-FILE.
           IF WS-ENROLL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-ENROLLMENTS-FILE
                       NOT AT END
                           IF EN-STATUS = "PASSED"
                           AND EN-EXPIRES NOT = SPACES
                           AND EN-EXPIRES NOT < WS-TODAY
                           AND EN-EXPIRES NOT > WS-WARN-UNTIL
                           AND EN-REMINDED NOT = "Y"
                               PERFORM 0010-REMIND-MEMBER
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ENROLLMENTS-FILE
           END-IF.

           IF WS-REMINDED = 0
               MOVE "NO CERTIFICATES LAPSING" TO
                 LS-REMINDER-STATUS-MESSAGE
           ELSE
               MOVE WS-REMINDED TO WS-REMINDED-OUT
               MOVE SPACES TO LS-REMINDER-STATUS-MESSAGE
               STRING "CERT REMINDERS SENT " DELIMITED BY SIZE
                   WS-REMINDED-OUT DELIMITED BY SIZE
                   INTO LS-REMINDER-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-REMIND-MEMBER.
           MOVE SPACES TO WS-TITLE.
           PERFORM VARYING WS-COURSE-IDX FROM 1 BY 1
             UNTIL WS-COURSE-IDX > WS-COURSE-COUNT
               IF WS-COURSE-ID(WS-COURSE-IDX) = EN-COURSE
                   MOVE WS-COURSE-TITLE(WS-COURSE-IDX) TO WS-TITLE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOTIFY-MESSAGE.
           STRING "CERT LAPSES " DELIMITED BY SIZE
               EN-EXPIRES DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               WS-TITLE DELIMITED BY SIZE
               INTO WS-NOTIFY-MESSAGE.
           CALL 'send-notification' USING EN-USERNAME
             WS-NOTIFY-MESSAGE WS-NOTIFY-AMOUNT WS-NOTIFY-CATEGORY.
           MOVE "Y" TO EN-REMINDED.
           REWRITE ENROLLMENT-RECORD.
           ADD 1 TO WS-REMINDED.
