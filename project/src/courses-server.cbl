               05 CO-TITLE PIC X(30).
               05 CO-FEE-KEY PIC X(20).
               05 CO-LESSON-COUNT PIC 99.
               05 CO-PREREQ PIC 9(3).
               05 CO-VALID-DAYS PIC 9(4).

           FD F-LESSONS-FILE.
           01 COURSE-LESSON-RECORD.
               05 EN-USERNAME PIC X(16).
               05 EN-PROGRESS PIC 99.
               05 EN-STATUS PIC X(10).
               05 EN-PASSED-DATE PIC X(8).
               05 EN-EXPIRES PIC X(8).
               05 EN-REMINDED PIC X.

           FD F-TRIVIA-QUESTIONS-FILE.
           01 TRIVIA-QUESTION.
           01 WS-TRIVIA-STATUS PIC XX.
           01 WS-ACH-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).

           01 WS-CAT-COUNT PIC 9.
           01 WS-CAT-TABLE.
           01 WS-COURSE-TITLE PIC X(30).
           01 WS-COURSE-FEE-KEY PIC X(20).
           01 WS-COURSE-LESSONS PIC 99.
           01 WS-COURSE-PREREQ PIC 9(3).
           01 WS-COURSE-VALID-DAYS PIC 9(4).
           01 WS-PREREQ-PASSED PIC 9.
           01 WS-PREREQ-OUT PIC ZZ9.
           01 WS-TODAY-NUM PIC 9(8).
           01 WS-EXPIRES-NUM PIC 9(8).
           01 WS-EXPIRES PIC X(8).
           01 WS-COURSE-FEE PIC 999 VALUE 15.
           01 UPDATED-BALANCE PIC 999.
           01 WS-ENROLL-REASON PIC X(20) VALUE "COURSE FEE".
      *    pages, sit a trivia-style final, and a pass earns a
      *    certificate on the spool and a badge.
       1000-COURSES.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 1002-LOAD-CATALOG.
           MOVE 0 TO COURSE-ID-ENTRY.
           MOVE 0 TO WS-MY-PROGRESS.

       1004-LOAD-COURSE.
           MOVE 0 TO WS-COURSE-FOUND.
           MOVE 0 TO WS-COURSE-PREREQ.
           MOVE 0 TO WS-COURSE-VALID-DAYS.
           OPEN INPUT F-COURSES-FILE.
           IF WS-COURSES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                                 WS-COURSE-FEE-KEY
                               MOVE CO-LESSON-COUNT TO
                                 WS-COURSE-LESSONS
                               IF CO-PREREQ IS NUMERIC
                                   MOVE CO-PREREQ TO WS-COURSE-PREREQ
                               END-IF
                               IF CO-VALID-DAYS IS NUMERIC
                                   MOVE CO-VALID-DAYS TO
                                     WS-COURSE-VALID-DAYS
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                               MOVE 1 TO WS-ENROLLED
                               MOVE EN-PROGRESS TO WS-MY-PROGRESS
                               MOVE EN-STATUS TO WS-MY-STATUS
                               IF EN-STATUS = "PASSED"
                               AND EN-EXPIRES NOT = SPACES
                               AND EN-EXPIRES < WS-TODAY
                                   MOVE "LAPSED" TO WS-MY-STATUS
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
           MOVE 0 TO WS-FILE-IS-ENDED.

       1010-ENROLL.
           PERFORM 1012-CHECK-PREREQ.
           IF WS-ENROLLED = 1
               MOVE "ALREADY ENROLLED" TO COURSES-RESULT-MESSAGE
           ELSE IF WS-PREREQ-PASSED = 0
               MOVE WS-COURSE-PREREQ TO WS-PREREQ-OUT
               MOVE SPACES TO COURSES-RESULT-MESSAGE
               STRING "PASS COURSE " DELIMITED BY SIZE
                   WS-PREREQ-OUT DELIMITED BY SIZE
                   " FIRST" DELIMITED BY SIZE
                   INTO COURSES-RESULT-MESSAGE
           ELSE
               MOVE 15 TO WS-COURSE-FEE
               CALL 'get-price' USING WS-COURSE-FEE-KEY
                   MOVE USER-INFO-NAME TO EN-USERNAME
                   MOVE 0 TO EN-PROGRESS
                   MOVE "ENROLLED" TO EN-STATUS
                   MOVE "N" TO EN-REMINDED
                   WRITE ENROLLMENT-RECORD
                   CLOSE F-ENROLLMENTS-FILE
                   MOVE "ENROLLED - CLASS IS IN" TO
               END-IF
           END-IF.

      *    A prerequisite counts once it has been passed, even if
      *    that certificate has since lapsed; lapsing only matters
      *    for duties that need the certificate held.
       1012-CHECK-PREREQ.
           MOVE 1 TO WS-PREREQ-PASSED.
           IF WS-COURSE-PREREQ > 0
               MOVE 0 TO WS-PREREQ-PASSED
               OPEN INPUT F-ENROLLMENTS-FILE
               IF WS-ENROLL-STATUS = "00"
                   MOVE 0 TO WS-FILE-IS-ENDED
                   PERFORM UNTIL WS-FILE-IS-ENDED = 1
                       READ F-ENROLLMENTS-FILE
                           NOT AT END
                               IF EN-COURSE = WS-COURSE-PREREQ
                               AND EN-USERNAME = USER-INFO-NAME
                               AND EN-STATUS = "PASSED"
                                   MOVE 1 TO WS-PREREQ-PASSED
                               END-IF
                           AT END
                               MOVE 1 TO WS-FILE-IS-ENDED
                       END-READ
                   END-PERFORM
                   CLOSE F-ENROLLMENTS-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
           END-IF.

       1020-NEXT-LESSON.
           IF WS-ENROLLED = 0
               MOVE "ENROLL FIRST" TO COURSES-RESULT-MESSAGE
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    The final sits on the trivia bank, same mechanics as
      *    the trivia desk uses.  A lapsed certificate is renewed by
      *    sitting the final again.
       1030-FINAL-QUIZ.
           IF WS-ENROLLED = 0
               MOVE "ENROLL FIRST" TO COURSES-RESULT-MESSAGE
           MOVE 0 TO WS-FILE-IS-ENDED.

       1034-GRADUATE.
           MOVE SPACES TO WS-EXPIRES.
           IF WS-COURSE-VALID-DAYS > 0
               MOVE WS-TODAY TO WS-TODAY-NUM
               COMPUTE WS-EXPIRES-NUM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                   + WS-COURSE-VALID-DAYS)
               MOVE WS-EXPIRES-NUM TO WS-EXPIRES
           END-IF.
           OPEN I-O F-ENROLLMENTS-FILE.
           IF WS-ENROLL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                           IF EN-COURSE = COURSE-ID-ENTRY
                           AND EN-USERNAME = USER-INFO-NAME
                               MOVE "PASSED" TO EN-STATUS
                               MOVE WS-TODAY TO EN-PASSED-DATE
                               MOVE WS-EXPIRES TO EN-EXPIRES
                               MOVE "N" TO EN-REMINDED
                               REWRITE ENROLLMENT-RECORD
                           END-IF
                       AT END
               FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
               INTO CERTIFICATE-LINE.
           WRITE CERTIFICATE-LINE.
           IF WS-EXPIRES NOT = SPACES
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  VALID UNTIL " DELIMITED BY SIZE
                   WS-EXPIRES DELIMITED BY SIZE
                   INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF.
           CLOSE F-CERTIFICATE-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.
