       IDENTIFICATION DIVISION.
       PROGRAM-ID. vacancies-server.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-VACANCIES-FILE ASSIGN TO 'vacancies.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VACANCIES-STATUS.
             SELECT F-APPLICATIONS-FILE ASSIGN TO
                 'vacancy-applications.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-APPLICATIONS-STATUS.
             SELECT F-ENROLLMENTS-FILE ASSIGN TO 'enrollments.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-ENROLL-STATUS.

       DATA DIVISION.
           FILE SECTION.
      *    Staff posts the overseers advertise.  A vacancy stays OPEN
      *    until someone is appointed to it (FILLED) or it is taken
      *    down (CLOSED).  Up to two course certificates may be asked
      *    for; a zero course means none.
           FD F-VACANCIES-FILE.
           01 VACANCY-RECORD.
               05 VC-ID PIC 9(4).
               05 VC-TITLE PIC X(30).
               05 VC-ROLE PIC X(10).
               05 VC-RATE PIC 99.
               05 VC-COURSE-1 PIC 9(3).
               05 VC-COURSE-2 PIC 9(3).
               05 VC-POSTED-BY PIC X(16).
               05 VC-POSTED-DATE PIC X(8).
               05 VC-APPOINTED PIC X(16).
               05 VC-STATUS PIC X(8).

      *    One line per member per vacancy.  The overseers move it
      *    from APPLIED to SHORTLISTED and on to APPOINTED, or to
      *    UNSUCCESSFUL when someone else gets the post.
           FD F-APPLICATIONS-FILE.
           01 APPLICATION-RECORD.
               05 VA-ID PIC 9(6).
               05 VA-VACANCY PIC 9(4).
               05 VA-USERNAME PIC X(16).
               05 VA-NOTE PIC X(40).
               05 VA-APPLIED PIC X(8).
               05 VA-DECIDED-BY PIC X(16).
               05 VA-STATUS PIC X(12).

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
           01 WS-VACANCIES-STATUS PIC XX.
           01 WS-APPLICATIONS-STATUS PIC XX.
           01 WS-ENROLL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.

           01 WS-JV-COUNT PIC 9.
           01 WS-JV-TABLE.
               05 WS-JV-ENTRY OCCURS 5 TIMES.
                   10 WS-JV-LIST-ID PIC 9(4).
                   10 WS-JV-LIST-TITLE PIC X(30).
                   10 WS-JV-LIST-ROLE PIC X(10).
                   10 WS-JV-LIST-RATE PIC 99.
                   10 WS-JV-LIST-COURSE-1 PIC 9(3).
                   10 WS-JV-LIST-COURSE-2 PIC 9(3).
                   10 WS-JV-LIST-MINE PIC X(12).
           01 WS-JV-IDX PIC 9.
           01 JOB-ID-ENTRY PIC 9(4).
           01 JOB-NOTE-ENTRY PIC X(40).
           01 JOB-CHOICE PIC X.
           01 JOB-RESULT-MESSAGE PIC X(40).
           01 WS-JV-FOUND PIC 9.
           01 WS-JV-APPLIED PIC 9.
           01 WS-JV-NEXT-ID PIC 9(6).
           01 WS-JV-COURSE-1 PIC 9(3).
           01 WS-JV-COURSE-2 PIC 9(3).
           01 WS-TODAY PIC X(8).
           01 WS-CERT-COURSE PIC 9(3).
           01 WS-CERT-OUT PIC ZZ9.
           01 WS-CERT-OK PIC 9.
           01 WS-CERTS-OK PIC 9.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).

           SCREEN SECTION.
           01 VACANCIES-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 22 VALUE "Vault Job Vacancies" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 22 VALUE
                   "Id   Post                           Role       Pay
      -            " Certs    Yours" FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 22 PIC 9(4) USING WS-JV-LIST-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 27 PIC X(30) USING WS-JV-LIST-TITLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 58 PIC X(10) USING WS-JV-LIST-ROLE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 69 PIC Z9 USING WS-JV-LIST-RATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 73 PIC ZZ9 USING WS-JV-LIST-COURSE-1(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 77 PIC ZZ9 USING WS-JV-LIST-COURSE-2(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 82 PIC X(12) USING WS-JV-LIST-MINE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 22 PIC 9(4) USING WS-JV-LIST-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 27 PIC X(30) USING WS-JV-LIST-TITLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 58 PIC X(10) USING WS-JV-LIST-ROLE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 69 PIC Z9 USING WS-JV-LIST-RATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 73 PIC ZZ9 USING WS-JV-LIST-COURSE-1(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 77 PIC ZZ9 USING WS-JV-LIST-COURSE-2(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 82 PIC X(12) USING WS-JV-LIST-MINE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 22 PIC 9(4) USING WS-JV-LIST-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 27 PIC X(30) USING WS-JV-LIST-TITLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 58 PIC X(10) USING WS-JV-LIST-ROLE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 69 PIC Z9 USING WS-JV-LIST-RATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 73 PIC ZZ9 USING WS-JV-LIST-COURSE-1(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 77 PIC ZZ9 USING WS-JV-LIST-COURSE-2(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 82 PIC X(12) USING WS-JV-LIST-MINE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 22 PIC 9(4) USING WS-JV-LIST-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 27 PIC X(30) USING WS-JV-LIST-TITLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 58 PIC X(10) USING WS-JV-LIST-ROLE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 69 PIC Z9 USING WS-JV-LIST-RATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 73 PIC ZZ9 USING WS-JV-LIST-COURSE-1(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 77 PIC ZZ9 USING WS-JV-LIST-COURSE-2(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 82 PIC X(12) USING WS-JV-LIST-MINE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 22 PIC 9(4) USING WS-JV-LIST-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 27 PIC X(30) USING WS-JV-LIST-TITLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 58 PIC X(10) USING WS-JV-LIST-ROLE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 69 PIC Z9 USING WS-JV-LIST-RATE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 73 PIC ZZ9 USING WS-JV-LIST-COURSE-1(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 77 PIC ZZ9 USING WS-JV-LIST-COURSE-2(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 82 PIC X(12) USING WS-JV-LIST-MINE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 22 VALUE "Vacancy id: "
                   FOREGROUND-COLOR IS 2.
               05 JOB-ID-FIELD LINE 15 COL 36 PIC 9(4)
                   USING JOB-ID-ENTRY.
               05 LINE 16 COL 22 VALUE "Covering note: "
                   FOREGROUND-COLOR IS 2.
               05 JOB-NOTE-FIELD LINE 16 COL 37 PIC X(40)
                   USING JOB-NOTE-ENTRY.
               05 LINE 18 COL 22 PIC X(40)
                   USING JOB-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 22 VALUE "(a) Apply  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 22 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 JOB-CHOICE-FIELD LINE 21 COL 28 PIC X
                   USING JOB-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME.

      *    Open staff posts, and how the member's own application
      *    to each one stands.  The overseers shortlist and appoint
      *    from their queue; every applicant hears the outcome in
      *    their notifications.
       0980-VACANCIES.
           PERFORM 0982-LOAD-VACANCIES.
           MOVE 0 TO JOB-ID-ENTRY.
           MOVE SPACES TO JOB-NOTE-ENTRY.
           INITIALIZE JOB-CHOICE.
           DISPLAY VACANCIES-SCREEN.

           ACCEPT JOB-ID-FIELD.
           ACCEPT JOB-NOTE-FIELD.
           ACCEPT JOB-CHOICE-FIELD.

           IF JOB-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF JOB-CHOICE = 'a' OR 'A'
               PERFORM 0984-APPLY
               PERFORM 0980-VACANCIES
           ELSE
               PERFORM 0980-VACANCIES
           END-IF.

       0982-LOAD-VACANCIES.
           MOVE 0 TO WS-JV-COUNT.
           INITIALIZE WS-JV-TABLE.
           OPEN INPUT F-VACANCIES-FILE.
           IF WS-VACANCIES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VACANCIES-FILE
                       NOT AT END
                           IF VC-STATUS = "OPEN"
                           AND WS-JV-COUNT < 5
                               ADD 1 TO WS-JV-COUNT
                               MOVE VC-ID TO
                                 WS-JV-LIST-ID(WS-JV-COUNT)
                               MOVE VC-TITLE TO
                                 WS-JV-LIST-TITLE(WS-JV-COUNT)
                               MOVE VC-ROLE TO
                                 WS-JV-LIST-ROLE(WS-JV-COUNT)
                               MOVE VC-RATE TO
                                 WS-JV-LIST-RATE(WS-JV-COUNT)
                               MOVE VC-COURSE-1 TO
                                 WS-JV-LIST-COURSE-1(WS-JV-COUNT)
                               MOVE VC-COURSE-2 TO
                                 WS-JV-LIST-COURSE-2(WS-JV-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VACANCIES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-JV-COUNT = 0
               MOVE "NO VACANCIES OPEN AT PRESENT" TO
                 JOB-RESULT-MESSAGE
           ELSE
               PERFORM 0983-LOAD-MY-APPLICATIONS
           END-IF.

       0983-LOAD-MY-APPLICATIONS.
           OPEN INPUT F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-APPLICATIONS-FILE
                       NOT AT END
                           IF VA-USERNAME = USER-INFO-NAME
                               PERFORM VARYING WS-JV-IDX FROM 1 BY 1
                                 UNTIL WS-JV-IDX > WS-JV-COUNT
                                   IF WS-JV-LIST-ID(WS-JV-IDX) =
                                     VA-VACANCY
                                       MOVE VA-STATUS TO
                                         WS-JV-LIST-MINE(WS-JV-IDX)
                                   END-IF
                               END-PERFORM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-APPLICATIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    One application per member per post.  The certificates
      *    the post asks for are checked now, the same way the duty
      *    roster checks them: passed and still in date.
       0984-APPLY.
           MOVE 0 TO WS-JV-FOUND.
           MOVE 0 TO WS-JV-COURSE-1.
           MOVE 0 TO WS-JV-COURSE-2.
           PERFORM VARYING WS-JV-IDX FROM 1 BY 1
             UNTIL WS-JV-IDX > WS-JV-COUNT
               IF WS-JV-LIST-ID(WS-JV-IDX) = JOB-ID-ENTRY
                   MOVE 1 TO WS-JV-FOUND
                   MOVE WS-JV-LIST-COURSE-1(WS-JV-IDX) TO
                     WS-JV-COURSE-1
                   MOVE WS-JV-LIST-COURSE-2(WS-JV-IDX) TO
                     WS-JV-COURSE-2
                   IF WS-JV-LIST-MINE(WS-JV-IDX) NOT = SPACES
                       MOVE 2 TO WS-JV-FOUND
                   END-IF
               END-IF
           END-PERFORM.

           MOVE 1 TO WS-CERTS-OK.
           IF WS-JV-FOUND = 1
               MOVE WS-JV-COURSE-1 TO WS-CERT-COURSE
               PERFORM 0985-CHECK-CERT
               IF WS-CERT-OK = 1
                   MOVE WS-JV-COURSE-2 TO WS-CERT-COURSE
                   PERFORM 0985-CHECK-CERT
               END-IF
               MOVE WS-CERT-OK TO WS-CERTS-OK
           END-IF.

           IF WS-JV-FOUND = 0
               MOVE "NO OPEN VACANCY WITH THAT ID" TO
                 JOB-RESULT-MESSAGE
           ELSE IF WS-JV-FOUND = 2
               MOVE "YOU HAVE ALREADY APPLIED FOR THIS POST" TO
                 JOB-RESULT-MESSAGE
           ELSE IF JOB-NOTE-ENTRY = SPACES
               MOVE "A COVERING NOTE IS REQUIRED" TO
                 JOB-RESULT-MESSAGE
           ELSE IF WS-CERTS-OK = 0
               MOVE WS-CERT-COURSE TO WS-CERT-OUT
               MOVE SPACES TO JOB-RESULT-MESSAGE
               STRING "NEEDS CURRENT CERT - COURSE " DELIMITED BY SIZE
                   WS-CERT-OUT DELIMITED BY SIZE
                   INTO JOB-RESULT-MESSAGE
           ELSE
               PERFORM 0986-WRITE-APPLICATION
               MOVE "APPLICATION SENT - WATCH YOUR NOTICES" TO
                 JOB-RESULT-MESSAGE
           END-IF.

       0985-CHECK-CERT.
           MOVE 1 TO WS-CERT-OK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
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

       0986-WRITE-APPLICATION.
           MOVE 0 TO WS-JV-NEXT-ID.
           OPEN INPUT F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-APPLICATIONS-FILE
                       NOT AT END
                           IF VA-ID > WS-JV-NEXT-ID
                               MOVE VA-ID TO WS-JV-NEXT-ID
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-APPLICATIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-JV-NEXT-ID.

           OPEN EXTEND F-APPLICATIONS-FILE.
           IF WS-APPLICATIONS-STATUS = "35"
               OPEN OUTPUT F-APPLICATIONS-FILE
           END-IF.
           MOVE SPACES TO APPLICATION-RECORD.
           MOVE WS-JV-NEXT-ID TO VA-ID.
           MOVE JOB-ID-ENTRY TO VA-VACANCY.
           MOVE USER-INFO-NAME TO VA-USERNAME.
           MOVE JOB-NOTE-ENTRY TO VA-NOTE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VA-APPLIED.
           MOVE "APPLIED" TO VA-STATUS.
           WRITE APPLICATION-RECORD.
           CLOSE F-APPLICATIONS-FILE.
