                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PROFILES-STATUS.

             SELECT F-PETITIONS-FILE ASSIGN TO 'petitions.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PT-STATUS.

             SELECT F-SIGNATURES-FILE ASSIGN TO
                 'petition-signatures.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-PS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD F-ELECTIONS-FILE.
               05 EL-NOM-END PIC X(8).
               05 EL-VOTE-END PIC X(8).
               05 EL-STATUS PIC X(10).
               05 EL-TYPE PIC X.

           FD F-CANDIDATES-FILE.
           01 CANDIDATE-RECORD.
               05 PRF-BIO PIC X(60).
               05 PRF-PRIVATE PIC X.

      *    A petition is OPEN while members sign it, PROPOSED once
      *    enough have signed to put it before the elections desk,
      *    and BALLOTED when the desk has put it to a referendum.
           FD F-PETITIONS-FILE.
           01 PETITION-RECORD.
               05 PT-ID PIC 9(4).
               05 PT-QUESTION PIC X(30).
               05 PT-OPENED-BY PIC X(16).
               05 PT-OPENED PIC X(8).
               05 PT-STATUS PIC X(8).
               05 PT-SIGNATURES PIC 9(4).

           FD F-SIGNATURES-FILE.
           01 SIGNATURE-RECORD.
               05 PS-PETITION PIC 9(4).
               05 PS-USERNAME PIC X(16).

           WORKING-STORAGE SECTION.
           01 WS-EL-STATUS PIC XX.
           01 WS-CA-STATUS PIC XX.
           01 WS-USERS-STATUS PIC XX.
           01 WS-SESSION-STATUS PIC XX.
           01 WS-PROFILES-STATUS PIC XX.
           01 WS-PT-STATUS PIC XX.
           01 WS-PS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).

           01 WS-CUR-STATUS PIC X(10).
           01 WS-CUR-NOM-END PIC X(8).
           01 WS-CUR-VOTE-END PIC X(8).
           01 WS-CUR-TYPE PIC X.
           01 WS-CAND-HEADING PIC X(30).
           01 WS-VOTE-PROMPT PIC X(22).

           01 WS-CAND-COUNT PIC 9.
           01 WS-CAND-TABLE.
           01 WS-TENURE-INT PIC 9(8).
           01 WS-MY-STATEMENT PIC X(60).

           01 WS-PET-COUNT PIC 9.
           01 WS-PET-TABLE.
               05 WS-PET-ENTRY OCCURS 4 TIMES.
                   10 WS-PET-ID PIC 9(4).
                   10 WS-PET-QUESTION PIC X(30).
                   10 WS-PET-SIGS PIC 9(4).
                   10 WS-PET-STATE PIC X(8).
           01 PETITION-CHOICE PIC X.
           01 PET-QUESTION-ENTRY PIC X(30).
           01 PET-SIGN-ENTRY PIC 9(4).
           01 PETITION-RESULT-MESSAGE PIC X(40).
           01 WS-PET-LAST-ID PIC 9(4).
           01 WS-PET-FOUND PIC 9.
           01 WS-ACTIVE-MEMBERS PIC 9(6).
           01 WS-SIGS-NEEDED PIC 9(6).
           01 WS-PET-SHARE-KEY PIC X(20) VALUE "PETITION-SHARE-PCT".
           01 WS-PET-SHARE PIC 999 VALUE 0.

           LINKAGE SECTION.
           01 USER-INFO-NAME PIC X(16).

                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 70 PIC X(8) USING WS-CUR-VOTE-END
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 25 PIC X(30) USING WS-CAND-HEADING
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 25 PIC 9 USING WS-CAND-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 45 PIC X(60)
                   USING WS-CAND-STATEMENT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 17 COL 25 PIC X(22) USING WS-VOTE-PROMPT
                   FOREGROUND-COLOR IS 2.
               05 VOTE-SEQ-FIELD LINE 17 COL 47 PIC 9
                   USING VOTE-SEQ-ENTRY.
                   USING ELECTION-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 25 VALUE
                   "(n) Stand  (v) Vote  (p) Petitions  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 25 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 ELECTION-CHOICE-FIELD LINE 22 COL 31 PIC X
                   USING ELECTION-CHOICE.

           01 PETITIONS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 6 COL 20 VALUE "Member Petitions" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Signatures to go to council: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 49 PIC Z(5)9 USING WS-SIGS-NEEDED
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE
                   "No.   Question                        Signed Status"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9(4) USING WS-PET-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 26 PIC X(30) USING WS-PET-QUESTION(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 58 PIC Z(3)9 USING WS-PET-SIGS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 65 PIC X(8) USING WS-PET-STATE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9(4) USING WS-PET-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 26 PIC X(30) USING WS-PET-QUESTION(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 58 PIC Z(3)9 USING WS-PET-SIGS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 65 PIC X(8) USING WS-PET-STATE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9(4) USING WS-PET-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 26 PIC X(30) USING WS-PET-QUESTION(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 58 PIC Z(3)9 USING WS-PET-SIGS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 65 PIC X(8) USING WS-PET-STATE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9(4) USING WS-PET-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 26 PIC X(30) USING WS-PET-QUESTION(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 58 PIC Z(3)9 USING WS-PET-SIGS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 65 PIC X(8) USING WS-PET-STATE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 15 COL 20 VALUE "New question:   "
                   FOREGROUND-COLOR IS 2.
               05 PET-QUESTION-FIELD LINE 15 COL 36 PIC X(30)
                   USING PET-QUESTION-ENTRY.
               05 LINE 16 COL 20 VALUE "Sign petition #:"
                   FOREGROUND-COLOR IS 2.
               05 PET-SIGN-FIELD LINE 16 COL 36 PIC 9(4)
                   USING PET-SIGN-ENTRY.
               05 LINE 18 COL 20 PIC X(40)
                   USING PETITION-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 20 COL 20 VALUE
                   "(o) Open petition  (s) Sign  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 PETITION-CHOICE-FIELD LINE 21 COL 26 PIC X
                   USING PETITION-CHOICE.

       PROCEDURE DIVISION USING USER-INFO-NAME.

       0940-ELECTIONS.
                 ELECTION-RESULT-MESSAGE
           END-IF.
           PERFORM 0944-LOAD-CANDIDATES.
           IF WS-CUR-TYPE = "R"
               MOVE "#  Option           " TO WS-CAND-HEADING
               MOVE "Vote for option #:    " TO WS-VOTE-PROMPT
           ELSE
               MOVE "#  Candidate        Statement" TO WS-CAND-HEADING
               MOVE "Vote for candidate #: " TO WS-VOTE-PROMPT
           END-IF.

           MOVE 0 TO VOTE-SEQ-ENTRY.
           INITIALIZE ELECTION-CHOICE.

           IF ELECTION-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE IF ELECTION-CHOICE = 'p' OR 'P'
               MOVE SPACES TO PETITION-RESULT-MESSAGE
               PERFORM 0950-PETITIONS
               MOVE SPACES TO ELECTION-RESULT-MESSAGE
               PERFORM 0940-ELECTIONS
           ELSE IF WS-CUR-ELECTION = 0
               PERFORM 0940-ELECTIONS
           ELSE IF ELECTION-CHOICE = 'n' OR 'N'
           MOVE SPACES TO WS-CUR-STATUS.
           MOVE SPACES TO WS-CUR-NOM-END.
           MOVE SPACES TO WS-CUR-VOTE-END.
           MOVE SPACES TO WS-CUR-TYPE.
           OPEN I-O F-ELECTIONS-FILE.
           IF WS-EL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
                               MOVE EL-STATUS TO WS-CUR-STATUS
                               MOVE EL-NOM-END TO WS-CUR-NOM-END
                               MOVE EL-VOTE-END TO WS-CUR-VOTE-END
                               MOVE EL-TYPE TO WS-CUR-TYPE
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
      *    the vault: on the master file, not archived, and with a
      *    session on the log from at least thirty days back.
       0946-STAND-AS-CANDIDATE.
           IF WS-CUR-TYPE = "R"
               MOVE "NO CANDIDATES IN A REFERENDUM" TO
                 ELECTION-RESULT-MESSAGE
           ELSE IF WS-CUR-STATUS NOT = "NOMINATE"
               MOVE "NOMINATIONS ARE CLOSED" TO
                 ELECTION-RESULT-MESSAGE
           ELSE
               CLOSE F-VOTED-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Petitions let members ask for a referendum.  Once the
      *    signatures reach the set share of active members the
      *    petition is PROPOSED and waits on the admin elections
      *    desk, which puts it to the vault as a referendum.
       0950-PETITIONS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           PERFORM 0952-SIGNATURES-NEEDED.
           PERFORM 0953-LOAD-PETITIONS.

           MOVE SPACES TO PET-QUESTION-ENTRY.
           MOVE 0 TO PET-SIGN-ENTRY.
           INITIALIZE PETITION-CHOICE.
           DISPLAY PETITIONS-SCREEN.

           ACCEPT PET-QUESTION-FIELD.
           ACCEPT PET-SIGN-FIELD.
           ACCEPT PETITION-CHOICE-FIELD.

           IF PETITION-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE IF PETITION-CHOICE = 'o' OR 'O'
               PERFORM 0954-OPEN-PETITION
               PERFORM 0950-PETITIONS
           ELSE IF PETITION-CHOICE = 's' OR 'S'
               PERFORM 0956-SIGN-PETITION
               PERFORM 0950-PETITIONS
           ELSE
               PERFORM 0950-PETITIONS
           END-IF.

      *    The share is a price-table setting so the council can
      *    tune it; ten percent of unarchived members if unset,
      *    and never fewer than one signature.
       0952-SIGNATURES-NEEDED.
           CALL 'get-price' USING WS-PET-SHARE-KEY WS-PET-SHARE.
           IF WS-PET-SHARE = 0
               MOVE 10 TO WS-PET-SHARE
           END-IF.
           MOVE 0 TO WS-ACTIVE-MEMBERS.
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
                               ADD 1 TO WS-ACTIVE-MEMBERS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           COMPUTE WS-SIGS-NEEDED =
               (WS-ACTIVE-MEMBERS * WS-PET-SHARE + 99) / 100.
           IF WS-SIGS-NEEDED = 0
               MOVE 1 TO WS-SIGS-NEEDED
           END-IF.

       0953-LOAD-PETITIONS.
           MOVE 0 TO WS-PET-COUNT.
           MOVE 0 TO WS-PET-LAST-ID.
           INITIALIZE WS-PET-TABLE.
           OPEN INPUT F-PETITIONS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PETITIONS-FILE
                       NOT AT END
                           MOVE PT-ID TO WS-PET-LAST-ID
                           IF PT-STATUS NOT = "BALLOTED"
                           AND WS-PET-COUNT < 4
                               ADD 1 TO WS-PET-COUNT
                               MOVE PT-ID TO WS-PET-ID(WS-PET-COUNT)
                               MOVE PT-QUESTION TO
                                 WS-PET-QUESTION(WS-PET-COUNT)
                               MOVE PT-SIGNATURES TO
                                 WS-PET-SIGS(WS-PET-COUNT)
                               MOVE PT-STATUS TO
                                 WS-PET-STATE(WS-PET-COUNT)
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PETITIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

      *    Opening or signing a petition takes the same standing
      *    as a candidate needs, so fresh accounts cannot be used
      *    to push a question onto the ballot.  The member who
      *    opens a petition is its first signature.
       0954-OPEN-PETITION.
           IF PET-QUESTION-ENTRY = SPACES
               MOVE "QUESTION REQUIRED" TO PETITION-RESULT-MESSAGE
           ELSE
               PERFORM 0947-CHECK-ELIGIBILITY
               IF WS-ELIGIBLE = 0
                   MOVE "NOT ELIGIBLE TO PETITION" TO
                     PETITION-RESULT-MESSAGE
               ELSE
                   PERFORM 0955-CHECK-OWN-PETITION
                   IF WS-ALREADY = 1
                       MOVE "YOU ALREADY HAVE A PETITION OPEN" TO
                         PETITION-RESULT-MESSAGE
                   ELSE
                       OPEN EXTEND F-PETITIONS-FILE
                       IF WS-PT-STATUS = "35"
                           OPEN OUTPUT F-PETITIONS-FILE
                       END-IF
                       MOVE SPACES TO PETITION-RECORD
                       COMPUTE PT-ID = WS-PET-LAST-ID + 1
                       MOVE PET-QUESTION-ENTRY TO PT-QUESTION
                       MOVE USER-INFO-NAME TO PT-OPENED-BY
                       MOVE WS-TODAY TO PT-OPENED
                       MOVE 1 TO PT-SIGNATURES
                       IF PT-SIGNATURES >= WS-SIGS-NEEDED
                           MOVE "PROPOSED" TO PT-STATUS
                       ELSE
                           MOVE "OPEN" TO PT-STATUS
                       END-IF
                       WRITE PETITION-RECORD
                       CLOSE F-PETITIONS-FILE
                       MOVE PT-ID TO PET-SIGN-ENTRY
                       PERFORM 0958-WRITE-SIGNATURE
                       MOVE "PETITION OPENED" TO
                         PETITION-RESULT-MESSAGE
                   END-IF
               END-IF
           END-IF.

       0955-CHECK-OWN-PETITION.
           MOVE 0 TO WS-ALREADY.
           OPEN INPUT F-PETITIONS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PETITIONS-FILE
                       NOT AT END
                           IF PT-OPENED-BY = USER-INFO-NAME
                           AND PT-STATUS = "OPEN"
                               MOVE 1 TO WS-ALREADY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PETITIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0956-SIGN-PETITION.
           IF PET-SIGN-ENTRY = 0
               MOVE "PICK A PETITION NUMBER" TO
                 PETITION-RESULT-MESSAGE
           ELSE
               PERFORM 0947-CHECK-ELIGIBILITY
               IF WS-ELIGIBLE = 0
                   MOVE "NOT ELIGIBLE TO SIGN" TO
                     PETITION-RESULT-MESSAGE
               ELSE
                   PERFORM 0957-CHECK-ALREADY-SIGNED
                   IF WS-ALREADY = 1
                       MOVE "YOU HAVE ALREADY SIGNED" TO
                         PETITION-RESULT-MESSAGE
                   ELSE
                       PERFORM 0959-COUNT-SIGNATURE
                       IF WS-PET-FOUND = 0
                           MOVE "NO SUCH PETITION" TO
                             PETITION-RESULT-MESSAGE
                       ELSE IF WS-PET-FOUND = 2
                           MOVE "PETITION IS CLOSED TO SIGNING" TO
                             PETITION-RESULT-MESSAGE
                       ELSE
                           PERFORM 0958-WRITE-SIGNATURE
                           MOVE "SIGNATURE ADDED" TO
                             PETITION-RESULT-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       0957-CHECK-ALREADY-SIGNED.
           MOVE 0 TO WS-ALREADY.
           OPEN INPUT F-SIGNATURES-FILE.
           IF WS-PS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SIGNATURES-FILE
                       NOT AT END
                           IF PS-PETITION = PET-SIGN-ENTRY
                           AND PS-USERNAME = USER-INFO-NAME
                               MOVE 1 TO WS-ALREADY
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SIGNATURES-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0958-WRITE-SIGNATURE.
           OPEN EXTEND F-SIGNATURES-FILE.
           IF WS-PS-STATUS = "35"
               OPEN OUTPUT F-SIGNATURES-FILE
           END-IF.
           MOVE SPACES TO SIGNATURE-RECORD.
           MOVE PET-SIGN-ENTRY TO PS-PETITION.
           MOVE USER-INFO-NAME TO PS-USERNAME.
           WRITE SIGNATURE-RECORD.
           CLOSE F-SIGNATURES-FILE.

      *    Counts the signature on the petition line; the line
      *    moves to PROPOSED the moment the share is reached.
       0959-COUNT-SIGNATURE.
           MOVE 0 TO WS-PET-FOUND.
           OPEN I-O F-PETITIONS-FILE.
           IF WS-PT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-PETITIONS-FILE
                       NOT AT END
                           IF PT-ID = PET-SIGN-ENTRY
                               IF PT-STATUS NOT = "OPEN"
                                   MOVE 2 TO WS-PET-FOUND
                               ELSE
                                   MOVE 1 TO WS-PET-FOUND
                                   ADD 1 TO PT-SIGNATURES
                                   IF PT-SIGNATURES >= WS-SIGS-NEEDED
                                       MOVE "PROPOSED" TO PT-STATUS
                                   END-IF
                                   REWRITE PETITION-RECORD
                               END-IF
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-PETITIONS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
