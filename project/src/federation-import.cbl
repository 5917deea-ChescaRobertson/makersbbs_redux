             WS-FED-SCORES-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FSC-STATUS.
           SELECT F-SECURITY-INCIDENTS-FILE ASSIGN TO
             "security-incidents.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-INCIDENTS-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 FP-EXPORT-SEQ PIC 9(6).
               05 FP-IMPORT-SEQ PIC 9(6).
               05 FP-LAST-MSG-ID PIC 999.
               05 FP-SECRET PIC X(20).
               05 FP-PREV-SECRET PIC X(20).
               05 FP-KEY-SET PIC X(8).
               05 FP-KEY-GEN PIC 9(4).

           FD F-POUCH-FILE.
           01 POUCH-RECORD.
               05 PCH-TRAILER REDEFINES PCH-BODY.
                   10 PCH-COUNT PIC 9(6).
                   10 FILLER PIC X(364).
               05 PCH-SEAL REDEFINES PCH-BODY.
                   10 PCH-MAC-CODE PIC X(18).
                   10 FILLER PIC X(352).

           FD F-FED-ERRORS-FILE.
           01 FED-ERROR-RECORD.
               05 FSC-GAME PIC X(8).
               05 FSC-SCORE PIC 999.

           FD F-SECURITY-INCIDENTS-FILE.
           01 SECURITY-INCIDENT-RECORD.
               05 SI-DATE PIC X(8).
               05 SI-TIME PIC X(6).
               05 SI-SEVERITY PIC X(8).
               05 SI-USERNAME PIC X(16).
               05 SI-TERMINAL PIC X(8).
               05 SI-DETAIL PIC X(30).

           WORKING-STORAGE SECTION.
           01 WS-FSC-STATUS PIC XX.
           01 WS-FED-SCORES-NAME PIC X(30).
           01 WS-ILL-BODY PIC X(500).
           01 WS-ILL-REQUESTER PIC X(16).
           01 WS-ILL-DUE-INT PIC 9(8).
           01 WS-ILL-DUE-X REDEFINES WS-ILL-DUE-INT PIC X(8).
           01 WS-ILL-DUE-ROLL PIC X VALUE "F".
           01 WS-ILL-NOTE PIC X(40).
           01 WS-NO-AMOUNT PIC 999 VALUE 0.
           01 WS-PARTNERS-STATUS PIC XX.
           01 WS-REJECT-REASON PIC X(40).
           01 WS-IMPORTED PIC 9(6) VALUE 0.
           01 WS-TAGGED-NAME PIC X(16).
           01 WS-INCIDENTS-STATUS PIC XX.
           01 WS-PARTNER-KEY PIC X(20).
           01 WS-PARTNER-PREV-KEY PIC X(20).
           01 WS-PARTNER-KEY-SET PIC X(8).
           01 WS-GRACE-KEY PIC X(20) VALUE "FED-KEY-GRACE-DAYS".
           01 WS-GRACE-DAYS PIC 999 VALUE 0.
           01 WS-GRACE-END PIC 9(8).
           01 WS-SEAL-SEEN PIC 9 VALUE 0.
           01 WS-SEAL-CODE PIC X(18).
           01 WS-AUTH-FAILED PIC 9 VALUE 0.
           01 WS-MAC-STEP PIC X.
           01 WS-MAC-STATE.
               05 WS-MAC-MIX-1 PIC 9(9).
               05 WS-MAC-MIX-2 PIC 9(9).
           01 WS-MAC-CODE REDEFINES WS-MAC-STATE PIC X(18).
           01 WS-PREV-MAC-STATE.
               05 WS-PREV-MAC-MIX-1 PIC 9(9).
               05 WS-PREV-MAC-MIX-2 PIC 9(9).
           01 WS-PREV-MAC-CODE REDEFINES WS-PREV-MAC-STATE PIC X(18).

           01 WS-NEW-MESSAGE.
             05 WS-PARENT-ID PIC 999.
           PERFORM 0020-VALIDATE-POUCH.
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 0050-LOG-ERROR
               IF WS-AUTH-FAILED = 1
                   PERFORM 0055-LOG-INCIDENT
               END-IF
               MOVE WS-REJECT-REASON(1:30) TO
                 LS-IMPORT-STATUS-MESSAGE
               GOBACK
                               MOVE 1 TO WS-PARTNER-FOUND
                               COMPUTE WS-EXPECTED-SEQ =
                                   FP-IMPORT-SEQ + 1
                               MOVE FP-SECRET TO WS-PARTNER-KEY
                               MOVE FP-PREV-SECRET TO
                                 WS-PARTNER-PREV-KEY
                               MOVE FP-KEY-SET TO WS-PARTNER-KEY-SET
                               IF FP-KEY-GEN IS NOT NUMERIC
                                   MOVE SPACES TO WS-PARTNER-KEY
                                   MOVE SPACES TO WS-PARTNER-PREV-KEY
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED

      *    A pouch out of sequence means a lost or repeated
      *    caravan run - it is refused and logged, never posted.
      *    Before any of that the seal must verify under the key
      *    shared with the partner; the key it replaced still
      *    verifies for the grace days after a rotation, so a pouch
      *    already on the road is not stranded.
       0020-VALIDATE-POUCH.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE 0 TO WS-HEADER-SEEN.
           MOVE 0 TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-MSG-COUNT.
           MOVE 0 TO WS-SEAL-SEEN.
           MOVE 0 TO WS-AUTH-FAILED.
           MOVE SPACES TO WS-SEAL-CODE.
           PERFORM 0025-CHECK-PREVIOUS-KEY.
           MOVE "S" TO WS-MAC-STEP.
           CALL 'compute-pouch-mac' USING WS-PARTNER-KEY WS-MAC-STEP
               POUCH-RECORD WS-MAC-STATE.
           CALL 'compute-pouch-mac' USING WS-PARTNER-PREV-KEY
               WS-MAC-STEP POUCH-RECORD WS-PREV-MAC-STATE.
           MOVE "A" TO WS-MAC-STEP.
           OPEN INPUT F-POUCH-FILE.
           IF WS-POUCH-STATUS NOT = "00"
               MOVE "NO INBOUND POUCH ON FILE" TO WS-REJECT-REASON
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-POUCH-FILE
                   NOT AT END
                       IF PCH-REC-TYPE = "MAC"
                           MOVE 1 TO WS-SEAL-SEEN
                           MOVE PCH-MAC-CODE TO WS-SEAL-CODE
                       ELSE
                           CALL 'compute-pouch-mac' USING
                             WS-PARTNER-KEY WS-MAC-STEP POUCH-RECORD
                             WS-MAC-STATE
                           CALL 'compute-pouch-mac' USING
                             WS-PARTNER-PREV-KEY WS-MAC-STEP
                             POUCH-RECORD WS-PREV-MAC-STATE
                       END-IF
                       EVALUATE PCH-REC-TYPE
                           WHEN "PCH"
                               MOVE 1 TO WS-HEADER-SEEN
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

           MOVE "F" TO WS-MAC-STEP.
           CALL 'compute-pouch-mac' USING WS-PARTNER-KEY WS-MAC-STEP
               POUCH-RECORD WS-MAC-STATE.
           CALL 'compute-pouch-mac' USING WS-PARTNER-PREV-KEY
               WS-MAC-STEP POUCH-RECORD WS-PREV-MAC-STATE.

           IF WS-REJECT-REASON = "NO INBOUND POUCH ON FILE"
               CONTINUE
           ELSE IF WS-PARTNER-KEY = SPACES
               MOVE "PARTNER HAS NO SHARED KEY" TO WS-REJECT-REASON
           ELSE IF WS-SEAL-SEEN = 0
               MOVE "POUCH NOT SEALED" TO WS-REJECT-REASON
               MOVE 1 TO WS-AUTH-FAILED
           ELSE IF WS-SEAL-CODE NOT = WS-MAC-CODE
           AND (WS-PARTNER-PREV-KEY = SPACES
             OR WS-SEAL-CODE NOT = WS-PREV-MAC-CODE)
               MOVE "POUCH FAILED AUTHENTICATION" TO WS-REJECT-REASON
               MOVE 1 TO WS-AUTH-FAILED
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               CONTINUE
           ELSE IF WS-HEADER-SEEN = 0
               MOVE "POUCH MISSING IN SEQUENCE" TO WS-REJECT-REASON
           END-IF.

      *    The key before the last rotation is dropped once the
      *    grace days from the rotation have run out.
       0025-CHECK-PREVIOUS-KEY.
           IF WS-PARTNER-PREV-KEY NOT = SPACES
               MOVE 0 TO WS-GRACE-DAYS
               CALL 'get-price' USING WS-GRACE-KEY WS-GRACE-DAYS
               IF WS-GRACE-DAYS = 0
                   MOVE 14 TO WS-GRACE-DAYS
               END-IF
               IF WS-PARTNER-KEY-SET IS NOT NUMERIC
                   MOVE SPACES TO WS-PARTNER-PREV-KEY
               ELSE
                   COMPUTE WS-GRACE-END = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-PARTNER-KEY-SET))
                       + WS-GRACE-DAYS)
                   IF WS-TODAY > WS-GRACE-END
                       MOVE SPACES TO WS-PARTNER-PREV-KEY
                   END-IF
               END-IF
           END-IF.

       0030-POST-POUCH-MESSAGES.
           MOVE SPACES TO WS-PARTNER-CATALOG-NAME.
           STRING "partner-catalog-" DELIMITED BY SIZE
               MOVE PCH-TITLE(1:31) TO LN-TITLE
               MOVE WS-ILL-REQUESTER TO LN-USERNAME
               MOVE WS-TODAY TO LN-DATE
               CALL 'business-day' USING WS-ILL-DUE-X WS-ILL-DUE-ROLL
                 LN-DUE
               MOVE "ILL" TO LN-STATUS
               WRITE LIBRARY-LOAN
               CLOSE F-LIBRARY-LOANS-FILE
           MOVE WS-REJECT-REASON TO FE-REASON.
           WRITE FED-ERROR-RECORD.
           CLOSE F-FED-ERRORS-FILE.

      *    A pouch that is unsealed or fails its seal may be a
      *    forgery, so it goes to security as well as the error log.
       0055-LOG-INCIDENT.
           OPEN EXTEND F-SECURITY-INCIDENTS-FILE.
           IF WS-INCIDENTS-STATUS = "35"
               OPEN OUTPUT F-SECURITY-INCIDENTS-FILE
           END-IF.
           MOVE SPACES TO SECURITY-INCIDENT-RECORD.
           MOVE WS-TODAY TO SI-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SI-TIME.
           MOVE "WARNING" TO SI-SEVERITY.
           MOVE LS-PARTNER-CODE TO SI-USERNAME.
           MOVE "CARAVAN" TO SI-TERMINAL.
           MOVE WS-REJECT-REASON TO SI-DETAIL.
           WRITE SECURITY-INCIDENT-RECORD.
           CLOSE F-SECURITY-INCIDENTS-FILE.
