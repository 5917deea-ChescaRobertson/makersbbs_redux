       IDENTIFICATION DIVISION.
           PROGRAM-ID. audit-closing-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-SAMPLES-FILE ASSIGN TO "audit-samples.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-SAMPLES-STATUS.
           SELECT F-WORKSHEET-FILE ASSIGN TO "audit-worksheet.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-WORKSHEET-STATUS.
           SELECT F-FINDINGS-FILE ASSIGN TO "audit-findings.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-FINDINGS-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "audit-closing.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-SAMPLES-FILE.
           01 SAMPLE-RECORD.
               05 AS-SAMPLE-ID PIC 9(4).
               05 AS-FROM PIC X(8).
               05 AS-TO PIC X(8).
               05 AS-SEED PIC 9(8).
               05 AS-REQUESTED PIC 999.
               05 AS-DRAWN PIC 999.
               05 AS-POPULATION PIC 9(6).
               05 AS-POP-WEIGHT PIC 9(7).
               05 AS-DRAWN-BY PIC X(16).
               05 AS-DRAWN-DATE PIC X(8).
               05 AS-STATUS PIC X(6).
               05 AS-CLOSED-DATE PIC X(8).

           FD F-WORKSHEET-FILE.
           01 WORKSHEET-RECORD.
               05 AW-SAMPLE-ID PIC 9(4).
               05 AW-ITEM PIC 999.
               05 AW-SOURCE PIC X(6).
               05 AW-REF PIC 9(8).
               05 AW-DATE PIC X(8).
               05 AW-ACCOUNT PIC X(16).
               05 AW-COUNTER PIC X(16).
               05 AW-AMOUNT PIC 9(5).
               05 AW-DETAIL PIC X(20).
               05 AW-HIGH-VALUE PIC X.
               05 AW-MANUAL PIC X.
               05 AW-RESULT PIC X(7).
               05 AW-NOTE PIC X(40).
               05 AW-REVIEWED-BY PIC X(16).
               05 AW-REVIEWED-DATE PIC X(8).

           FD F-FINDINGS-FILE.
           01 FINDING-RECORD.
               05 AF-ID PIC 9(4).
               05 AF-SAMPLE-ID PIC 9(4).
               05 AF-ITEM PIC 999.
               05 AF-SEVERITY PIC X(6).
               05 AF-TEXT PIC X(60).
               05 AF-RAISED-BY PIC X(16).
               05 AF-RAISED-DATE PIC X(8).
               05 AF-OWNER PIC X(16).
               05 AF-DUE-DATE PIC X(8).
               05 AF-STATUS PIC X(9).
               05 AF-RESPONSE PIC X(60).
               05 AF-RESPONDED-BY PIC X(16).
               05 AF-RESPONSE-DATE PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(100).

           WORKING-STORAGE SECTION.
           01 WS-SAMPLES-STATUS PIC XX.
           01 WS-WORKSHEET-STATUS PIC XX.
           01 WS-FINDINGS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-SAMPLE-FOUND PIC 9 VALUE 0.
           01 WS-SAVED-SAMPLE PIC X(85).

      *    Worksheet results: 1 passed, 2 queried, 3 failed, 4 not
      *    yet worked.
           01 WS-RESULT-TABLE.
               05 WS-RESULT-ENTRY OCCURS 4 TIMES.
                   10 WS-RESULT-LABEL PIC X(16).
                   10 WS-RESULT-COUNT PIC 999.
                   10 WS-RESULT-VALUE PIC 9(7).
           01 WS-RESULT-IDX PIC 9.

      *    Findings by severity (rows 1 high, 2 medium, 3 low) and
      *    state (columns 1 open, 2 responded, 3 closed).
           01 WS-FINDING-TABLE.
               05 WS-SEVERITY-ROW OCCURS 3 TIMES.
                   10 WS-SEVERITY-LABEL PIC X(6).
                   10 WS-STATE-COUNT PIC 999 OCCURS 3 TIMES.
           01 WS-SEV-IDX PIC 9.
           01 WS-STATE-IDX PIC 9.
           01 WS-FINDING-COUNT PIC 999 VALUE 0.
           01 WS-OVERDUE-COUNT PIC 999 VALUE 0.

           01 WS-COUNT-OUT PIC ZZZZZ9.
           01 WS-COUNT-OUT-2 PIC ZZZZZ9.
           01 WS-COUNT-OUT-3 PIC ZZZZZ9.
           01 WS-VALUE-OUT PIC Z(6)9.
           01 WS-AMOUNT-OUT PIC ZZZZ9.
           01 WS-ID-OUT PIC ZZZ9.
           01 WS-ITEM-OUT PIC ZZ9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "AUDIT-CLOSING".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "audit-closing.dat".

           LINKAGE SECTION.
           01 LS-AUDIT-SAMPLE-ID PIC 9(4).
           01 LS-AUDIT-STATUS-MESSAGE PIC X(30).

      *    The auditor's closing report to the council for one
      *    sample: what was drawn, how each item came out on the
      *    worksheet, the items that failed or were queried with the
      *    auditor's notes, and every finding raised with the
      *    overseer's response.  A sample not yet closed prints as a
      *    draft.
       PROCEDURE DIVISION USING LS-AUDIT-SAMPLE-ID,
           LS-AUDIT-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-SAMPLE-FOUND.
           OPEN INPUT F-SAMPLES-FILE.
           IF WS-SAMPLES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAMPLES-FILE
                       NOT AT END
                           IF AS-SAMPLE-ID = LS-AUDIT-SAMPLE-ID
                               MOVE 1 TO WS-SAMPLE-FOUND
                               MOVE SAMPLE-RECORD TO WS-SAVED-SAMPLE
                               MOVE 1 TO WS-FILE-IS-ENDED
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAMPLES-FILE
           END-IF.
           IF WS-SAMPLE-FOUND = 0
               MOVE "NO SUCH SAMPLE" TO LS-AUDIT-STATUS-MESSAGE
               GOBACK
           END-IF.
           MOVE WS-SAVED-SAMPLE TO SAMPLE-RECORD.

           INITIALIZE WS-RESULT-TABLE.
           MOVE "PASSED" TO WS-RESULT-LABEL(1).
           MOVE "QUERIED" TO WS-RESULT-LABEL(2).
           MOVE "FAILED" TO WS-RESULT-LABEL(3).
           MOVE "NOT YET WORKED" TO WS-RESULT-LABEL(4).
           INITIALIZE WS-FINDING-TABLE.
           MOVE "HIGH" TO WS-SEVERITY-LABEL(1).
           MOVE "MEDIUM" TO WS-SEVERITY-LABEL(2).
           MOVE "LOW" TO WS-SEVERITY-LABEL(3).

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0010-WRITE-HEADING.
           PERFORM 0020-WORKSHEET-SECTION.
           PERFORM 0030-FINDINGS-SECTION.
           PERFORM 0040-SUMMARY-SECTION.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF AS-STATUS = "CLOSED"
               MOVE "CLOSING REPORT SPOOLED" TO LS-AUDIT-STATUS-MESSAGE
           ELSE
               MOVE "DRAFT REPORT SPOOLED" TO LS-AUDIT-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-WRITE-HEADING.
           MOVE AS-SAMPLE-ID TO WS-ID-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "INTERNAL AUDIT - CLOSING REPORT ON SAMPLE "
               DELIMITED BY SIZE
               WS-ID-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF AS-STATUS = "CLOSED"
               STRING "CLOSED " DELIMITED BY SIZE
                   AS-CLOSED-DATE DELIMITED BY SIZE
                   "   PRINTED " DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "*** DRAFT - SAMPLE STILL OPEN ***   PRINTED "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PERIOD " DELIMITED BY SIZE
               AS-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               AS-TO DELIMITED BY SIZE
               "   DRAWN " DELIMITED BY SIZE
               AS-DRAWN-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               AS-DRAWN-BY DELIMITED BY SIZE
               "   SEED " DELIMITED BY SIZE
               AS-SEED DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE AS-POPULATION TO WS-COUNT-OUT.
           MOVE AS-DRAWN TO WS-COUNT-OUT-2.
           MOVE AS-REQUESTED TO WS-COUNT-OUT-3.
           MOVE SPACES TO REPORT-LINE.
           STRING "POPULATION" DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               " ITEMS   SAMPLE" DELIMITED BY SIZE
               WS-COUNT-OUT-2 DELIMITED BY SIZE
               " ITEMS OF" DELIMITED BY SIZE
               WS-COUNT-OUT-3 DELIMITED BY SIZE
               " ASKED" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Failed and queried items are listed with their notes as
      *    the worksheet is read; the counts print after them.
       0020-WORKSHEET-SECTION.
           MOVE "ITEMS FAILED OR QUERIED" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT F-WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORKSHEET-FILE
                       NOT AT END
                           IF AW-SAMPLE-ID = AS-SAMPLE-ID
                               PERFORM 0025-TALLY-ITEM
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORKSHEET-FILE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "WORKSHEET RESULTS           ITEMS     VALUE" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-RESULT-IDX FROM 1 BY 1
               UNTIL WS-RESULT-IDX > 4
               MOVE WS-RESULT-COUNT(WS-RESULT-IDX) TO WS-COUNT-OUT
               MOVE WS-RESULT-VALUE(WS-RESULT-IDX) TO WS-VALUE-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-RESULT-LABEL(WS-RESULT-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-VALUE-OUT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0025-TALLY-ITEM.
           EVALUATE AW-RESULT
               WHEN "PASSED"
                   MOVE 1 TO WS-RESULT-IDX
               WHEN "QUERIED"
                   MOVE 2 TO WS-RESULT-IDX
               WHEN "FAILED"
                   MOVE 3 TO WS-RESULT-IDX
               WHEN OTHER
                   MOVE 4 TO WS-RESULT-IDX
           END-EVALUATE.
           ADD 1 TO WS-RESULT-COUNT(WS-RESULT-IDX).
           ADD AW-AMOUNT TO WS-RESULT-VALUE(WS-RESULT-IDX).
           IF WS-RESULT-IDX = 2 OR WS-RESULT-IDX = 3
               MOVE AW-ITEM TO WS-ITEM-OUT
               MOVE AW-AMOUNT TO WS-AMOUNT-OUT
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-ITEM-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-RESULT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-SOURCE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-REF DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AW-DETAIL DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "        NOTE: " DELIMITED BY SIZE
                   AW-NOTE DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   AW-REVIEWED-BY DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0030-FINDINGS-SECTION.
           MOVE "FINDINGS" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           OPEN INPUT F-FINDINGS-FILE.
           IF WS-FINDINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FINDINGS-FILE
                       NOT AT END
                           IF AF-SAMPLE-ID = AS-SAMPLE-ID
                               PERFORM 0035-WRITE-FINDING
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FINDINGS-FILE
           END-IF.
           IF WS-FINDING-COUNT = 0
               MOVE "  NO FINDINGS RAISED" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       0035-WRITE-FINDING.
           ADD 1 TO WS-FINDING-COUNT.
           EVALUATE AF-SEVERITY
               WHEN "HIGH"
                   MOVE 1 TO WS-SEV-IDX
               WHEN "MEDIUM"
                   MOVE 2 TO WS-SEV-IDX
               WHEN OTHER
                   MOVE 3 TO WS-SEV-IDX
           END-EVALUATE.
           EVALUATE AF-STATUS
               WHEN "RESPONDED"
                   MOVE 2 TO WS-STATE-IDX
               WHEN "CLOSED"
                   MOVE 3 TO WS-STATE-IDX
               WHEN OTHER
                   MOVE 1 TO WS-STATE-IDX
           END-EVALUATE.
           ADD 1 TO WS-STATE-COUNT(WS-SEV-IDX, WS-STATE-IDX).
           IF WS-STATE-IDX = 1 AND AF-DUE-DATE < WS-TODAY
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.

           MOVE AF-ID TO WS-ID-OUT.
           MOVE AF-ITEM TO WS-ITEM-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FINDING" DELIMITED BY SIZE
               WS-ID-OUT DELIMITED BY SIZE
               "  ITEM" DELIMITED BY SIZE
               WS-ITEM-OUT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AF-SEVERITY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AF-STATUS DELIMITED BY SIZE
               "  RAISED " DELIMITED BY SIZE
               AF-RAISED-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               AF-RAISED-BY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "      " DELIMITED BY SIZE
               AF-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF AF-STATUS = "OPEN"
               STRING "      AWAITING RESPONSE FROM " DELIMITED BY SIZE
                   AF-OWNER DELIMITED BY SPACE
                   " BY " DELIMITED BY SIZE
                   AF-DUE-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
           ELSE
               STRING "      RESPONSE " DELIMITED BY SIZE
                   AF-RESPONSE-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AF-RESPONDED-BY DELIMITED BY SPACE
                   ": " DELIMITED BY SIZE
                   AF-RESPONSE DELIMITED BY SIZE
                   INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

       0040-SUMMARY-SECTION.
           MOVE "SUMMARY OF FINDINGS      OPEN  RESPONDED  CLOSED" TO
             REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
               UNTIL WS-SEV-IDX > 3
               MOVE WS-STATE-COUNT(WS-SEV-IDX, 1) TO WS-COUNT-OUT
               MOVE WS-STATE-COUNT(WS-SEV-IDX, 2) TO WS-COUNT-OUT-2
               MOVE WS-STATE-COUNT(WS-SEV-IDX, 3) TO WS-COUNT-OUT-3
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                   WS-SEVERITY-LABEL(WS-SEV-IDX) DELIMITED BY SIZE
                   "             " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-COUNT-OUT-2 DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-COUNT-OUT-3 DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-FINDING-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  FINDINGS RAISED      " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  RESPONSES OVERDUE    " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
