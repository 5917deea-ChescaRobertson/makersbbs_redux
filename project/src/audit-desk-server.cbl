       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-desk-server.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
             SELECT F-SAMPLES-FILE ASSIGN TO 'audit-samples.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-SAMPLES-STATUS.

             SELECT F-WORKSHEET-FILE ASSIGN TO 'audit-worksheet.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-WORKSHEET-STATUS.

             SELECT F-FINDINGS-FILE ASSIGN TO 'audit-findings.dat'
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-FINDINGS-STATUS.

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

           WORKING-STORAGE SECTION.
           01 WS-SAMPLES-STATUS PIC XX.
           01 WS-WORKSHEET-STATUS PIC XX.
           01 WS-FINDINGS-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-MATCHED PIC 9.

           01 AUDIT-ADMIN PIC X(16).
           01 AUDIT-ACTION PIC X(12).
           01 AUDIT-ACCOUNT PIC X(8).
           01 AUDIT-AMOUNT PIC 999.

           01 WS-RESPONSE-DAYS-KEY PIC X(20)
               VALUE "AUDIT-RESPONSE-DAYS".
           01 WS-RESPONSE-DAYS PIC 999.
           01 WS-DUE-DATE-INT PIC 9(8).

      *    The sample the desk is working on and its running state.
           01 WS-AD-SAMPLE-ID PIC 9(4) VALUE 0.
           01 WS-AD-FROM PIC X(8).
           01 WS-AD-TO PIC X(8).
           01 WS-AD-STATUS PIC X(6).
           01 WS-AD-ITEMS PIC 999.
           01 WS-AD-ITEMS-OPEN PIC 999.
           01 WS-AD-FINDINGS-OPEN PIC 999.

           01 AD-SAMPLE-ENTRY PIC 9(4).
           01 AD-FROM-ENTRY PIC X(8).
           01 AD-TO-ENTRY PIC X(8).
           01 AD-SEED-ENTRY PIC 9(8).
           01 AD-SIZE-ENTRY PIC 999.
           01 AD-RESULT-MESSAGE PIC X(40).
           01 AD-CHOICE PIC X.
           01 WS-DRAW-MESSAGE PIC X(30).
           01 WS-REPORT-MESSAGE PIC X(30).

      *    One page of the worksheet, five items at a time.
           01 WS-AW-TABLE.
               05 WS-AW-ENTRY OCCURS 5 TIMES.
                   10 WS-AW-SEQ PIC 9.
                   10 WS-AW-ITEM PIC 999.
                   10 WS-AW-SOURCE PIC X(6).
                   10 WS-AW-REF PIC 9(8).
                   10 WS-AW-ACCOUNT PIC X(16).
                   10 WS-AW-AMOUNT PIC 9(5).
                   10 WS-AW-FLAGS PIC X(2).
                   10 WS-AW-RESULT PIC X(7).
                   10 WS-AW-DETAIL PIC X(20).
           01 WS-AW-COUNT PIC 9.
           01 WS-AW-SKIP PIC 999 VALUE 0.
           01 WS-AW-SEEN PIC 999.
           01 AW-MARK-SEQ-ENTRY PIC 9.
           01 AW-MARK-DECISION PIC X.
           01 AW-MARK-NOTE PIC X(40).
           01 AW-RESULT-MESSAGE PIC X(40).
           01 AW-CHOICE PIC X.

      *    One page of findings on the sample, five at a time.
           01 WS-AF-TABLE.
               05 WS-AF-ENTRY OCCURS 5 TIMES.
                   10 WS-AF-SEQ PIC 9.
                   10 WS-AF-ID PIC 9(4).
                   10 WS-AF-ITEM PIC 999.
                   10 WS-AF-SEVERITY PIC X(6).
                   10 WS-AF-STATUS PIC X(9).
                   10 WS-AF-OWNER PIC X(16).
                   10 WS-AF-DUE PIC X(8).
                   10 WS-AF-TEXT PIC X(40).
                   10 WS-AF-RAISED-BY PIC X(16).
           01 WS-AF-COUNT PIC 9.
           01 WS-AF-SKIP PIC 999 VALUE 0.
           01 WS-AF-SEEN PIC 999.
           01 WS-AF-NEXT-ID PIC 9(4).
           01 AF-ITEM-ENTRY PIC 999.
           01 AF-SEVERITY-ENTRY PIC X.
           01 AF-OWNER-ENTRY PIC X(16).
           01 AF-TEXT-ENTRY PIC X(60).
           01 AF-ACT-SEQ-ENTRY PIC 9.
           01 AF-ACT-DECISION PIC X.
           01 AF-RESPONSE-ENTRY PIC X(60).
           01 AF-RESULT-MESSAGE PIC X(40).
           01 AF-CHOICE PIC X.

           LINKAGE SECTION.
           01 LS-ADMIN-NAME PIC X(16).
           01 LS-ADMIN-ROLE PIC X(10).
               88 LS-ROLE-AUDITOR VALUE "AUDITOR" "SUPERVISR".

           SCREEN SECTION.
           01 AUDIT-DESK-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Internal audit desk" UNDERLINE
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE "Sample #: "
                   FOREGROUND-COLOR IS 2.
               05 AD-SAMPLE-FIELD LINE 7 COL 30 PIC 9(4)
                   USING AD-SAMPLE-ENTRY.
               05 LINE 7 COL 36 PIC X(8) USING WS-AD-FROM
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 45 VALUE "-" FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 47 PIC X(8) USING WS-AD-TO
                   FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 57 PIC X(6) USING WS-AD-STATUS
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 8 COL 20 VALUE "Items: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 27 PIC ZZ9 USING WS-AD-ITEMS
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 32 VALUE "not yet worked: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 48 PIC ZZ9 USING WS-AD-ITEMS-OPEN
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 53 VALUE "findings awaiting response: "
                   FOREGROUND-COLOR IS 2.
               05 LINE 8 COL 81 PIC ZZ9 USING WS-AD-FINDINGS-OPEN
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 VALUE "Draw - from: "
                   FOREGROUND-COLOR IS 2.
               05 AD-FROM-FIELD LINE 10 COL 33 PIC X(8)
                   USING AD-FROM-ENTRY.
               05 LINE 10 COL 43 VALUE "to: " FOREGROUND-COLOR IS 2.
               05 AD-TO-FIELD LINE 10 COL 47 PIC X(8)
                   USING AD-TO-ENTRY.
               05 LINE 10 COL 57 VALUE "seed: " FOREGROUND-COLOR IS 2.
               05 AD-SEED-FIELD LINE 10 COL 63 PIC 9(8)
                   USING AD-SEED-ENTRY.
               05 LINE 10 COL 73 VALUE "size: " FOREGROUND-COLOR IS 2.
               05 AD-SIZE-FIELD LINE 10 COL 79 PIC 999
                   USING AD-SIZE-ENTRY.
               05 LINE 12 COL 20 VALUE
                   "(s) Select sample  (d) Draw new sample"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 13 COL 20 VALUE
                   "(w) Worksheet  (f) Findings  (r) Draft report"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 14 COL 20 VALUE
                   "(c) Close sample and report  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 16 COL 20 PIC X(40) USING AD-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 18 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 AD-CHOICE-FIELD LINE 18 COL 26 PIC X
                   USING AD-CHOICE.

           01 AUDIT-WORKSHEET-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Audit worksheet - sample "
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 45 PIC 9(4) USING WS-AD-SAMPLE-ID
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 7 COL 20 VALUE
                   "H = high value   M = manually posted"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE
                   "#  Itm Source Ref      Account          Amount"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 66 VALUE "HM Result  Status/reason"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-AW-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC 999 USING WS-AW-ITEM(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 27 PIC X(6) USING WS-AW-SOURCE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 34 PIC 9(8) USING WS-AW-REF(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 43 PIC X(16) USING WS-AW-ACCOUNT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 60 PIC ZZZZ9 USING WS-AW-AMOUNT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 66 PIC X(2) USING WS-AW-FLAGS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 69 PIC X(7) USING WS-AW-RESULT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 77 PIC X(20) USING WS-AW-DETAIL(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-AW-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC 999 USING WS-AW-ITEM(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 27 PIC X(6) USING WS-AW-SOURCE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 34 PIC 9(8) USING WS-AW-REF(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 43 PIC X(16) USING WS-AW-ACCOUNT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 60 PIC ZZZZ9 USING WS-AW-AMOUNT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 66 PIC X(2) USING WS-AW-FLAGS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 69 PIC X(7) USING WS-AW-RESULT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 77 PIC X(20) USING WS-AW-DETAIL(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-AW-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC 999 USING WS-AW-ITEM(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 27 PIC X(6) USING WS-AW-SOURCE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 34 PIC 9(8) USING WS-AW-REF(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 43 PIC X(16) USING WS-AW-ACCOUNT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 60 PIC ZZZZ9 USING WS-AW-AMOUNT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 66 PIC X(2) USING WS-AW-FLAGS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 69 PIC X(7) USING WS-AW-RESULT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 77 PIC X(20) USING WS-AW-DETAIL(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-AW-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC 999 USING WS-AW-ITEM(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 27 PIC X(6) USING WS-AW-SOURCE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 34 PIC 9(8) USING WS-AW-REF(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 43 PIC X(16) USING WS-AW-ACCOUNT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 60 PIC ZZZZ9 USING WS-AW-AMOUNT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 66 PIC X(2) USING WS-AW-FLAGS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 69 PIC X(7) USING WS-AW-RESULT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 77 PIC X(20) USING WS-AW-DETAIL(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9 USING WS-AW-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC 999 USING WS-AW-ITEM(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 27 PIC X(6) USING WS-AW-SOURCE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 34 PIC 9(8) USING WS-AW-REF(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 43 PIC X(16) USING WS-AW-ACCOUNT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 60 PIC ZZZZ9 USING WS-AW-AMOUNT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 66 PIC X(2) USING WS-AW-FLAGS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 69 PIC X(7) USING WS-AW-RESULT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 77 PIC X(20) USING WS-AW-DETAIL(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Mark #: "
                   FOREGROUND-COLOR IS 2.
               05 AW-SEQ-FIELD LINE 16 COL 28 PIC 9
                   USING AW-MARK-SEQ-ENTRY.
               05 LINE 16 COL 32 VALUE
                   "(p) Passed  (q) Queried  (f) Failed: "
                   FOREGROUND-COLOR IS 2.
               05 AW-DECISION-FIELD LINE 16 COL 69 PIC X
                   USING AW-MARK-DECISION.
               05 LINE 17 COL 20 VALUE "Note:   "
                   FOREGROUND-COLOR IS 2.
               05 AW-NOTE-FIELD LINE 17 COL 28 PIC X(40)
                   USING AW-MARK-NOTE.
               05 LINE 19 COL 20 PIC X(40) USING AW-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 21 COL 20 VALUE "(n) Next page  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 22 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 AW-CHOICE-FIELD LINE 22 COL 26 PIC X
                   USING AW-CHOICE.

           01 AUDIT-FINDINGS-SCREEN.
               05 BLANK SCREEN.
               05 LINE 5 COL 20 VALUE "Audit findings - sample "
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 5 COL 44 PIC 9(4) USING WS-AD-SAMPLE-ID
                   UNDERLINE FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 20 VALUE
                   "#  No.  Itm Sev.   Status    Owner            Due"
                   FOREGROUND-COLOR IS 2.
               05 LINE 9 COL 75 VALUE "Finding"
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 20 PIC 9 USING WS-AF-SEQ(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 23 PIC ZZZ9 USING WS-AF-ID(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 28 PIC ZZ9 USING WS-AF-ITEM(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 32 PIC X(6) USING WS-AF-SEVERITY(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 39 PIC X(9) USING WS-AF-STATUS(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 49 PIC X(16) USING WS-AF-OWNER(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 66 PIC X(8) USING WS-AF-DUE(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 10 COL 75 PIC X(40) USING WS-AF-TEXT(1)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 20 PIC 9 USING WS-AF-SEQ(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 23 PIC ZZZ9 USING WS-AF-ID(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 28 PIC ZZ9 USING WS-AF-ITEM(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 32 PIC X(6) USING WS-AF-SEVERITY(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 39 PIC X(9) USING WS-AF-STATUS(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 49 PIC X(16) USING WS-AF-OWNER(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 66 PIC X(8) USING WS-AF-DUE(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 11 COL 75 PIC X(40) USING WS-AF-TEXT(2)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 20 PIC 9 USING WS-AF-SEQ(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 23 PIC ZZZ9 USING WS-AF-ID(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 28 PIC ZZ9 USING WS-AF-ITEM(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 32 PIC X(6) USING WS-AF-SEVERITY(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 39 PIC X(9) USING WS-AF-STATUS(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 49 PIC X(16) USING WS-AF-OWNER(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 66 PIC X(8) USING WS-AF-DUE(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 12 COL 75 PIC X(40) USING WS-AF-TEXT(3)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 20 PIC 9 USING WS-AF-SEQ(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 23 PIC ZZZ9 USING WS-AF-ID(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 28 PIC ZZ9 USING WS-AF-ITEM(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 32 PIC X(6) USING WS-AF-SEVERITY(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 39 PIC X(9) USING WS-AF-STATUS(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 49 PIC X(16) USING WS-AF-OWNER(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 66 PIC X(8) USING WS-AF-DUE(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 13 COL 75 PIC X(40) USING WS-AF-TEXT(4)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 20 PIC 9 USING WS-AF-SEQ(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 23 PIC ZZZ9 USING WS-AF-ID(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 28 PIC ZZ9 USING WS-AF-ITEM(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 32 PIC X(6) USING WS-AF-SEVERITY(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 39 PIC X(9) USING WS-AF-STATUS(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 49 PIC X(16) USING WS-AF-OWNER(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 66 PIC X(8) USING WS-AF-DUE(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 14 COL 75 PIC X(40) USING WS-AF-TEXT(5)
                   FOREGROUND-COLOR IS 2.
               05 LINE 16 COL 20 VALUE "Raise on item: "
                   FOREGROUND-COLOR IS 2.
               05 AF-ITEM-FIELD LINE 16 COL 35 PIC 999
                   USING AF-ITEM-ENTRY.
               05 LINE 16 COL 40 VALUE "severity (h/m/l): "
                   FOREGROUND-COLOR IS 2.
               05 AF-SEVERITY-FIELD LINE 16 COL 58 PIC X
                   USING AF-SEVERITY-ENTRY.
               05 LINE 16 COL 61 VALUE "owner: "
                   FOREGROUND-COLOR IS 2.
               05 AF-OWNER-FIELD LINE 16 COL 68 PIC X(16)
                   USING AF-OWNER-ENTRY.
               05 LINE 17 COL 20 VALUE "Finding:  "
                   FOREGROUND-COLOR IS 2.
               05 AF-TEXT-FIELD LINE 17 COL 30 PIC X(60)
                   USING AF-TEXT-ENTRY.
               05 LINE 19 COL 20 VALUE "Act on #: "
                   FOREGROUND-COLOR IS 2.
               05 AF-SEQ-FIELD LINE 19 COL 30 PIC 9
                   USING AF-ACT-SEQ-ENTRY.
               05 LINE 19 COL 34 VALUE "(r) Respond  (k) Close: "
                   FOREGROUND-COLOR IS 2.
               05 AF-DECISION-FIELD LINE 19 COL 58 PIC X
                   USING AF-ACT-DECISION.
               05 LINE 20 COL 20 VALUE "Response: "
                   FOREGROUND-COLOR IS 2.
               05 AF-RESPONSE-FIELD LINE 20 COL 30 PIC X(60)
                   USING AF-RESPONSE-ENTRY.
               05 LINE 22 COL 20 PIC X(40) USING AF-RESULT-MESSAGE
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 24 COL 20 VALUE
                   "(a) Raise finding  (n) Next page  (g) Go back"
                   HIGHLIGHT FOREGROUND-COLOR IS 3.
               05 LINE 25 COL 20 VALUE "Pick: "
                   FOREGROUND-COLOR IS 2.
               05 AF-CHOICE-FIELD LINE 25 COL 26 PIC X
                   USING AF-CHOICE.

      *    The internal auditor's desk.  The auditor draws a sample
      *    for a period, works each item on the worksheet as passed,
      *    queried or failed, and raises findings against items for
      *    a named admin to answer.  Any admin may respond to a
      *    finding raised by someone else; only the auditor (or a
      *    supervisor) may draw, mark, raise and close.  A sample is
      *    closed once every item is worked and no finding is left
      *    unanswered, and the closing report goes to the council.
       PROCEDURE DIVISION USING LS-ADMIN-NAME, LS-ADMIN-ROLE.

       1300-AUDIT-DESK.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF WS-AD-SAMPLE-ID > 0
               PERFORM 1302-LOAD-SAMPLE
           END-IF.
           MOVE WS-AD-SAMPLE-ID TO AD-SAMPLE-ENTRY.
           MOVE SPACES TO AD-FROM-ENTRY.
           MOVE SPACES TO AD-TO-ENTRY.
           MOVE 0 TO AD-SEED-ENTRY.
           MOVE 0 TO AD-SIZE-ENTRY.
           INITIALIZE AD-CHOICE.
           DISPLAY AUDIT-DESK-SCREEN.

           ACCEPT AD-SAMPLE-FIELD.
           ACCEPT AD-FROM-FIELD.
           ACCEPT AD-TO-FIELD.
           ACCEPT AD-SEED-FIELD.
           ACCEPT AD-SIZE-FIELD.
           ACCEPT AD-CHOICE-FIELD.
           MOVE SPACES TO AD-RESULT-MESSAGE.

           IF AD-CHOICE = 's' OR 'S'
               MOVE AD-SAMPLE-ENTRY TO WS-AD-SAMPLE-ID
               PERFORM 1302-LOAD-SAMPLE
               IF WS-AD-STATUS = SPACES
                   MOVE 0 TO WS-AD-SAMPLE-ID
                   MOVE "NO SUCH SAMPLE" TO AD-RESULT-MESSAGE
               END-IF
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'd' OR 'D'
               PERFORM 1310-DRAW-SAMPLE
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'w' OR 'W'
               IF WS-AD-SAMPLE-ID = 0
                   MOVE "SELECT A SAMPLE FIRST" TO AD-RESULT-MESSAGE
               ELSE
                   MOVE 0 TO WS-AW-SKIP
                   MOVE SPACES TO AW-RESULT-MESSAGE
                   PERFORM 1320-WORKSHEET
               END-IF
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'f' OR 'F'
               IF WS-AD-SAMPLE-ID = 0
                   MOVE "SELECT A SAMPLE FIRST" TO AD-RESULT-MESSAGE
               ELSE
                   MOVE 0 TO WS-AF-SKIP
                   MOVE SPACES TO AF-RESULT-MESSAGE
                   PERFORM 1340-FINDINGS
               END-IF
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'r' OR 'R'
               IF WS-AD-SAMPLE-ID = 0
                   MOVE "SELECT A SAMPLE FIRST" TO AD-RESULT-MESSAGE
               ELSE
                   CALL 'audit-closing-report' USING WS-AD-SAMPLE-ID
                     WS-REPORT-MESSAGE
                   MOVE WS-REPORT-MESSAGE TO AD-RESULT-MESSAGE
               END-IF
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'c' OR 'C'
               PERFORM 1360-CLOSE-SAMPLE
               PERFORM 1300-AUDIT-DESK
           ELSE IF AD-CHOICE = 'g' OR 'G'
               GOBACK
           ELSE
               PERFORM 1300-AUDIT-DESK
           END-IF.

      *    Reads the selected sample's header and counts the items
      *    still to work and the findings still awaiting a response.
       1302-LOAD-SAMPLE.
           MOVE SPACES TO WS-AD-FROM.
           MOVE SPACES TO WS-AD-TO.
           MOVE SPACES TO WS-AD-STATUS.
           MOVE 0 TO WS-AD-ITEMS.
           MOVE 0 TO WS-AD-ITEMS-OPEN.
           MOVE 0 TO WS-AD-FINDINGS-OPEN.
           OPEN INPUT F-SAMPLES-FILE.
           IF WS-SAMPLES-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAMPLES-FILE
                       NOT AT END
                           IF AS-SAMPLE-ID = WS-AD-SAMPLE-ID
                               MOVE AS-FROM TO WS-AD-FROM
                               MOVE AS-TO TO WS-AD-TO
                               MOVE AS-STATUS TO WS-AD-STATUS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAMPLES-FILE
           END-IF.
           OPEN INPUT F-WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORKSHEET-FILE
                       NOT AT END
                           IF AW-SAMPLE-ID = WS-AD-SAMPLE-ID
                               ADD 1 TO WS-AD-ITEMS
                               IF AW-RESULT = "OPEN"
                                   ADD 1 TO WS-AD-ITEMS-OPEN
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORKSHEET-FILE
           END-IF.
           OPEN INPUT F-FINDINGS-FILE.
           IF WS-FINDINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FINDINGS-FILE
                       NOT AT END
                           IF AF-SAMPLE-ID = WS-AD-SAMPLE-ID
                           AND AF-STATUS = "OPEN"
                               ADD 1 TO WS-AD-FINDINGS-OPEN
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FINDINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       1310-DRAW-SAMPLE.
           IF NOT LS-ROLE-AUDITOR
               MOVE "ONLY THE AUDITOR MAY DRAW A SAMPLE" TO
                 AD-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-AD-SAMPLE-ID
               CALL 'audit-sample-draw' USING AD-FROM-ENTRY
                 AD-TO-ENTRY AD-SEED-ENTRY AD-SIZE-ENTRY
                 LS-ADMIN-NAME WS-AD-SAMPLE-ID WS-DRAW-MESSAGE
               MOVE WS-DRAW-MESSAGE TO AD-RESULT-MESSAGE
               IF WS-AD-SAMPLE-ID > 0
                   MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
                   MOVE "AUDIT-DRAW" TO AUDIT-ACTION
                   MOVE WS-AD-SAMPLE-ID TO AUDIT-ACCOUNT
                   MOVE AD-SIZE-ENTRY TO AUDIT-AMOUNT
                   PERFORM 1390-WRITE-AUDIT-ENTRY
               END-IF
           END-IF.

       1320-WORKSHEET.
           PERFORM 1322-LOAD-WORKSHEET-PAGE.
           MOVE 0 TO AW-MARK-SEQ-ENTRY.
           INITIALIZE AW-MARK-DECISION.
           MOVE SPACES TO AW-MARK-NOTE.
           INITIALIZE AW-CHOICE.
           DISPLAY AUDIT-WORKSHEET-SCREEN.

           ACCEPT AW-SEQ-FIELD.
           ACCEPT AW-DECISION-FIELD.
           ACCEPT AW-NOTE-FIELD.
           ACCEPT AW-CHOICE-FIELD.
           MOVE SPACES TO AW-RESULT-MESSAGE.

           IF AW-MARK-SEQ-ENTRY > 0
               PERFORM 1324-MARK-ITEM
           END-IF.

           IF AW-CHOICE = 'n' OR 'N'
               ADD 5 TO WS-AW-SKIP
               IF WS-AW-SKIP NOT < WS-AW-SEEN
                   MOVE 0 TO WS-AW-SKIP
               END-IF
               PERFORM 1320-WORKSHEET
           ELSE IF AW-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 1320-WORKSHEET
           END-IF.

       1322-LOAD-WORKSHEET-PAGE.
           MOVE 0 TO WS-AW-COUNT.
           MOVE 0 TO WS-AW-SEEN.
           INITIALIZE WS-AW-TABLE.
           OPEN INPUT F-WORKSHEET-FILE.
           IF WS-WORKSHEET-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORKSHEET-FILE
                       NOT AT END
                           IF AW-SAMPLE-ID = WS-AD-SAMPLE-ID
                               ADD 1 TO WS-AW-SEEN
                               IF WS-AW-SEEN > WS-AW-SKIP
                               AND WS-AW-COUNT < 5
                                   PERFORM 1323-ADD-WORKSHEET-LINE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORKSHEET-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           IF WS-AW-SEEN = 0
               MOVE "NO ITEMS IN THIS SAMPLE" TO AW-RESULT-MESSAGE
           END-IF.

       1323-ADD-WORKSHEET-LINE.
           ADD 1 TO WS-AW-COUNT.
           MOVE WS-AW-COUNT TO WS-AW-SEQ(WS-AW-COUNT).
           MOVE AW-ITEM TO WS-AW-ITEM(WS-AW-COUNT).
           MOVE AW-SOURCE TO WS-AW-SOURCE(WS-AW-COUNT).
           MOVE AW-REF TO WS-AW-REF(WS-AW-COUNT).
           MOVE AW-ACCOUNT TO WS-AW-ACCOUNT(WS-AW-COUNT).
           MOVE AW-AMOUNT TO WS-AW-AMOUNT(WS-AW-COUNT).
           MOVE AW-HIGH-VALUE TO WS-AW-FLAGS(WS-AW-COUNT)(1:1).
           MOVE AW-MANUAL TO WS-AW-FLAGS(WS-AW-COUNT)(2:1).
           MOVE AW-RESULT TO WS-AW-RESULT(WS-AW-COUNT).
           MOVE AW-DETAIL TO WS-AW-DETAIL(WS-AW-COUNT).

      *    A failed or queried item must carry the auditor's note so
      *    the closing report can say why.
       1324-MARK-ITEM.
           IF NOT LS-ROLE-AUDITOR
               MOVE "ONLY THE AUDITOR MAY MARK ITEMS" TO
                 AW-RESULT-MESSAGE
           ELSE IF WS-AD-STATUS NOT = "OPEN"
               MOVE "SAMPLE IS CLOSED" TO AW-RESULT-MESSAGE
           ELSE IF AW-MARK-SEQ-ENTRY > WS-AW-COUNT
               MOVE "NO SUCH ITEM ON SCREEN" TO AW-RESULT-MESSAGE
           ELSE IF AW-MARK-DECISION NOT = 'p' AND
           AW-MARK-DECISION NOT = 'P' AND
           AW-MARK-DECISION NOT = 'q' AND
           AW-MARK-DECISION NOT = 'Q' AND
           AW-MARK-DECISION NOT = 'f' AND
           AW-MARK-DECISION NOT = 'F'
               MOVE "ENTER p, q OR f TO MARK" TO AW-RESULT-MESSAGE
           ELSE IF AW-MARK-NOTE = SPACES
           AND AW-MARK-DECISION NOT = 'p'
           AND AW-MARK-DECISION NOT = 'P'
               MOVE "A NOTE IS NEEDED TO QUERY OR FAIL" TO
                 AW-RESULT-MESSAGE
           ELSE
               MOVE 0 TO WS-MATCHED
               OPEN I-O F-WORKSHEET-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-WORKSHEET-FILE
                       NOT AT END
                           IF AW-SAMPLE-ID = WS-AD-SAMPLE-ID
                           AND AW-ITEM =
                             WS-AW-ITEM(AW-MARK-SEQ-ENTRY)
                           AND WS-MATCHED = 0
                               MOVE 1 TO WS-MATCHED
                               PERFORM 1325-APPLY-MARK
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-WORKSHEET-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM 1302-LOAD-SAMPLE
           END-IF.

       1325-APPLY-MARK.
           EVALUATE TRUE
               WHEN AW-MARK-DECISION = 'p' OR 'P'
                   MOVE "PASSED" TO AW-RESULT
               WHEN AW-MARK-DECISION = 'q' OR 'Q'
                   MOVE "QUERIED" TO AW-RESULT
               WHEN OTHER
                   MOVE "FAILED" TO AW-RESULT
           END-EVALUATE.
           MOVE AW-MARK-NOTE TO AW-NOTE.
           MOVE LS-ADMIN-NAME TO AW-REVIEWED-BY.
           MOVE WS-TODAY TO AW-REVIEWED-DATE.
           REWRITE WORKSHEET-RECORD.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE "AUDIT-MARK" TO AUDIT-ACTION.
           MOVE WS-AD-SAMPLE-ID TO AUDIT-ACCOUNT.
           MOVE AW-ITEM TO AUDIT-AMOUNT.
           PERFORM 1390-WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AW-RESULT-MESSAGE.
           STRING "ITEM MARKED " DELIMITED BY SIZE
               AW-RESULT DELIMITED BY SPACE
               INTO AW-RESULT-MESSAGE.

       1340-FINDINGS.
           PERFORM 1342-LOAD-FINDINGS-PAGE.
           MOVE 0 TO AF-ITEM-ENTRY.
           INITIALIZE AF-SEVERITY-ENTRY.
           MOVE SPACES TO AF-OWNER-ENTRY.
           MOVE SPACES TO AF-TEXT-ENTRY.
           MOVE 0 TO AF-ACT-SEQ-ENTRY.
           INITIALIZE AF-ACT-DECISION.
           MOVE SPACES TO AF-RESPONSE-ENTRY.
           INITIALIZE AF-CHOICE.
           DISPLAY AUDIT-FINDINGS-SCREEN.

           ACCEPT AF-ITEM-FIELD.
           ACCEPT AF-SEVERITY-FIELD.
           ACCEPT AF-OWNER-FIELD.
           ACCEPT AF-TEXT-FIELD.
           ACCEPT AF-SEQ-FIELD.
           ACCEPT AF-DECISION-FIELD.
           ACCEPT AF-RESPONSE-FIELD.
           ACCEPT AF-CHOICE-FIELD.
           MOVE SPACES TO AF-RESULT-MESSAGE.

           IF AF-ACT-SEQ-ENTRY > 0
               PERFORM 1350-ACT-ON-FINDING
           END-IF.

           IF AF-CHOICE = 'a' OR 'A'
               PERFORM 1344-RAISE-FINDING
               PERFORM 1340-FINDINGS
           ELSE IF AF-CHOICE = 'n' OR 'N'
               ADD 5 TO WS-AF-SKIP
               IF WS-AF-SKIP NOT < WS-AF-SEEN
                   MOVE 0 TO WS-AF-SKIP
               END-IF
               PERFORM 1340-FINDINGS
           ELSE IF AF-CHOICE = 'g' OR 'G'
               CONTINUE
           ELSE
               PERFORM 1340-FINDINGS
           END-IF.

       1342-LOAD-FINDINGS-PAGE.
           MOVE 0 TO WS-AF-COUNT.
           MOVE 0 TO WS-AF-SEEN.
           MOVE 0 TO WS-AF-NEXT-ID.
           INITIALIZE WS-AF-TABLE.
           OPEN INPUT F-FINDINGS-FILE.
           IF WS-FINDINGS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-FINDINGS-FILE
                       NOT AT END
                           IF AF-ID > WS-AF-NEXT-ID
                               MOVE AF-ID TO WS-AF-NEXT-ID
                           END-IF
                           IF AF-SAMPLE-ID = WS-AD-SAMPLE-ID
                               ADD 1 TO WS-AF-SEEN
                               IF WS-AF-SEEN > WS-AF-SKIP
                               AND WS-AF-COUNT < 5
                                   PERFORM 1343-ADD-FINDING-LINE
                               END-IF
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-FINDINGS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.
           ADD 1 TO WS-AF-NEXT-ID.
           IF WS-AF-SEEN = 0 AND AF-RESULT-MESSAGE = SPACES
               MOVE "NO FINDINGS RAISED ON THIS SAMPLE" TO
                 AF-RESULT-MESSAGE
           END-IF.

       1343-ADD-FINDING-LINE.
           ADD 1 TO WS-AF-COUNT.
           MOVE WS-AF-COUNT TO WS-AF-SEQ(WS-AF-COUNT).
           MOVE AF-ID TO WS-AF-ID(WS-AF-COUNT).
           MOVE AF-ITEM TO WS-AF-ITEM(WS-AF-COUNT).
           MOVE AF-SEVERITY TO WS-AF-SEVERITY(WS-AF-COUNT).
           MOVE AF-STATUS TO WS-AF-STATUS(WS-AF-COUNT).
           MOVE AF-OWNER TO WS-AF-OWNER(WS-AF-COUNT).
           MOVE AF-DUE-DATE TO WS-AF-DUE(WS-AF-COUNT).
           MOVE AF-TEXT TO WS-AF-TEXT(WS-AF-COUNT).
           MOVE AF-RAISED-BY TO WS-AF-RAISED-BY(WS-AF-COUNT).

      *    A finding is answerable within AUDIT-RESPONSE-DAYS (a
      *    pricing key, fourteen days when not set) of being raised.
       1344-RAISE-FINDING.
           IF NOT LS-ROLE-AUDITOR
               MOVE "ONLY THE AUDITOR MAY RAISE FINDINGS" TO
                 AF-RESULT-MESSAGE
           ELSE IF WS-AD-STATUS NOT = "OPEN"
               MOVE "SAMPLE IS CLOSED" TO AF-RESULT-MESSAGE
           ELSE IF AF-ITEM-ENTRY = 0 OR AF-ITEM-ENTRY > WS-AD-ITEMS
               MOVE "NO SUCH ITEM IN THIS SAMPLE" TO
                 AF-RESULT-MESSAGE
           ELSE IF AF-SEVERITY-ENTRY NOT = 'h' AND
           AF-SEVERITY-ENTRY NOT = 'H' AND
           AF-SEVERITY-ENTRY NOT = 'm' AND
           AF-SEVERITY-ENTRY NOT = 'M' AND
           AF-SEVERITY-ENTRY NOT = 'l' AND
           AF-SEVERITY-ENTRY NOT = 'L'
               MOVE "ENTER SEVERITY h, m OR l" TO AF-RESULT-MESSAGE
           ELSE IF AF-OWNER-ENTRY = SPACES OR AF-TEXT-ENTRY = SPACES
               MOVE "OWNER AND FINDING TEXT REQUIRED" TO
                 AF-RESULT-MESSAGE
           ELSE IF AF-OWNER-ENTRY = LS-ADMIN-NAME
               MOVE "CANNOT OWN YOUR OWN FINDING" TO
                 AF-RESULT-MESSAGE
           ELSE
               CALL 'get-price' USING WS-RESPONSE-DAYS-KEY
                 WS-RESPONSE-DAYS
               IF WS-RESPONSE-DAYS = 0
                   MOVE 14 TO WS-RESPONSE-DAYS
               END-IF
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-TODAY)) + WS-RESPONSE-DAYS
               COMPUTE WS-DUE-DATE-INT =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-DATE-INT)
               OPEN EXTEND F-FINDINGS-FILE
               IF WS-FINDINGS-STATUS = "35"
                   OPEN OUTPUT F-FINDINGS-FILE
               END-IF
               MOVE SPACES TO FINDING-RECORD
               MOVE WS-AF-NEXT-ID TO AF-ID
               MOVE WS-AD-SAMPLE-ID TO AF-SAMPLE-ID
               MOVE AF-ITEM-ENTRY TO AF-ITEM
               EVALUATE TRUE
                   WHEN AF-SEVERITY-ENTRY = 'h' OR 'H'
                       MOVE "HIGH" TO AF-SEVERITY
                   WHEN AF-SEVERITY-ENTRY = 'm' OR 'M'
                       MOVE "MEDIUM" TO AF-SEVERITY
                   WHEN OTHER
                       MOVE "LOW" TO AF-SEVERITY
               END-EVALUATE
               MOVE AF-TEXT-ENTRY TO AF-TEXT
               MOVE LS-ADMIN-NAME TO AF-RAISED-BY
               MOVE WS-TODAY TO AF-RAISED-DATE
               MOVE AF-OWNER-ENTRY TO AF-OWNER
               MOVE WS-DUE-DATE-INT TO AF-DUE-DATE
               MOVE "OPEN" TO AF-STATUS
               WRITE FINDING-RECORD
               CLOSE F-FINDINGS-FILE
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "AUDIT-FIND" TO AUDIT-ACTION
               MOVE WS-AD-SAMPLE-ID TO AUDIT-ACCOUNT
               MOVE AF-ITEM-ENTRY TO AUDIT-AMOUNT
               PERFORM 1390-WRITE-AUDIT-ENTRY
               PERFORM 1302-LOAD-SAMPLE
               MOVE "FINDING RAISED" TO AF-RESULT-MESSAGE
           END-IF.

      *    The named owner answers a finding; the auditor cannot
      *    answer their own.  Once answered the auditor closes it.
       1350-ACT-ON-FINDING.
           EVALUATE TRUE
               WHEN AF-ACT-SEQ-ENTRY > WS-AF-COUNT
                   MOVE "NO SUCH FINDING ON SCREEN" TO
                     AF-RESULT-MESSAGE
               WHEN AF-ACT-DECISION = 'r' OR 'R'
                   PERFORM 1354-RESPOND-TO-FINDING
               WHEN AF-ACT-DECISION = 'k' OR 'K'
                   PERFORM 1356-CLOSE-FINDING
               WHEN OTHER
                   MOVE "ENTER r OR k" TO AF-RESULT-MESSAGE
           END-EVALUATE.

       1352-UPDATE-FINDING.
           MOVE 0 TO WS-MATCHED.
           OPEN I-O F-FINDINGS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-FINDINGS-FILE
                   NOT AT END
                       IF AF-ID = WS-AF-ID(AF-ACT-SEQ-ENTRY)
                       AND WS-MATCHED = 0
                           MOVE 1 TO WS-MATCHED
                           PERFORM 1353-APPLY-FINDING-ACTION
                       END-IF
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-FINDINGS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM 1302-LOAD-SAMPLE.

       1353-APPLY-FINDING-ACTION.
           IF AF-ACT-DECISION = 'r' OR 'R'
               MOVE "RESPONDED" TO AF-STATUS
               MOVE AF-RESPONSE-ENTRY TO AF-RESPONSE
               MOVE LS-ADMIN-NAME TO AF-RESPONDED-BY
               MOVE WS-TODAY TO AF-RESPONSE-DATE
               MOVE "AUDIT-RESP" TO AUDIT-ACTION
           ELSE
               MOVE "CLOSED" TO AF-STATUS
               MOVE "AUDIT-FCLOSE" TO AUDIT-ACTION
           END-IF.
           REWRITE FINDING-RECORD.
           MOVE LS-ADMIN-NAME TO AUDIT-ADMIN.
           MOVE AF-SAMPLE-ID TO AUDIT-ACCOUNT.
           MOVE AF-ITEM TO AUDIT-AMOUNT.
           PERFORM 1390-WRITE-AUDIT-ENTRY.

       1354-RESPOND-TO-FINDING.
           IF WS-AF-STATUS(AF-ACT-SEQ-ENTRY) NOT = "OPEN"
               MOVE "FINDING ALREADY ANSWERED" TO AF-RESULT-MESSAGE
           ELSE IF WS-AF-RAISED-BY(AF-ACT-SEQ-ENTRY) = LS-ADMIN-NAME
               MOVE "CANNOT ANSWER YOUR OWN FINDING" TO
                 AF-RESULT-MESSAGE
           ELSE IF WS-AF-OWNER(AF-ACT-SEQ-ENTRY) NOT = LS-ADMIN-NAME
               MOVE "ONLY THE OWNER MAY RESPOND" TO AF-RESULT-MESSAGE
           ELSE IF AF-RESPONSE-ENTRY = SPACES
               MOVE "ENTER A RESPONSE" TO AF-RESULT-MESSAGE
           ELSE
               PERFORM 1352-UPDATE-FINDING
               MOVE "RESPONSE RECORDED" TO AF-RESULT-MESSAGE
           END-IF.

       1356-CLOSE-FINDING.
           IF NOT LS-ROLE-AUDITOR
               MOVE "ONLY THE AUDITOR MAY CLOSE FINDINGS" TO
                 AF-RESULT-MESSAGE
           ELSE IF WS-AF-STATUS(AF-ACT-SEQ-ENTRY) NOT = "RESPONDED"
               MOVE "FINDING NOT YET ANSWERED" TO AF-RESULT-MESSAGE
           ELSE
               PERFORM 1352-UPDATE-FINDING
               MOVE "FINDING CLOSED" TO AF-RESULT-MESSAGE
           END-IF.

      *    Closing needs every item worked and every finding
      *    answered; the closing report is then spooled for the
      *    council.
       1360-CLOSE-SAMPLE.
           IF NOT LS-ROLE-AUDITOR
               MOVE "ONLY THE AUDITOR MAY CLOSE A SAMPLE" TO
                 AD-RESULT-MESSAGE
           ELSE IF WS-AD-SAMPLE-ID = 0
               MOVE "SELECT A SAMPLE FIRST" TO AD-RESULT-MESSAGE
           ELSE IF WS-AD-STATUS NOT = "OPEN"
               MOVE "SAMPLE ALREADY CLOSED" TO AD-RESULT-MESSAGE
           ELSE IF WS-AD-ITEMS-OPEN > 0
               MOVE "ITEMS STILL TO BE WORKED" TO AD-RESULT-MESSAGE
           ELSE IF WS-AD-FINDINGS-OPEN > 0
               MOVE "FINDINGS AWAITING RESPONSE" TO AD-RESULT-MESSAGE
           ELSE
               OPEN I-O F-SAMPLES-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-SAMPLES-FILE
                       NOT AT END
                           IF AS-SAMPLE-ID = WS-AD-SAMPLE-ID
                               MOVE "CLOSED" TO AS-STATUS
                               MOVE WS-TODAY TO AS-CLOSED-DATE
                               REWRITE SAMPLE-RECORD
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-SAMPLES-FILE
               MOVE 0 TO WS-FILE-IS-ENDED
               MOVE LS-ADMIN-NAME TO AUDIT-ADMIN
               MOVE "AUDIT-CLOSE" TO AUDIT-ACTION
               MOVE WS-AD-SAMPLE-ID TO AUDIT-ACCOUNT
               MOVE ZERO TO AUDIT-AMOUNT
               PERFORM 1390-WRITE-AUDIT-ENTRY
               CALL 'audit-closing-report' USING WS-AD-SAMPLE-ID
                 WS-REPORT-MESSAGE
               MOVE WS-REPORT-MESSAGE TO AD-RESULT-MESSAGE
           END-IF.

       1390-WRITE-AUDIT-ENTRY.
           CALL 'write-audit-entry' USING AUDIT-ADMIN AUDIT-ACTION
             AUDIT-ACCOUNT AUDIT-AMOUNT.
