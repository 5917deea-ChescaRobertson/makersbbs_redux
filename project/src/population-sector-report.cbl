       IDENTIFICATION DIVISION.
           PROGRAM-ID. population-sector-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-VITAL-RECORDS-FILE ASSIGN TO "vital-records.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-VITAL-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "population-report.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

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

      *    The records office register of births, deaths and
      *    marriages, one line per event, in the order recorded.
           FD F-VITAL-RECORDS-FILE.
           01 VITAL-RECORD.
               05 VTL-ID PIC 9(6).
               05 VTL-EVENT PIC X(8).
               05 VTL-EVENT-DATE PIC X(8).
               05 VTL-MEMBER PIC X(16).
               05 VTL-RELATED PIC X(16).
               05 VTL-SECTOR PIC X(20).
               05 VTL-DETAIL PIC X(30).
               05 VTL-RECORDED-BY PIC X(16).
               05 VTL-RECORDED PIC X(8).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-VITAL-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-YEAR PIC X(4).
           01 WS-SECTOR-KEY PIC X(20).
           01 WS-UNASSIGNED PIC X(20) VALUE "UNASSIGNED".

      *    One line per sector seen on the member file or the
      *    register, printed in sector order.
           01 WS-SEC-COUNT PIC 9(4) VALUE 0.
           01 WS-SEC-TABLE.
               05 WS-SEC-ENTRY OCCURS 200 TIMES.
                   10 WS-SEC-NAME PIC X(20).
                   10 WS-SEC-RESIDENTS PIC 9(5).
                   10 WS-SEC-BIRTHS PIC 9(4).
                   10 WS-SEC-DEATHS PIC 9(4).
                   10 WS-SEC-MARRIAGES PIC 9(4).
           01 WS-IDX PIC 9(4).
           01 WS-SEC-IDX PIC 9(4).

           01 WS-TOT-RESIDENTS PIC 9(5) VALUE 0.
           01 WS-TOT-BIRTHS PIC 9(4) VALUE 0.
           01 WS-TOT-DEATHS PIC 9(4) VALUE 0.
           01 WS-TOT-MARRIAGES PIC 9(4) VALUE 0.
           01 WS-RESIDENTS-OUT PIC ZZZZ9.
           01 WS-BIRTHS-OUT PIC ZZZ9.
           01 WS-DEATHS-OUT PIC ZZZ9.
           01 WS-MARRIAGES-OUT PIC ZZZ9.
           01 WS-NET-CHANGE PIC S9(4).
           01 WS-NET-OUT PIC -(4)9.

           01 WS-SPOOL-NAME PIC X(20) VALUE "POPULATION".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "population-report.dat".

           LINKAGE SECTION.
           01 LS-REPORT-YEAR PIC X(4).
           01 LS-POPULATION-STATUS-MESSAGE PIC X(30).

      *    The yearly population return: for every sector, who lives
      *    there now and the births, deaths and marriages the records
      *    office registered there in the year asked for.  A blank
      *    year means the current one.
       PROCEDURE DIVISION USING LS-REPORT-YEAR,
           LS-POPULATION-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           IF LS-REPORT-YEAR IS NUMERIC
               MOVE LS-REPORT-YEAR TO WS-YEAR
           ELSE
               MOVE WS-TODAY(1:4) TO WS-YEAR
           END-IF.
           MOVE 0 TO WS-SEC-COUNT.
           MOVE HIGH-VALUES TO WS-SEC-TABLE.

           PERFORM 0010-COUNT-RESIDENTS.
           PERFORM 0020-COUNT-EVENTS.
           SORT WS-SEC-ENTRY ON ASCENDING WS-SEC-NAME.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           PERFORM 0200-WRITE-SECTORS.
           PERFORM 0300-WRITE-TOTALS.
           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           MOVE WS-TOT-RESIDENTS TO WS-RESIDENTS-OUT.
           MOVE WS-TOT-BIRTHS TO WS-BIRTHS-OUT.
           MOVE WS-TOT-DEATHS TO WS-DEATHS-OUT.
           MOVE SPACES TO LS-POPULATION-STATUS-MESSAGE.
           STRING "POP " DELIMITED BY SIZE
               WS-RESIDENTS-OUT DELIMITED BY SIZE
               " BORN " DELIMITED BY SIZE
               WS-BIRTHS-OUT DELIMITED BY SIZE
               " DIED " DELIMITED BY SIZE
               WS-DEATHS-OUT DELIMITED BY SIZE
               INTO LS-POPULATION-STATUS-MESSAGE.

           GOBACK.

      *    Residents are every member not archived or deceased,
      *    counted at the sector they are living in today.
       0010-COUNT-RESIDENTS.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           IF USER-ARCHIVED NOT = "Y" AND NOT = "D"
                               MOVE USER-LOCATION TO WS-SECTOR-KEY
                               PERFORM 0030-FIND-SECTOR
                               IF WS-SEC-IDX > 0
                                   ADD 1 TO
                                     WS-SEC-RESIDENTS(WS-SEC-IDX)
                               END-IF
                               ADD 1 TO WS-TOT-RESIDENTS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0020-COUNT-EVENTS.
           OPEN INPUT F-VITAL-RECORDS-FILE.
           IF WS-VITAL-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-VITAL-RECORDS-FILE
                       NOT AT END
                           IF VTL-EVENT-DATE(1:4) = WS-YEAR
                               MOVE VTL-SECTOR TO WS-SECTOR-KEY
                               PERFORM 0030-FIND-SECTOR
                               PERFORM 0025-COUNT-ONE-EVENT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-VITAL-RECORDS-FILE
           END-IF.
           MOVE 0 TO WS-FILE-IS-ENDED.

       0025-COUNT-ONE-EVENT.
           EVALUATE VTL-EVENT
               WHEN "BIRTH"
                   ADD 1 TO WS-TOT-BIRTHS
                   IF WS-SEC-IDX > 0
                       ADD 1 TO WS-SEC-BIRTHS(WS-SEC-IDX)
                   END-IF
               WHEN "DEATH"
                   ADD 1 TO WS-TOT-DEATHS
                   IF WS-SEC-IDX > 0
                       ADD 1 TO WS-SEC-DEATHS(WS-SEC-IDX)
                   END-IF
               WHEN "MARRIAGE"
                   ADD 1 TO WS-TOT-MARRIAGES
                   IF WS-SEC-IDX > 0
                       ADD 1 TO WS-SEC-MARRIAGES(WS-SEC-IDX)
                   END-IF
           END-EVALUATE.

      *    Finds the sector's line, starting a new one the first time
      *    a sector is seen.  A full table leaves the index at zero
      *    and the event still counts in the vault totals.
       0030-FIND-SECTOR.
           IF WS-SECTOR-KEY = SPACES
               MOVE WS-UNASSIGNED TO WS-SECTOR-KEY
           END-IF.
           MOVE 0 TO WS-SEC-IDX.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SEC-COUNT OR WS-SEC-IDX > 0
               IF WS-SEC-NAME(WS-IDX) = WS-SECTOR-KEY
                   MOVE WS-IDX TO WS-SEC-IDX
               END-IF
           END-PERFORM.
           IF WS-SEC-IDX = 0 AND WS-SEC-COUNT < 200
               ADD 1 TO WS-SEC-COUNT
               MOVE WS-SEC-COUNT TO WS-SEC-IDX
               MOVE WS-SECTOR-KEY TO WS-SEC-NAME(WS-SEC-IDX)
               MOVE 0 TO WS-SEC-RESIDENTS(WS-SEC-IDX)
               MOVE 0 TO WS-SEC-BIRTHS(WS-SEC-IDX)
               MOVE 0 TO WS-SEC-DEATHS(WS-SEC-IDX)
               MOVE 0 TO WS-SEC-MARRIAGES(WS-SEC-IDX)
           END-IF.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "POPULATION BY SECTOR - YEAR " DELIMITED BY SIZE
               WS-YEAR DELIMITED BY SIZE
               " - RUN " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "RESIDENTS ARE AS AT THE RUN DATE" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "SECTOR               RESIDENTS BIRTHS DEATHS "
               DELIMITED BY SIZE
               "MARRIAGES" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0200-WRITE-SECTORS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
             UNTIL WS-IDX > WS-SEC-COUNT
               MOVE WS-SEC-RESIDENTS(WS-IDX) TO WS-RESIDENTS-OUT
               MOVE WS-SEC-BIRTHS(WS-IDX) TO WS-BIRTHS-OUT
               MOVE WS-SEC-DEATHS(WS-IDX) TO WS-DEATHS-OUT
               MOVE WS-SEC-MARRIAGES(WS-IDX) TO WS-MARRIAGES-OUT
               MOVE SPACES TO REPORT-LINE
               STRING WS-SEC-NAME(WS-IDX) DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-RESIDENTS-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-BIRTHS-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-DEATHS-OUT DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-MARRIAGES-OUT DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.
           IF WS-SEC-COUNT = 0
               MOVE "  NO RESIDENTS OR EVENTS ON FILE" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       0300-WRITE-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-TOT-RESIDENTS TO WS-RESIDENTS-OUT.
           MOVE WS-TOT-BIRTHS TO WS-BIRTHS-OUT.
           MOVE WS-TOT-DEATHS TO WS-DEATHS-OUT.
           MOVE WS-TOT-MARRIAGES TO WS-MARRIAGES-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "VAULT TOTAL              " DELIMITED BY SIZE
               WS-RESIDENTS-OUT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-BIRTHS-OUT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEATHS-OUT DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-MARRIAGES-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           COMPUTE WS-NET-CHANGE = WS-TOT-BIRTHS - WS-TOT-DEATHS.
           MOVE WS-NET-CHANGE TO WS-NET-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "NATURAL CHANGE IN THE YEAR (BIRTHS LESS DEATHS): "
               DELIMITED BY SIZE
               WS-NET-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
