       IDENTIFICATION DIVISION.
           PROGRAM-ID. quarters-vacancy-report.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-QUARTERS-FILE ASSIGN TO "quarters.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-QUARTERS-STATUS.
           SELECT F-ALLOCATIONS-FILE ASSIGN TO
             "quarters-allocations.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ALLOC-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "quarters-vacant.dat"
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           FD F-QUARTERS-FILE.
           01 QUARTERS-RECORD.
               05 QU-UNIT PIC X(8).
               05 QU-DESC PIC X(20).
               05 QU-BERTHS PIC 99.
               05 QU-RENT PIC 999.
               05 QU-STATUS PIC X(8).
               05 QU-ADDED PIC X(8).

           FD F-ALLOCATIONS-FILE.
           01 ALLOCATION-RECORD.
               05 QL-UNIT PIC X(8).
               05 QL-OCCUPANT PIC X(16).
               05 QL-HOUSEHOLD PIC 9(4).
               05 QL-MOVE-IN PIC X(8).
               05 QL-MOVE-OUT PIC X(8).
               05 QL-BILLED-MONTH PIC X(6).
               05 QL-ALLOCATED-BY PIC X(16).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-QUARTERS-STATUS PIC XX.
           01 WS-ALLOC-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-ALLOC-ENDED PIC 9.
           01 WS-TODAY PIC X(8).
           01 WS-OCCUPIED PIC 9.
           01 WS-LAST-OUT PIC X(8).
           01 WS-NEXT-IN PIC X(8).
           01 WS-UNIT-COUNT PIC 9(4) VALUE 0.
           01 WS-VACANT-COUNT PIC 9(4) VALUE 0.
           01 WS-BERTHS-FREE PIC 9(5) VALUE 0.
           01 WS-RENT-FORGONE PIC 9(6) VALUE 0.
           01 WS-RENT-OUT PIC ZZ9.
           01 WS-COUNT-OUT PIC ZZZ9.
           01 WS-VACANT-OUT PIC ZZZ9.
           01 WS-BERTHS-OUT PIC ZZZZ9.
           01 WS-FORGONE-OUT PIC ZZZZZ9.
           01 WS-SPOOL-NAME PIC X(20) VALUE "QUARTERS-VACANT".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "quarters-vacant.dat".

           LINKAGE SECTION.
           01 LS-VACANCY-STATUS-MESSAGE PIC X(30).

      *    Every open unit nobody holds today, with when it was last
      *    given up and any move-in already booked against it, and
      *    the monthly rent the empty units are not earning.
       PROCEDURE DIVISION USING LS-VACANCY-STATUS-MESSAGE.

           MOVE 0 TO WS-UNIT-COUNT.
           MOVE 0 TO WS-VACANT-COUNT.
           MOVE 0 TO WS-BERTHS-FREE.
           MOVE 0 TO WS-RENT-FORGONE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           OPEN OUTPUT F-REPORT-FILE.
           MOVE SPACES TO REPORT-LINE.
           STRING "QUARTERS VACANCY REPORT " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE
             "UNIT     DESCRIPTION          BERTHS RENT LAST OUT BOOKED"
             TO REPORT-LINE.
           WRITE REPORT-LINE.

           OPEN INPUT F-QUARTERS-FILE.
           IF WS-QUARTERS-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-QUARTERS-FILE
                       NOT AT END
                           IF QU-STATUS = "ACTIVE"
                               PERFORM 0010-CHECK-UNIT
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-QUARTERS-FILE
           END-IF.

           MOVE WS-UNIT-COUNT TO WS-COUNT-OUT.
           MOVE WS-VACANT-COUNT TO WS-VACANT-OUT.
           MOVE WS-BERTHS-FREE TO WS-BERTHS-OUT.
           MOVE WS-RENT-FORGONE TO WS-FORGONE-OUT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "UNITS " DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               "  VACANT " DELIMITED BY SIZE
               WS-VACANT-OUT DELIMITED BY SIZE
               "  BERTHS FREE " DELIMITED BY SIZE
               WS-BERTHS-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "MONTHLY RENT NOT EARNED " DELIMITED BY SIZE
               WS-FORGONE-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-UNIT-COUNT = 0
               MOVE "NO QUARTERS ON FILE" TO LS-VACANCY-STATUS-MESSAGE
           ELSE
               MOVE SPACES TO LS-VACANCY-STATUS-MESSAGE
               STRING "VACANT " DELIMITED BY SIZE
                   WS-VACANT-OUT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   " UNITS" DELIMITED BY SIZE
                   INTO LS-VACANCY-STATUS-MESSAGE
           END-IF.
           GOBACK.

       0010-CHECK-UNIT.
           ADD 1 TO WS-UNIT-COUNT.
           MOVE 0 TO WS-OCCUPIED.
           MOVE SPACES TO WS-LAST-OUT.
           MOVE SPACES TO WS-NEXT-IN.
           OPEN INPUT F-ALLOCATIONS-FILE.
           IF WS-ALLOC-STATUS = "00"
               MOVE 0 TO WS-ALLOC-ENDED
               PERFORM UNTIL WS-ALLOC-ENDED = 1
                   READ F-ALLOCATIONS-FILE
                       NOT AT END
                           IF QL-UNIT = QU-UNIT
                               PERFORM 0020-CHECK-ALLOCATION
                           END-IF
                       AT END
                           MOVE 1 TO WS-ALLOC-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-ALLOCATIONS-FILE
           END-IF.
           IF WS-OCCUPIED = 0
               ADD 1 TO WS-VACANT-COUNT
               IF QU-BERTHS IS NUMERIC
                   ADD QU-BERTHS TO WS-BERTHS-FREE
               END-IF
               IF QU-RENT IS NUMERIC
                   ADD QU-RENT TO WS-RENT-FORGONE
                   MOVE QU-RENT TO WS-RENT-OUT
               ELSE
                   MOVE 0 TO WS-RENT-OUT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING QU-UNIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QU-DESC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   QU-BERTHS DELIMITED BY SIZE
                   "     " DELIMITED BY SIZE
                   WS-RENT-OUT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LAST-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEXT-IN DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *    Held today if moved in on or before today and not yet
      *    moved out; a move-in still to come is a booking.
       0020-CHECK-ALLOCATION.
           IF QL-MOVE-IN > WS-TODAY
               IF WS-NEXT-IN = SPACES OR QL-MOVE-IN < WS-NEXT-IN
                   MOVE QL-MOVE-IN TO WS-NEXT-IN
               END-IF
           ELSE IF QL-MOVE-OUT = SPACES OR QL-MOVE-OUT NOT < WS-TODAY
               MOVE 1 TO WS-OCCUPIED
           ELSE IF QL-MOVE-OUT > WS-LAST-OUT
               MOVE QL-MOVE-OUT TO WS-LAST-OUT
           END-IF.
