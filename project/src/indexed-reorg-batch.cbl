       IDENTIFICATION DIVISION.
           PROGRAM-ID. indexed-reorg-batch.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT F-USERS-FILE ASSIGN TO "users.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS USERNAME
             ALTERNATE RECORD KEY IS USER-ACNT-NUM
             FILE STATUS IS WS-USERS-STATUS.
           SELECT F-TRANSACTIONS-FILE ASSIGN TO "transactions.dat"
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS TRANS-REF
             ALTERNATE RECORD KEY IS TRANS-USERNAME
               WITH DUPLICATES
             FILE STATUS IS WS-TRANS-STATUS.
           SELECT F-USERS-UNLOAD-FILE ASSIGN TO
             "reorg-users-unload.dat"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT F-TRANS-UNLOAD-FILE ASSIGN TO
             "reorg-transactions-unload.dat"
             ORGANIZATION IS SEQUENTIAL
             FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT F-CHECKPOINT-FILE ASSIGN TO
             "indexed-reorg-checkpoint.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT F-BACKUP-CATALOG-FILE ASSIGN TO
             "backup-catalog.dat"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-CATALOG-STATUS.
           SELECT F-REPORT-FILE ASSIGN TO "indexed-reorg.dat"
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

           FD F-TRANSACTIONS-FILE.
           01 TRANSACTIONS.
               05 TRANS-USERNAME PIC X(16).
               05 TRANS-BANK-ACCOUNT PIC X(8).
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-CREDITS-TO-ADD PIC 999.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-MON-AMOUNT PIC 999.99.
               05 FILLER PIC XX VALUE SPACES.
               05 TRANS-DATE-OF-TRANS PIC X(10).
               05 TRANS-PAYMENT-STATUS PIC X(20).
               05 TRANS-REF PIC 9(8).
               05 TRANS-PAIR-REF PIC 9(8).

           FD F-USERS-UNLOAD-FILE.
           01 USERS-UNLOAD-RECORD PIC X(84).

           FD F-TRANS-UNLOAD-FILE.
           01 TRANS-UNLOAD-RECORD PIC X(85).

           FD F-CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               05 RCK-FILE PIC X(30).
               05 RCK-STAGE PIC X(10).
               05 RCK-GENERATION PIC 9(4).
               05 RCK-RECORDS PIC 9(7).
               05 RCK-MONTH PIC X(6).
               05 RCK-DATE PIC X(8).

           FD F-BACKUP-CATALOG-FILE.
           01 BACKUP-CATALOG-RECORD.
               05 BK-GENERATION PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 BK-DATE PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 BK-TIME PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 BK-FILES-COPIED PIC 999.
               05 FILLER PIC X VALUE SPACE.
               05 BK-FILES-FAILED PIC 999.
               05 FILLER PIC X VALUE SPACE.
               05 BK-VERIFIED PIC X.

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-USERS-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-UNLOAD-STATUS PIC XX.
           01 WS-CHECKPOINT-STATUS PIC XX.
           01 WS-CATALOG-STATUS PIC XX.
           01 WS-FILE-IS-ENDED PIC 9 VALUE 0.
           01 WS-TODAY PIC X(8).
           01 WS-NOT-DUE PIC 9 VALUE 0.
           01 WS-INTERRUPTED PIC 9 VALUE 0.

           01 WS-MASTER-LIST.
               05 FILLER PIC X(30) VALUE "users.dat".
               05 FILLER PIC 9(3) VALUE 84.
               05 FILLER PIC X(30) VALUE "transactions.dat".
               05 FILLER PIC 9(3) VALUE 85.
           01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
               05 WS-MASTER-ENTRY OCCURS 2 TIMES.
                   10 WS-MASTER-FILE PIC X(30).
                   10 WS-MASTER-REC-LEN PIC 9(3).
           01 WS-MASTER-COUNT PIC 9 VALUE 2.
           01 WS-CKP-IDX PIC 9.
           01 WS-CHECKPOINT-TABLE.
               05 WS-CKP-ENTRY OCCURS 2 TIMES.
                   10 WS-CKP-STAGE PIC X(10).
                   10 WS-CKP-GENERATION PIC 9(4).
                   10 WS-CKP-RECORDS PIC 9(7).
                   10 WS-CKP-MONTH PIC X(6).
                   10 WS-CKP-DATE PIC X(8).

           01 WS-BACKUP-STATUS PIC X(30).
           01 WS-GENERATION PIC 9(4) VALUE 0.
           01 WS-RESTORE-FILE PIC X(30).
           01 WS-RESTORE-STATUS PIC X(30).

           01 WS-PASS-MODE PIC X.
           01 WS-PREV-KEY PIC X(16).
           01 WS-PASS-COUNT PIC 9(7).
           01 WS-PASS-FAULTS PIC 9(5).
           01 WS-ALT-COUNT PIC 9(7).
           01 WS-BEFORE-COUNT PIC 9(7).
           01 WS-AFTER-COUNT PIC 9(7).
           01 WS-KEY-FAULTS PIC 9(5).
           01 WS-REJECTS PIC 9(5).

           01 WS-SIZE-NAME PIC X(30).
           01 WS-CHECK-RC PIC S9(9) COMP.
           01 WS-SIZE-INFO.
               05 WS-SIZE-BYTES PIC 9(18) COMP.
               05 FILLER PIC X(8).
           01 WS-SIZE-BEFORE PIC 9(18) COMP.
           01 WS-SIZE-AFTER PIC 9(18) COMP.
           01 WS-FREED-BYTES PIC 9(18) COMP.
           01 WS-FREED-SLOTS PIC 9(7).

           01 WS-USERS-DONE PIC 9(7) VALUE 0.
           01 WS-TRANS-DONE PIC 9(7) VALUE 0.
           01 WS-BACKED-OUT PIC 9 VALUE 0.
           01 WS-SKIPPED PIC 9 VALUE 0.

           01 WS-COUNT-OUT PIC ZZZZZZ9.
           01 WS-AFTER-OUT PIC ZZZZZZ9.
           01 WS-FAULTS-OUT PIC ZZZZ9.
           01 WS-REJECTS-OUT PIC ZZZZ9.
           01 WS-BYTES-OUT PIC Z(11)9.
           01 WS-BYTES-AFTER-OUT PIC Z(11)9.
           01 WS-FREED-OUT PIC Z(11)9.
           01 WS-SLOTS-OUT PIC ZZZZZZ9.
           01 WS-GENERATION-OUT PIC ZZZ9.
           01 WS-USERS-OUT PIC 9(7).
           01 WS-TRANS-OUT PIC 9(7).

           01 WS-SPOOL-NAME PIC X(20) VALUE "INDEXED-REORG".
           01 WS-SPOOL-SOURCE PIC X(30) VALUE "indexed-reorg.dat".

           LINKAGE SECTION.
           01 LS-IXR-RUN-MODE PIC X.
               88 LS-IXR-FORCED VALUE "F".
           01 LS-IXR-STATUS-MESSAGE PIC X(30).

      *    Unloads each indexed master in primary key order and
      *    loads it back into a fresh file, which drops the slots
      *    left behind by rewrites and deletes.  Record counts and
      *    key order (primary and alternate) are proved before the
      *    unload and again after the reload.  A fresh backup
      *    generation is taken first and its number held in the
      *    checkpoint; a reload that does not prove out, or one cut
      *    off part way (found still RELOADING on the next run), is
      *    put back from that generation.  The nightly chain passes
      *    "M" and the reorganisation runs once a calendar month;
      *    "F" runs it on demand.
       PROCEDURE DIVISION USING LS-IXR-RUN-MODE LS-IXR-STATUS-MESSAGE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           MOVE 0 TO WS-BACKED-OUT.
           MOVE 0 TO WS-SKIPPED.
           MOVE 0 TO WS-USERS-DONE.
           MOVE 0 TO WS-TRANS-DONE.
           MOVE SPACES TO WS-BACKUP-STATUS.

           PERFORM 0010-LOAD-CHECKPOINT.
           IF WS-NOT-DUE = 1 AND WS-INTERRUPTED = 0
               MOVE "INDEXED REORG NOT DUE" TO LS-IXR-STATUS-MESSAGE
               GOBACK
           END-IF.

           OPEN OUTPUT F-REPORT-FILE.
           PERFORM 0100-WRITE-HEADING.
           IF WS-INTERRUPTED = 1
               PERFORM 0150-RECOVER-INTERRUPTED
           END-IF.

           IF WS-NOT-DUE = 0
               PERFORM 0200-TAKE-BACKUP
               IF WS-BACKUP-STATUS = "BACKUP GENERATION VERIFIED"
                   PERFORM 0300-REORG-USERS
                   PERFORM 0400-REORG-TRANSACTIONS
               ELSE
                   MOVE 1 TO WS-SKIPPED
                   MOVE SPACES TO REPORT-LINE
                   STRING "NO REORGANISATION - BACKUP: "
                       DELIMITED BY SIZE
                       WS-BACKUP-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

           CLOSE F-REPORT-FILE.
           CALL 'spool-report' USING WS-SPOOL-NAME WS-SPOOL-SOURCE.

           IF WS-BACKED-OUT = 1
               MOVE "BACKED OUT - SEE REORG REPORT" TO
                 LS-IXR-STATUS-MESSAGE
           ELSE IF WS-NOT-DUE = 1
               MOVE "INDEXED REORG NOT DUE" TO LS-IXR-STATUS-MESSAGE
           ELSE IF WS-SKIPPED = 1
               MOVE "REORG SKIPPED - SEE REPORT" TO
                 LS-IXR-STATUS-MESSAGE
           ELSE
               MOVE WS-USERS-DONE TO WS-USERS-OUT
               MOVE WS-TRANS-DONE TO WS-TRANS-OUT
               MOVE SPACES TO LS-IXR-STATUS-MESSAGE
               STRING "REORG DONE U:" DELIMITED BY SIZE
                   WS-USERS-OUT DELIMITED BY SIZE
                   " T:" DELIMITED BY SIZE
                   WS-TRANS-OUT DELIMITED BY SIZE
                   INTO LS-IXR-STATUS-MESSAGE
           END-IF.
           GOBACK.

      *    One checkpoint line per master.  The run is due when any
      *    master has not been through it this month.
       0010-LOAD-CHECKPOINT.
           MOVE 0 TO WS-NOT-DUE.
           MOVE 0 TO WS-INTERRUPTED.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
             UNTIL WS-CKP-IDX > WS-MASTER-COUNT
               MOVE SPACES TO WS-CKP-STAGE(WS-CKP-IDX)
               MOVE 0 TO WS-CKP-GENERATION(WS-CKP-IDX)
               MOVE 0 TO WS-CKP-RECORDS(WS-CKP-IDX)
               MOVE SPACES TO WS-CKP-MONTH(WS-CKP-IDX)
               MOVE SPACES TO WS-CKP-DATE(WS-CKP-IDX)
           END-PERFORM.
           OPEN INPUT F-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-CHECKPOINT-FILE
                       NOT AT END
                           PERFORM 0015-TAKE-CHECKPOINT-LINE
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-CHECKPOINT-FILE
           END-IF.
           IF NOT LS-IXR-FORCED
               MOVE 1 TO WS-NOT-DUE
               PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
                 UNTIL WS-CKP-IDX > WS-MASTER-COUNT
                   IF WS-CKP-MONTH(WS-CKP-IDX) NOT = WS-TODAY(1:6)
                       MOVE 0 TO WS-NOT-DUE
                   END-IF
               END-PERFORM
           END-IF.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
             UNTIL WS-CKP-IDX > WS-MASTER-COUNT
               IF WS-CKP-STAGE(WS-CKP-IDX) = "RELOADING"
               OR WS-CKP-STAGE(WS-CKP-IDX) = "UNLOADING"
                   MOVE 1 TO WS-INTERRUPTED
               END-IF
           END-PERFORM.

       0015-TAKE-CHECKPOINT-LINE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
             UNTIL WS-CKP-IDX > WS-MASTER-COUNT
               IF RCK-FILE = WS-MASTER-FILE(WS-CKP-IDX)
                   MOVE RCK-STAGE TO WS-CKP-STAGE(WS-CKP-IDX)
                   MOVE RCK-GENERATION TO
                     WS-CKP-GENERATION(WS-CKP-IDX)
                   MOVE RCK-RECORDS TO WS-CKP-RECORDS(WS-CKP-IDX)
                   MOVE RCK-MONTH TO WS-CKP-MONTH(WS-CKP-IDX)
                   MOVE RCK-DATE TO WS-CKP-DATE(WS-CKP-IDX)
               END-IF
           END-PERFORM.

       0020-SAVE-CHECKPOINT.
           OPEN OUTPUT F-CHECKPOINT-FILE.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
             UNTIL WS-CKP-IDX > WS-MASTER-COUNT
               MOVE SPACES TO CHECKPOINT-RECORD
               MOVE WS-MASTER-FILE(WS-CKP-IDX) TO RCK-FILE
               MOVE WS-CKP-STAGE(WS-CKP-IDX) TO RCK-STAGE
               MOVE WS-CKP-GENERATION(WS-CKP-IDX) TO RCK-GENERATION
               MOVE WS-CKP-RECORDS(WS-CKP-IDX) TO RCK-RECORDS
               MOVE WS-CKP-MONTH(WS-CKP-IDX) TO RCK-MONTH
               MOVE WS-CKP-DATE(WS-CKP-IDX) TO RCK-DATE
               WRITE CHECKPOINT-RECORD
           END-PERFORM.
           CLOSE F-CHECKPOINT-FILE.

      *    Moves one master to a new stage and saves the checkpoint
      *    before the work of that stage begins.
       0030-SET-STAGE.
           MOVE WS-GENERATION TO WS-CKP-GENERATION(WS-CKP-IDX).
           MOVE WS-TODAY(1:6) TO WS-CKP-MONTH(WS-CKP-IDX).
           MOVE WS-TODAY TO WS-CKP-DATE(WS-CKP-IDX).
           PERFORM 0020-SAVE-CHECKPOINT.

       0100-WRITE-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "INDEXED FILE REORGANISATION " DELIMITED BY SIZE
               WS-TODAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "=" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FILE              STAGE       BEFORE   AFTER"
               DELIMITED BY SIZE
               " FAULT REJCT" DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    A master left RELOADING was cut off part way through its
      *    reload and is put back from the generation taken for it.
      *    One left UNLOADING was never opened for output, so the
      *    master itself is whole.
       0150-RECOVER-INTERRUPTED.
           PERFORM VARYING WS-CKP-IDX FROM 1 BY 1
             UNTIL WS-CKP-IDX > WS-MASTER-COUNT
               IF WS-CKP-STAGE(WS-CKP-IDX) = "RELOADING"
                   MOVE WS-CKP-GENERATION(WS-CKP-IDX) TO WS-GENERATION
                   PERFORM 0900-BACK-OUT-MASTER
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MASTER-FILE(WS-CKP-IDX)
                       DELIMITED BY SPACE
                       " LEFT RELOADING - " DELIMITED BY SIZE
                       WS-RESTORE-STATUS DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 0020-SAVE-CHECKPOINT
               ELSE IF WS-CKP-STAGE(WS-CKP-IDX) = "UNLOADING"
                   MOVE "SKIPPED" TO WS-CKP-STAGE(WS-CKP-IDX)
                   MOVE SPACES TO REPORT-LINE
                   STRING WS-MASTER-FILE(WS-CKP-IDX)
                       DELIMITED BY SPACE
                       " LEFT UNLOADING - MASTER UNTOUCHED"
                       DELIMITED BY SIZE
                       INTO REPORT-LINE
                   WRITE REPORT-LINE
                   PERFORM 0020-SAVE-CHECKPOINT
               END-IF
           END-PERFORM.

      *    The generation the masters are backed out to is the one
      *    taken here, so nothing posted since an older backup can
      *    be lost by a back-out.
       0200-TAKE-BACKUP.
           CALL 'backup-generations' USING WS-BACKUP-STATUS.
           MOVE 0 TO WS-GENERATION.
           OPEN INPUT F-BACKUP-CATALOG-FILE.
           IF WS-CATALOG-STATUS = "00"
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-BACKUP-CATALOG-FILE
                       NOT AT END
                           IF BK-GENERATION > WS-GENERATION
                               MOVE BK-GENERATION TO WS-GENERATION
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
               END-PERFORM
               CLOSE F-BACKUP-CATALOG-FILE
           END-IF.
           IF WS-GENERATION = 0
               MOVE "NO BACKUP CATALOGUED" TO WS-BACKUP-STATUS
           END-IF.
           MOVE WS-GENERATION TO WS-GENERATION-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "BACKUP GENERATION " DELIMITED BY SIZE
               WS-GENERATION-OUT DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-BACKUP-STATUS DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       0300-REORG-USERS.
           MOVE 1 TO WS-CKP-IDX.
           MOVE "UNLOADING" TO WS-CKP-STAGE(WS-CKP-IDX).
           PERFORM 0030-SET-STAGE.
           PERFORM 0800-SIZE-MASTER.
           MOVE WS-SIZE-BYTES TO WS-SIZE-BEFORE.
           MOVE 0 TO WS-KEY-FAULTS.
           MOVE 0 TO WS-REJECTS.
           MOVE 0 TO WS-AFTER-COUNT.

           MOVE "U" TO WS-PASS-MODE.
           PERFORM 0310-PRIMARY-PASS-USERS.
           MOVE WS-PASS-COUNT TO WS-BEFORE-COUNT.
           ADD WS-PASS-FAULTS TO WS-KEY-FAULTS.
           PERFORM 0320-ALTERNATE-PASS-USERS.
           ADD WS-PASS-FAULTS TO WS-KEY-FAULTS.
           IF WS-ALT-COUNT NOT = WS-BEFORE-COUNT
               ADD 1 TO WS-KEY-FAULTS
           END-IF.

           IF WS-KEY-FAULTS > 0
               MOVE "SKIPPED" TO WS-CKP-STAGE(WS-CKP-IDX)
               MOVE 1 TO WS-SKIPPED
           ELSE
               MOVE "RELOADING" TO WS-CKP-STAGE(WS-CKP-IDX)
               PERFORM 0030-SET-STAGE
               PERFORM 0330-RELOAD-USERS
               MOVE "V" TO WS-PASS-MODE
               PERFORM 0310-PRIMARY-PASS-USERS
               MOVE WS-PASS-COUNT TO WS-AFTER-COUNT
               ADD WS-PASS-FAULTS TO WS-KEY-FAULTS
               PERFORM 0320-ALTERNATE-PASS-USERS
               ADD WS-PASS-FAULTS TO WS-KEY-FAULTS
               IF WS-ALT-COUNT NOT = WS-AFTER-COUNT
                   ADD 1 TO WS-KEY-FAULTS
               END-IF
               IF WS-AFTER-COUNT = WS-BEFORE-COUNT
               AND WS-KEY-FAULTS = 0 AND WS-REJECTS = 0
                   MOVE "DONE" TO WS-CKP-STAGE(WS-CKP-IDX)
                   MOVE WS-AFTER-COUNT TO WS-CKP-RECORDS(WS-CKP-IDX)
                   MOVE WS-AFTER-COUNT TO WS-USERS-DONE
               ELSE
                   PERFORM 0900-BACK-OUT-MASTER
               END-IF
           END-IF.
           PERFORM 0030-SET-STAGE.
           PERFORM 0800-SIZE-MASTER.
           MOVE WS-SIZE-BYTES TO WS-SIZE-AFTER.
           PERFORM 0850-WRITE-MASTER-LINES.

      *    Reads the master in primary key order, proving each key
      *    is higher than the last.  On the "U" pass every record
      *    goes to the unload file as it is read.
       0310-PRIMARY-PASS-USERS.
           MOVE 0 TO WS-PASS-COUNT.
           MOVE 0 TO WS-PASS-FAULTS.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               ADD 1 TO WS-PASS-FAULTS
           ELSE
               IF WS-PASS-MODE = "U"
                   OPEN OUTPUT F-USERS-UNLOAD-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-PASS-COUNT
                           IF USERNAME NOT > WS-PREV-KEY
                               ADD 1 TO WS-PASS-FAULTS
                           END-IF
                           MOVE USERNAME TO WS-PREV-KEY
                           IF WS-PASS-MODE = "U"
                               WRITE USERS-UNLOAD-RECORD FROM USERS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                   IF WS-USERS-STATUS(1:1) = "3" OR "4" OR "9"
                       ADD 1 TO WS-PASS-FAULTS
                       MOVE 1 TO WS-FILE-IS-ENDED
                   END-IF
               END-PERFORM
               CLOSE F-USERS-FILE
               IF WS-PASS-MODE = "U"
                   CLOSE F-USERS-UNLOAD-FILE
               END-IF
           END-IF.

      *    Account numbers are a unique alternate key, so they too
      *    must come back strictly ascending, one per member.
       0320-ALTERNATE-PASS-USERS.
           MOVE 0 TO WS-ALT-COUNT.
           MOVE 0 TO WS-PASS-FAULTS.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           OPEN INPUT F-USERS-FILE.
           IF WS-USERS-STATUS NOT = "00"
               ADD 1 TO WS-PASS-FAULTS
           ELSE
               MOVE LOW-VALUES TO USER-ACNT-NUM
               START F-USERS-FILE KEY IS NOT LESS THAN USER-ACNT-NUM
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT INVALID KEY
                       MOVE 0 TO WS-FILE-IS-ENDED
               END-START
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-USERS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-ALT-COUNT
                           IF USER-ACNT-NUM NOT > WS-PREV-KEY(1:8)
                               ADD 1 TO WS-PASS-FAULTS
                           END-IF
                           MOVE USER-ACNT-NUM TO WS-PREV-KEY
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                   IF WS-USERS-STATUS(1:1) = "3" OR "4" OR "9"
                       ADD 1 TO WS-PASS-FAULTS
                       MOVE 1 TO WS-FILE-IS-ENDED
                   END-IF
               END-PERFORM
               CLOSE F-USERS-FILE
           END-IF.

       0330-RELOAD-USERS.
           OPEN INPUT F-USERS-UNLOAD-FILE.
           OPEN OUTPUT F-USERS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-USERS-UNLOAD-FILE
                   NOT AT END
                       WRITE USERS FROM USERS-UNLOAD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-REJECTS
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-USERS-UNLOAD-FILE.
           CLOSE F-USERS-FILE.

       0400-REORG-TRANSACTIONS.
           MOVE 2 TO WS-CKP-IDX.
           MOVE "UNLOADING" TO WS-CKP-STAGE(WS-CKP-IDX).
           PERFORM 0030-SET-STAGE.
           PERFORM 0800-SIZE-MASTER.
           MOVE WS-SIZE-BYTES TO WS-SIZE-BEFORE.
           MOVE 0 TO WS-KEY-FAULTS.
           MOVE 0 TO WS-REJECTS.
           MOVE 0 TO WS-AFTER-COUNT.

           MOVE "U" TO WS-PASS-MODE.
           PERFORM 0410-PRIMARY-PASS-TRANS.
           MOVE WS-PASS-COUNT TO WS-BEFORE-COUNT.
           ADD WS-PASS-FAULTS TO WS-KEY-FAULTS.
           PERFORM 0420-ALTERNATE-PASS-TRANS.
           ADD WS-PASS-FAULTS TO WS-KEY-FAULTS.
           IF WS-ALT-COUNT NOT = WS-BEFORE-COUNT
               ADD 1 TO WS-KEY-FAULTS
           END-IF.

           IF WS-KEY-FAULTS > 0
               MOVE "SKIPPED" TO WS-CKP-STAGE(WS-CKP-IDX)
               MOVE 1 TO WS-SKIPPED
           ELSE
               MOVE "RELOADING" TO WS-CKP-STAGE(WS-CKP-IDX)
               PERFORM 0030-SET-STAGE
               PERFORM 0430-RELOAD-TRANS
               MOVE "V" TO WS-PASS-MODE
               PERFORM 0410-PRIMARY-PASS-TRANS
               MOVE WS-PASS-COUNT TO WS-AFTER-COUNT
               ADD WS-PASS-FAULTS TO WS-KEY-FAULTS
               PERFORM 0420-ALTERNATE-PASS-TRANS
               ADD WS-PASS-FAULTS TO WS-KEY-FAULTS
               IF WS-ALT-COUNT NOT = WS-AFTER-COUNT
                   ADD 1 TO WS-KEY-FAULTS
               END-IF
               IF WS-AFTER-COUNT = WS-BEFORE-COUNT
               AND WS-KEY-FAULTS = 0 AND WS-REJECTS = 0
                   MOVE "DONE" TO WS-CKP-STAGE(WS-CKP-IDX)
                   MOVE WS-AFTER-COUNT TO WS-CKP-RECORDS(WS-CKP-IDX)
                   MOVE WS-AFTER-COUNT TO WS-TRANS-DONE
               ELSE
                   PERFORM 0900-BACK-OUT-MASTER
               END-IF
           END-IF.
           PERFORM 0030-SET-STAGE.
           PERFORM 0800-SIZE-MASTER.
           MOVE WS-SIZE-BYTES TO WS-SIZE-AFTER.
           PERFORM 0850-WRITE-MASTER-LINES.

       0410-PRIMARY-PASS-TRANS.
           MOVE 0 TO WS-PASS-COUNT.
           MOVE 0 TO WS-PASS-FAULTS.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               ADD 1 TO WS-PASS-FAULTS
           ELSE
               IF WS-PASS-MODE = "U"
                   OPEN OUTPUT F-TRANS-UNLOAD-FILE
               END-IF
               MOVE 0 TO WS-FILE-IS-ENDED
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-PASS-COUNT
                           IF TRANS-REF NOT > WS-PREV-KEY(1:8)
                               ADD 1 TO WS-PASS-FAULTS
                           END-IF
                           MOVE TRANS-REF TO WS-PREV-KEY
                           IF WS-PASS-MODE = "U"
                               WRITE TRANS-UNLOAD-RECORD
                                 FROM TRANSACTIONS
                           END-IF
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                   IF WS-TRANS-STATUS(1:1) = "3" OR "4" OR "9"
                       ADD 1 TO WS-PASS-FAULTS
                       MOVE 1 TO WS-FILE-IS-ENDED
                   END-IF
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
               IF WS-PASS-MODE = "U"
                   CLOSE F-TRANS-UNLOAD-FILE
               END-IF
           END-IF.

      *    Member names may repeat on this alternate key; the pass
      *    proves the chain is in order and reaches every record.
       0420-ALTERNATE-PASS-TRANS.
           MOVE 0 TO WS-ALT-COUNT.
           MOVE 0 TO WS-PASS-FAULTS.
           MOVE LOW-VALUES TO WS-PREV-KEY.
           OPEN INPUT F-TRANSACTIONS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               ADD 1 TO WS-PASS-FAULTS
           ELSE
               MOVE LOW-VALUES TO TRANS-USERNAME
               START F-TRANSACTIONS-FILE
                 KEY IS NOT LESS THAN TRANS-USERNAME
                   INVALID KEY
                       MOVE 1 TO WS-FILE-IS-ENDED
                   NOT INVALID KEY
                       MOVE 0 TO WS-FILE-IS-ENDED
               END-START
               PERFORM UNTIL WS-FILE-IS-ENDED = 1
                   READ F-TRANSACTIONS-FILE NEXT RECORD
                       NOT AT END
                           ADD 1 TO WS-ALT-COUNT
                           IF TRANS-USERNAME < WS-PREV-KEY
                               ADD 1 TO WS-PASS-FAULTS
                           END-IF
                           MOVE TRANS-USERNAME TO WS-PREV-KEY
                       AT END
                           MOVE 1 TO WS-FILE-IS-ENDED
                   END-READ
                   IF WS-TRANS-STATUS(1:1) = "3" OR "4" OR "9"
                       ADD 1 TO WS-PASS-FAULTS
                       MOVE 1 TO WS-FILE-IS-ENDED
                   END-IF
               END-PERFORM
               CLOSE F-TRANSACTIONS-FILE
           END-IF.

       0430-RELOAD-TRANS.
           OPEN INPUT F-TRANS-UNLOAD-FILE.
           OPEN OUTPUT F-TRANSACTIONS-FILE.
           MOVE 0 TO WS-FILE-IS-ENDED.
           PERFORM UNTIL WS-FILE-IS-ENDED = 1
               READ F-TRANS-UNLOAD-FILE
                   NOT AT END
                       WRITE TRANSACTIONS FROM TRANS-UNLOAD-RECORD
                           INVALID KEY
                               ADD 1 TO WS-REJECTS
                       END-WRITE
                   AT END
                       MOVE 1 TO WS-FILE-IS-ENDED
               END-READ
           END-PERFORM.
           CLOSE F-TRANS-UNLOAD-FILE.
           CLOSE F-TRANSACTIONS-FILE.

       0800-SIZE-MASTER.
           MOVE 0 TO WS-SIZE-BYTES.
           MOVE WS-MASTER-FILE(WS-CKP-IDX) TO WS-SIZE-NAME.
           CALL "CBL_CHECK_FILE_EXIST" USING WS-SIZE-NAME
               WS-SIZE-INFO RETURNING WS-CHECK-RC.
           IF WS-CHECK-RC NOT = 0
               MOVE 0 TO WS-SIZE-BYTES
           END-IF.

      *    Space freed is the drop in file size; the deleted slots
      *    it stood for are counted at one record length apiece.
       0850-WRITE-MASTER-LINES.
           MOVE 0 TO WS-FREED-BYTES.
           MOVE 0 TO WS-FREED-SLOTS.
           IF WS-SIZE-BEFORE > WS-SIZE-AFTER
               COMPUTE WS-FREED-BYTES = WS-SIZE-BEFORE - WS-SIZE-AFTER
               COMPUTE WS-FREED-SLOTS = WS-FREED-BYTES /
                   WS-MASTER-REC-LEN(WS-CKP-IDX)
           END-IF.
           MOVE WS-BEFORE-COUNT TO WS-COUNT-OUT.
           MOVE WS-AFTER-COUNT TO WS-AFTER-OUT.
           MOVE WS-KEY-FAULTS TO WS-FAULTS-OUT.
           MOVE WS-REJECTS TO WS-REJECTS-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-MASTER-FILE(WS-CKP-IDX)(1:18) DELIMITED BY SIZE
               WS-CKP-STAGE(WS-CKP-IDX) DELIMITED BY SIZE
               WS-COUNT-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AFTER-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FAULTS-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REJECTS-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SIZE-BEFORE TO WS-BYTES-OUT.
           MOVE WS-SIZE-AFTER TO WS-BYTES-AFTER-OUT.
           MOVE WS-FREED-BYTES TO WS-FREED-OUT.
           MOVE WS-FREED-SLOTS TO WS-SLOTS-OUT.
           MOVE SPACES TO REPORT-LINE.
           STRING "  BYTES " DELIMITED BY SIZE
               WS-BYTES-OUT DELIMITED BY SIZE
               " ->" DELIMITED BY SIZE
               WS-BYTES-AFTER-OUT DELIMITED BY SIZE
               "  FREED" DELIMITED BY SIZE
               WS-FREED-OUT DELIMITED BY SIZE
               "  DELETED SLOTS" DELIMITED BY SIZE
               WS-SLOTS-OUT DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

      *    Puts the master back as it stood in the checkpoint's
      *    backup generation.
       0900-BACK-OUT-MASTER.
           MOVE WS-MASTER-FILE(WS-CKP-IDX) TO WS-RESTORE-FILE.
           MOVE SPACES TO WS-RESTORE-STATUS.
           CALL 'restore-generation' USING WS-GENERATION
               WS-RESTORE-FILE WS-RESTORE-STATUS.
           MOVE "BACKED-OUT" TO WS-CKP-STAGE(WS-CKP-IDX).
           MOVE 1 TO WS-BACKED-OUT.
