               05 LOAN-STATUS PIC X(10).
               05 LOAN-DATE PIC X(8).
               05 LOAN-APPROVED-BY PIC X(16).
               05 LOAN-ARREARS PIC 9(5).
               05 LOAN-ARREARS-SINCE PIC X(8).
               05 LOAN-DAYS-PAST-DUE PIC 999.
               05 LOAN-FEES PIC 9(5).
               05 LOAN-CLOSED PIC X(8).

           FD F-BOOK-REVIEWS-FILE.
           01 BOOK-REVIEW.
               05 LST-STATUS PIC X(10).
               05 LST-BUYER PIC X(16).
               05 LST-DATE PIC X(8).
               05 LST-TYPE PIC X(6).
               05 LST-CLOSE-DATE PIC X(8).

           FD F-ACHIEVEMENTS-FILE.
           01 ACHIEVEMENT-RECORD.
                                   LOAN-AMOUNT DELIMITED BY SIZE
                                   " OWING " DELIMITED BY SIZE
                                   LOAN-BALANCE DELIMITED BY SIZE
                                   " ARREARS " DELIMITED BY SIZE
                                   LOAN-ARREARS DELIMITED BY SIZE
                                   INTO EXPORT-LINE
                               WRITE EXPORT-LINE
                           END-IF
