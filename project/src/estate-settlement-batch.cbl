               05 LST-STATUS PIC X(10).
               05 LST-BUYER PIC X(16).
               05 LST-DATE PIC X(8).
               05 LST-TYPE PIC X(6).
               05 LST-CLOSE-DATE PIC X(8).

           FD F-STATEMENT-FILE.
           01 STATEMENT-LINE PIC X(80).
