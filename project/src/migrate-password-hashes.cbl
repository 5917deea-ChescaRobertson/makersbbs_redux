               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           FD F-PASSWORD-RESETS-FILE.
           01 PASSWORD-RESET.
