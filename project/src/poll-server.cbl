               05 ADMIN-PWORD PIC X(20).
               05 ADMIN-STATUS PIC X(10).
               05 ADMIN-ROLE PIC X(10).
               05 ADMIN-ROLE-2 PIC X(10).

           WORKING-STORAGE SECTION.
           01 WS-POLLS-STATUS PIC XX.
