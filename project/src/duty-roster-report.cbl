               05 DU-STATUS PIC X(10).
               05 DU-CLAIMED-BY PIC X(16).
               05 DU-POSTED-BY PIC X(16).
               05 DU-CERT-COURSE PIC 9(3).
               05 DU-EXPOSURE PIC 9(3).

           FD F-REPORT-FILE.
           01 REPORT-LINE PIC X(80).
