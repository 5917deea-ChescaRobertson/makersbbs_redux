           01 WS-SOURCE-NAME PIC X(30).
           01 WS-TARGET-NAME PIC X(40).

           01 WS-DATA-FILE-COUNT PIC 99 VALUE 48.
           01 WS-DATA-FILE-LIST.
               05 FILLER PIC X(30) VALUE "users.dat".
               05 FILLER PIC X(30) VALUE "transactions.dat".
               05 FILLER PIC X(30) VALUE "member-inbox.dat".
               05 FILLER PIC X(30) VALUE "disputes.dat".
               05 FILLER PIC X(30) VALUE "trans-exceptions.dat".
               05 FILLER PIC X(30) VALUE "board-archive.dat".
               05 FILLER PIC X(30) VALUE "notification-digest.dat".
               05 FILLER PIC X(30) VALUE "draw-journal.dat".
               05 FILLER PIC X(30) VALUE "library-acquisitions.dat".
               05 FILLER PIC X(30) VALUE "library-acq-votes.dat".
               05 FILLER PIC X(30) VALUE "rad-dose-register.dat".
               05 FILLER PIC X(30) VALUE "rad-dose-events.dat".
               05 FILLER PIC X(30) VALUE "quarters.dat".
               05 FILLER PIC X(30)
                   VALUE "quarters-allocations.dat".
               05 FILLER PIC X(30) VALUE "quarters-arrears.dat".
               05 FILLER PIC X(30) VALUE "ration-scale.dat".
               05 FILLER PIC X(30) VALUE "ration-members.dat".
               05 FILLER PIC X(30)
                   VALUE "ration-entitlements.dat".
               05 FILLER PIC X(30) VALUE "assets.dat".
               05 FILLER PIC X(30) VALUE "work-orders.dat".
               05 FILLER PIC X(30) VALUE "vault-calendar.dat".
               05 FILLER PIC X(30) VALUE "retention-schedule.dat".
               05 FILLER PIC X(30) VALUE "petitions.dat".
               05 FILLER PIC X(30) VALUE "petition-signatures.dat".
               05 FILLER PIC X(30) VALUE "deferred-revenue.dat".
               05 FILLER PIC X(30) VALUE "receivables.dat".
               05 FILLER PIC X(30) VALUE "vacancies.dat".
               05 FILLER PIC X(30) VALUE "vacancy-applications.dat".
               05 FILLER PIC X(30) VALUE "musters.dat".
               05 FILLER PIC X(30) VALUE "muster-checkins.dat".
               05 FILLER PIC X(30) VALUE "vital-records.dat".
           01 WS-DATA-FILE-TABLE REDEFINES WS-DATA-FILE-LIST.
               05 WS-DATA-FILE OCCURS 48 TIMES PIC X(30).

           LINKAGE SECTION.
           01 LS-BACKUP-STATUS-MESSAGE PIC X(30).
