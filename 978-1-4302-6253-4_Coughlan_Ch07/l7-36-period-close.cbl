           COPY "AUDIT.CPY".

       FD NewAuditFile.
       01 NewAuditRecord            PIC X(226).

       FD AuditPeriodFile.
       01 AuditPeriodRecord         PIC X(226).

       FD MatchHistoryFile.
           COPY "MATCHHIST.CPY".
