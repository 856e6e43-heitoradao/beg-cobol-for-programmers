           COPY "AUDIT.CPY".

       FD NewAuditFile.
       01 NewAuditRecord            PIC X(226).

       FD HistoryFile.
       01 HistoryRecord             PIC X(87).

       FD NewHistoryFile.
       01 NewHistoryRecord          PIC X(87).

       FD RedactionRegister.
       01 RegisterLine              PIC X(80).
           05 ImageYOB              PIC 9(04).
           05 ImageMOB              PIC 9(02).
           05 ImageDOB              PIC 9(02).
           05 FILLER                PIC X(45).

       01 HistoryRecordsRead        PIC 9(07) COMP VALUE ZERO.
       01 HistoryRecordsRedacted    PIC 9(07) COMP VALUE ZERO.
