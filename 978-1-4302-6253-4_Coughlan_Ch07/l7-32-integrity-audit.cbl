           COPY "DEPTREC.CPY".

       FD HistoryFile.
       01 HistoryRecord             PIC X(87).

       FD AuditFile.
           COPY "AUDIT.CPY".

       01 EmployeeImageSplit.
           05 EmployeeImageEmpNo    PIC 9(09).
           05 FILLER                PIC X(78).

       01 DeptExceptions            PIC 9(07) COMP VALUE ZERO.
       01 LimitExceptions           PIC 9(07) COMP VALUE ZERO.
