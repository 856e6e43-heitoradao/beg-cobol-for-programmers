           COPY "EMPLOYEE.CPY".

       FD HistoryFile.
       01 HistoryRecord             PIC X(87).

       FD AuditFile.
           COPY "AUDIT.CPY".
           05 ImageStatus           PIC X(01).
           05 ImageHireDate         PIC 9(08).
           05 ImagePayGroup         PIC X(01).
           05 ImageLeavingDate      PIC 9(08).
           05 ImageLeavingReason    PIC X(02).
           05 ImageManagerNumber    PIC 9(09).

       01 MasterEntries             PIC 9(03) COMP VALUE ZERO.
       01 HistoryEntries            PIC 9(05) COMP VALUE ZERO.
       01 ImageDumpLine.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ImageDumpLabel        PIC X(08).
           05 ImageDumpData         PIC X(87).
       01 MatchDetailLine.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 MatchLineDate         PIC 9999/99/99.
           MOVE "PAY GROUP......:" TO PersonLabel
           MOVE ImagePayGroup TO PersonValue
           PERFORM 7600-WRITE-PERSON-LINE
           MOVE "LEAVING DATE...:" TO PersonLabel
           MOVE ImageLeavingDate TO PersonValue
           PERFORM 7600-WRITE-PERSON-LINE
           MOVE "LEAVING REASON.:" TO PersonLabel
           MOVE ImageLeavingReason TO PersonValue
           PERFORM 7600-WRITE-PERSON-LINE
           MOVE "REPORTS TO.....:" TO PersonLabel
           MOVE ImageManagerNumber TO PersonValue
           PERFORM 7600-WRITE-PERSON-LINE
           .

       3000-REPORT-HISTORY-RECORDS.
