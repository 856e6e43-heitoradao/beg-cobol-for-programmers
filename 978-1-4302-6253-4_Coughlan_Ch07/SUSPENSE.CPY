      * field-level edit validation (or duplicate detection).
      *------------------------------------------------------
       01 SuspenseRecord.
           05 SuspenseEmployeeData   PIC X(87).
           05 FILLER                 PIC X(02) VALUE SPACES.
           05 SuspenseReasonCode     PIC X(02).
           05 FILLER                 PIC X(02) VALUE SPACES.
