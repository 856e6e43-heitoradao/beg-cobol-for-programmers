       01 BeforeImageFields.
           05 FILLER                PIC X(43).
           05 BeforeDeptCode        PIC X(04).
           05 FILLER                PIC X(40).
       01 AfterImageFields.
           05 FILLER                PIC X(43).
           05 AfterDeptCode         PIC X(04).
           05 FILLER                PIC X(40).

       01 MovementStatsTable.
           05 MovementStatsEntry OCCURS 50 TIMES
