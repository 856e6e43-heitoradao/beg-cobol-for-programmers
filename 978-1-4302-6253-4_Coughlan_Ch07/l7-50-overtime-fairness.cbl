      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-50.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ShiftVolFile ASSIGN TO "ShiftVol.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ShiftVolKey
                 ALTERNATE RECORD KEY IS ShiftVolEmpNumber
                     WITH DUPLICATES
                 FILE STATUS IS ShiftVolFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT FairnessReport ASSIGN TO "FAIRNESS.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD ShiftVolFile.
           COPY "SHIFTVOL.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD FairnessReport.
       01 FairnessLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 ShiftVolFileStatus        PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 EndOfVolunteerFile        PIC X(01) VALUE 'N'.
           88 NoMoreVolunteerRecords  VALUE 'Y'.

      * The report covers shifts worked in the current calendar
      * year. Hours offered are the hours of every shift the
      * employee put their name forward for and did not
      * withdraw from; a shift still waiting on the allocation
      * run counts as offered but neither won nor lost.
       01 RunDate.
           05 RunYear               PIC 9(04).
           05 FILLER                PIC 9(04).
       01 YearStartDate             PIC 9(08) VALUE ZERO.
       01 YearEndDate               PIC 9(08) VALUE ZERO.
       01 CurrentEmpNumber          PIC 9(09) VALUE ZERO.

       01 EmployeeTotals.
           05 EmpShiftsOffered      PIC 9(05) COMP.
           05 EmpHoursOffered       PIC 9(05)V9.
           05 EmpShiftsWon          PIC 9(05) COMP.
           05 EmpHoursWon           PIC 9(05)V9.
           05 EmpShiftsContested    PIC 9(05) COMP.
           05 EmpTieBreaksWon       PIC 9(05) COMP.
           05 EmpTieBreaksLost      PIC 9(05) COMP.
           05 EmpShiftsPending      PIC 9(05) COMP.
       01 GrandTotals.
           05 GrandEmployees        PIC 9(05) COMP VALUE ZERO.
           05 GrandShiftsOffered    PIC 9(07) COMP VALUE ZERO.
           05 GrandHoursOffered     PIC 9(07)V9 VALUE ZERO.
           05 GrandShiftsWon        PIC 9(07) COMP VALUE ZERO.
           05 GrandHoursWon         PIC 9(07)V9 VALUE ZERO.
           05 GrandShiftsContested  PIC 9(07) COMP VALUE ZERO.
           05 GrandTieBreaksWon     PIC 9(07) COMP VALUE ZERO.
           05 GrandTieBreaksLost    PIC 9(07) COMP VALUE ZERO.
           05 GrandShiftsPending    PIC 9(07) COMP VALUE ZERO.
       01 WinPercent                PIC 9(03)V9 VALUE ZERO.

       01 ReportHeading1.
           05 FILLER                PIC X(36)
              VALUE "OVERTIME FAIRNESS - SHIFTS IN YEAR ".
           05 HeadingYear           PIC 9(04).
           05 FILLER                PIC X(12) VALUE "   RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
       01 ColumnHeadingLine1.
           05 FILLER                PIC X(43) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "---OFFERED---".
           05 FILLER                PIC X(14) VALUE "----WON-----".
           05 FILLER                PIC X(16) VALUE "--TIE-BREAKS--".
           05 FILLER                PIC X(05) VALUE "WIN".
       01 ColumnHeadingLine2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(27) VALUE "NAME".
           05 FILLER                PIC X(05) VALUE "DEPT".
           05 FILLER                PIC X(14) VALUE "SHIFTS   HOURS".
           05 FILLER                PIC X(14) VALUE "SHIFTS   HOURS".
           05 FILLER                PIC X(16) VALUE "FACED WON LOST".
           05 FILLER                PIC X(05) VALUE "PCT".
           05 FILLER                PIC X(07) VALUE "PENDING".
       01 FairnessDetailLine.
           05 FairEmpNumber         PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FairSurname           PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairForename          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairDeptCode          PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairShiftsOffered     PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairHoursOffered      PIC ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairShiftsWon         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairHoursWon          PIC ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairContested         PIC ZZZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairTieBreaksWon      PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 FairTieBreaksLost     PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FairWinPercent        PIC ZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FairPending           PIC ZZZZ9.
       01 TotalCountLine.
           05 TotalCountLabel       PIC X(30).
           05 TotalCountValue       PIC ZZZ,ZZ9.
       01 TotalHoursLine.
           05 TotalHoursLabel       PIC X(30).
           05 TotalHoursValue       PIC ZZZ,ZZ9.9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL NoMoreVolunteerRecords
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           COMPUTE YearStartDate = (RunYear * 10000) + 0101
           COMPUTE YearEndDate   = (RunYear * 10000) + 1231
           OPEN INPUT ShiftVolFile
           IF ShiftVolFileStatus NOT = "00"
               DISPLAY "Unable to open ShiftVol.dat - status "
                       ShiftVolFileStatus
               DISPLAY "Overtime fairness report abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Overtime fairness report abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FairnessReport
           MOVE RunYear TO HeadingYear
           MOVE RunDate TO HeadingRunDate
           MOVE SPACES TO FairnessLine
           MOVE ReportHeading1 TO FairnessLine
           WRITE FairnessLine
           MOVE SPACES TO FairnessLine
           WRITE FairnessLine
           MOVE ColumnHeadingLine1 TO FairnessLine
           WRITE FairnessLine
           MOVE SPACES TO FairnessLine
           MOVE ColumnHeadingLine2 TO FairnessLine
           WRITE FairnessLine
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolEmpNumber
               INVALID KEY SET NoMoreVolunteerRecords TO TRUE
           END-START
           IF NOT NoMoreVolunteerRecords
               PERFORM 2100-READ-VOLUNTEER
           END-IF
           .

       2000-PROCESS-EMPLOYEE.
           MOVE ShiftVolEmpNumber TO CurrentEmpNumber
           INITIALIZE EmployeeTotals
           PERFORM 2200-TAKE-VOLUNTEER
               UNTIL NoMoreVolunteerRecords
               OR ShiftVolEmpNumber NOT = CurrentEmpNumber
           IF EmpShiftsOffered > ZERO
               PERFORM 3000-WRITE-EMPLOYEE-LINE
           END-IF
           .

       2100-READ-VOLUNTEER.
           READ ShiftVolFile NEXT RECORD
               AT END SET NoMoreVolunteerRecords TO TRUE
           END-READ
           .

       2200-TAKE-VOLUNTEER.
           IF ShiftVolDate NOT < YearStartDate
           AND ShiftVolDate NOT > YearEndDate
           AND NOT VolunteerWithdrawn
               ADD 1 TO EmpShiftsOffered
               ADD ShiftVolHours TO EmpHoursOffered
               IF VolunteerWasContested
                   ADD 1 TO EmpShiftsContested
               END-IF
               EVALUATE TRUE
                   WHEN VolunteerWon
                       ADD 1 TO EmpShiftsWon
                       ADD ShiftVolHours TO EmpHoursWon
                       IF VolunteerWasContested
                           ADD 1 TO EmpTieBreaksWon
                       END-IF
                   WHEN VolunteerLost
                       ADD 1 TO EmpTieBreaksLost
                   WHEN VolunteerPending
                       ADD 1 TO EmpShiftsPending
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-VOLUNTEER
           .

       3000-WRITE-EMPLOYEE-LINE.
           MOVE CurrentEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO EmpSurname
                   MOVE SPACES TO EmpForename
                   MOVE SPACES TO EmpDeptCode
           END-READ
           IF EmpShiftsWon + EmpTieBreaksLost > ZERO
               COMPUTE WinPercent ROUNDED
                   = (EmpShiftsWon * 100)
                   / (EmpShiftsWon + EmpTieBreaksLost)
           ELSE
               MOVE ZERO TO WinPercent
           END-IF
           MOVE CurrentEmpNumber   TO FairEmpNumber
           MOVE EmpSurname         TO FairSurname
           MOVE EmpForename        TO FairForename
           MOVE EmpDeptCode        TO FairDeptCode
           MOVE EmpShiftsOffered   TO FairShiftsOffered
           MOVE EmpHoursOffered    TO FairHoursOffered
           MOVE EmpShiftsWon       TO FairShiftsWon
           MOVE EmpHoursWon        TO FairHoursWon
           MOVE EmpShiftsContested TO FairContested
           MOVE EmpTieBreaksWon    TO FairTieBreaksWon
           MOVE EmpTieBreaksLost   TO FairTieBreaksLost
           MOVE WinPercent         TO FairWinPercent
           MOVE EmpShiftsPending   TO FairPending
           MOVE SPACES TO FairnessLine
           MOVE FairnessDetailLine TO FairnessLine
           WRITE FairnessLine
           ADD 1 TO GrandEmployees
           ADD EmpShiftsOffered   TO GrandShiftsOffered
           ADD EmpHoursOffered    TO GrandHoursOffered
           ADD EmpShiftsWon       TO GrandShiftsWon
           ADD EmpHoursWon        TO GrandHoursWon
           ADD EmpShiftsContested TO GrandShiftsContested
           ADD EmpTieBreaksWon    TO GrandTieBreaksWon
           ADD EmpTieBreaksLost   TO GrandTieBreaksLost
           ADD EmpShiftsPending   TO GrandShiftsPending
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO FairnessLine
           WRITE FairnessLine
           MOVE "EMPLOYEES VOLUNTEERING......:" TO TotalCountLabel
           MOVE GrandEmployees TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "SHIFT PLACES OFFERED........:" TO TotalCountLabel
           MOVE GrandShiftsOffered TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "HOURS OFFERED...............:" TO TotalHoursLabel
           MOVE GrandHoursOffered TO TotalHoursValue
           PERFORM 8200-WRITE-HOURS
           MOVE "SHIFTS WON..................:" TO TotalCountLabel
           MOVE GrandShiftsWon TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "HOURS WON...................:" TO TotalHoursLabel
           MOVE GrandHoursWon TO TotalHoursValue
           PERFORM 8200-WRITE-HOURS
           MOVE "CONTESTED PLACES............:" TO TotalCountLabel
           MOVE GrandShiftsContested TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "TIE-BREAKS WON..............:" TO TotalCountLabel
           MOVE GrandTieBreaksWon TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "TIE-BREAKS LOST.............:" TO TotalCountLabel
           MOVE GrandTieBreaksLost TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "STILL TO BE ALLOCATED.......:" TO TotalCountLabel
           MOVE GrandShiftsPending TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           DISPLAY "Overtime fairness report complete"
           DISPLAY "  Employees listed........: " GrandEmployees
                   " to FAIRNESS.PRT"
           CLOSE ShiftVolFile EmployeeFile FairnessReport
           .

       8100-WRITE-COUNT.
           MOVE SPACES TO FairnessLine
           MOVE TotalCountLine TO FairnessLine
           WRITE FairnessLine
           .

       8200-WRITE-HOURS.
           MOVE SPACES TO FairnessLine
           MOVE TotalHoursLine TO FairnessLine
           WRITE FairnessLine
           .

       9999-EXIT.
           EXIT
           .
