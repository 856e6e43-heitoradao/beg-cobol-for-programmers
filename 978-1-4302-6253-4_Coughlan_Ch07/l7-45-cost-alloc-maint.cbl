       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-45.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT CostAllocFile ASSIGN TO "CostAlloc.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CostAllocKey
                 FILE STATUS IS CostAllocFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CostAllocFile.
           COPY 'COSTALOC.CPY'.

       FD EmployeeFile.
           COPY 'EMPLOYEE.CPY'.

       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       WORKING-STORAGE SECTION.
       01 CostAllocFileStatus    PIC X(02).
       01 EmployeeFileStatus     PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 EndOfCostAllocFile     PIC X(01) VALUE 'N'.
           88 NoMoreCostAllocRecords VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 AddAction            VALUE 'A'.
           88 DeleteAction         VALUE 'D'.
           88 ListAction           VALUE 'L'.
           88 QuitAction           VALUE 'Q'.

       01 EntryEmpNumber         PIC 9(09) VALUE ZEROES.
       01 EntryEffectiveDate     PIC 9(08) VALUE ZEROES.
       01 EntryDeptCode          PIC X(04) VALUE SPACES.
       01 EntryPercent           PIC 9(03)V99 VALUE ZEROES.
       01 EntrySplitCount        PIC 9(01) VALUE ZERO.
       01 EntrySplitSub          PIC 9(02) COMP VALUE ZERO.
       01 EntryPercentTotal      PIC 9(04)V99 VALUE ZEROES.
       01 EntrySplits.
           05 EntrySplit OCCURS 5 TIMES.
               10 EntrySplitDept    PIC X(04).
               10 EntrySplitPercent PIC 9(03)V99.

       01 EntryValid             PIC X(01) VALUE 'Y'.
           88 EntryIsValid         VALUE 'Y'.
       01 SplitEntryState        PIC X(01) VALUE 'N'.
           88 SplitEntryFinished   VALUE 'Y'.
       01 DuplicateDept          PIC X(01) VALUE 'N'.
           88 DeptAlreadyEntered   VALUE 'Y'.
       01 TodaysDate             PIC 9(08) VALUE ZEROES.

       COPY 'DEPTTBL.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LOAD-DEPARTMENT-TABLE
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM 100000-OpenCostAllocFile
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE CostAllocFile EmployeeFile
           DISPLAY "Cost allocation maintenance ended"
           STOP RUN
           .

       100000-OpenCostAllocFile.
           OPEN I-O CostAllocFile
           IF CostAllocFileStatus = "35"
               OPEN OUTPUT CostAllocFile
               CLOSE CostAllocFile
               OPEN I-O CostAllocFile
           END-IF
           IF CostAllocFileStatus NOT = "00"
               DISPLAY "Unable to open CostAlloc.dat - status "
                       CostAllocFileStatus
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               CLOSE CostAllocFile
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(A)dd split, (D)elete split, (L)ist splits, "
                   "(Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN AddAction    PERFORM 300000-AddSplit
               WHEN DeleteAction PERFORM 500000-DeleteSplit
               WHEN ListAction   PERFORM 600000-ListSplits
               WHEN QuitAction   CONTINUE
               WHEN OTHER        DISPLAY "Enter A, D, L or Q"
           END-EVALUATE
           .

       250000-GetEmployee.
           MOVE 'Y' TO EntryValid
           DISPLAY "Employee number: " WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           MOVE EntryEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE 'N' TO EntryValid
                   DISPLAY "Employee " EntryEmpNumber
                           " is not on the master"
               NOT INVALID KEY
                   DISPLAY "  " EmpForename " " EmpSurname
                           "  home department " EmpDeptCode
           END-READ
           .

       260000-GetEffectiveDate.
           DISPLAY "Effective date YYYYMMDD (0 for today): "
               WITH NO ADVANCING
           MOVE ZEROES TO EntryEffectiveDate
           ACCEPT EntryEffectiveDate
           IF EntryEffectiveDate NOT NUMERIC
               MOVE 'N' TO EntryValid
               DISPLAY "Effective date must be numeric"
           ELSE
               IF EntryEffectiveDate = ZERO
                   MOVE TodaysDate TO EntryEffectiveDate
               END-IF
               IF EntryEffectiveDate(5:2) < "01"
               OR EntryEffectiveDate(5:2) > "12"
               OR EntryEffectiveDate(7:2) < "01"
               OR EntryEffectiveDate(7:2) > "31"
                   MOVE 'N' TO EntryValid
                   DISPLAY "Effective date is not a valid date"
               END-IF
           END-IF
           .

      * A split takes up to five charged departments. Entry ends
      * on a blank department; the percentages must then come
      * to exactly 100.00 or nothing is written.
       300000-AddSplit.
           PERFORM 250000-GetEmployee
           IF EntryIsValid
               PERFORM 260000-GetEffectiveDate
           END-IF
           IF EntryIsValid
               MOVE SPACES TO EntrySplits
               MOVE ZERO TO EntrySplitCount EntryPercentTotal
               MOVE 'N' TO SplitEntryState
               PERFORM 310000-GetOneSplit
                   UNTIL SplitEntryFinished OR NOT EntryIsValid
           END-IF
           IF EntryIsValid
               IF EntrySplitCount = ZERO
                   MOVE 'N' TO EntryValid
                   DISPLAY "No departments entered"
               END-IF
               IF EntryPercentTotal NOT = 100
                   MOVE 'N' TO EntryValid
                   DISPLAY "Split totals " EntryPercentTotal
                           "% - it must total 100%"
               END-IF
           END-IF
           IF NOT EntryIsValid
               DISPLAY "Split not added"
           ELSE
               PERFORM 350000-WriteSplit
           END-IF
           .

       310000-GetOneSplit.
           DISPLAY "Charged department (blank to finish): "
               WITH NO ADVANCING
           MOVE SPACES TO EntryDeptCode
           ACCEPT EntryDeptCode
           IF EntryDeptCode = SPACES
               SET SplitEntryFinished TO TRUE
           ELSE
               PERFORM 320000-CheckSplitDept
               IF EntryIsValid
                   DISPLAY "Percentage (999.99): " WITH NO ADVANCING
                   MOVE ZEROES TO EntryPercent
                   ACCEPT EntryPercent
                   IF EntryPercent NOT NUMERIC
                   OR EntryPercent = ZERO
                   OR EntryPercent > 100
                       MOVE 'N' TO EntryValid
                       DISPLAY "Percentage must be over 0 and "
                               "no more than 100"
                   ELSE
                       ADD 1 TO EntrySplitCount
                       MOVE EntryDeptCode
                         TO EntrySplitDept(EntrySplitCount)
                       MOVE EntryPercent
                         TO EntrySplitPercent(EntrySplitCount)
                       ADD EntryPercent TO EntryPercentTotal
                       IF EntrySplitCount = 5
                           SET SplitEntryFinished TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       320000-CheckSplitDept.
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   MOVE 'N' TO EntryValid
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   MOVE 'N' TO EntryValid
               WHEN DeptTableCode(DeptTableIndex) = EntryDeptCode
                   CONTINUE
           END-SEARCH
           IF NOT EntryIsValid
               DISPLAY "Department " EntryDeptCode
                       " is not an active department"
           ELSE
               MOVE 'N' TO DuplicateDept
               PERFORM 330000-CheckDuplicateDept
                   VARYING EntrySplitSub FROM 1 BY 1
                   UNTIL EntrySplitSub > EntrySplitCount
               IF DeptAlreadyEntered
                   MOVE 'N' TO EntryValid
                   DISPLAY "Department " EntryDeptCode
                           " is already in this split"
               END-IF
           END-IF
           .

       330000-CheckDuplicateDept.
           IF EntrySplitDept(EntrySplitSub) = EntryDeptCode
               SET DeptAlreadyEntered TO TRUE
           END-IF
           .

       350000-WriteSplit.
           MOVE SPACES TO CostAllocRecord
           MOVE EntryEmpNumber     TO CostAllocEmpNumber
           MOVE EntryEffectiveDate TO CostAllocEffectiveDate
           MOVE EntrySplitCount    TO CostAllocSplitCount
           PERFORM 360000-MoveOneSplit
               VARYING EntrySplitSub FROM 1 BY 1
               UNTIL EntrySplitSub > 5
           WRITE CostAllocRecord
               INVALID KEY
                   DISPLAY "A split for " EntryEmpNumber
                           " from " EntryEffectiveDate
                           " is already on file - delete it first"
               NOT INVALID KEY
                   DISPLAY "Split for " EntryEmpNumber " from "
                           EntryEffectiveDate " added"
           END-WRITE
           .

       360000-MoveOneSplit.
           MOVE EntrySplitDept(EntrySplitSub)
             TO CostAllocDeptCode(EntrySplitSub)
           IF EntrySplitSub > EntrySplitCount
               MOVE ZERO TO CostAllocPercent(EntrySplitSub)
           ELSE
               MOVE EntrySplitPercent(EntrySplitSub)
                 TO CostAllocPercent(EntrySplitSub)
           END-IF
           .

       500000-DeleteSplit.
           MOVE 'Y' TO EntryValid
           DISPLAY "Employee number: " WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           PERFORM 260000-GetEffectiveDate
           IF EntryIsValid
               MOVE EntryEmpNumber     TO CostAllocEmpNumber
               MOVE EntryEffectiveDate TO CostAllocEffectiveDate
               READ CostAllocFile KEY IS CostAllocKey
                   INVALID KEY
                       DISPLAY "No split for " EntryEmpNumber
                               " from " EntryEffectiveDate
                   NOT INVALID KEY
                       DELETE CostAllocFile RECORD
                           INVALID KEY
                               DISPLAY "Delete failed - status "
                                       CostAllocFileStatus
                           NOT INVALID KEY
                               DISPLAY "Split for " EntryEmpNumber
                                       " from " EntryEffectiveDate
                                       " deleted"
                       END-DELETE
               END-READ
           END-IF
           .

       600000-ListSplits.
           DISPLAY "Employee number (0 for all): " WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           MOVE 'N' TO EndOfCostAllocFile
           MOVE EntryEmpNumber TO CostAllocEmpNumber
           MOVE ZEROES TO CostAllocEffectiveDate
           START CostAllocFile KEY IS NOT LESS THAN CostAllocKey
               INVALID KEY SET NoMoreCostAllocRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadCostAllocRecord
           END-START
           PERFORM 620000-DisplayCostAllocRecord
               UNTIL NoMoreCostAllocRecords
           .

       610000-ReadCostAllocRecord.
           READ CostAllocFile NEXT RECORD
               AT END SET NoMoreCostAllocRecords TO TRUE
           END-READ
           IF NOT NoMoreCostAllocRecords
           AND EntryEmpNumber NOT = ZERO
           AND CostAllocEmpNumber NOT = EntryEmpNumber
               SET NoMoreCostAllocRecords TO TRUE
           END-IF
           .

       620000-DisplayCostAllocRecord.
           DISPLAY CostAllocEmpNumber " from "
                   CostAllocEffectiveDate ":"
           PERFORM 630000-DisplayOneSplit
               VARYING EntrySplitSub FROM 1 BY 1
               UNTIL EntrySplitSub > CostAllocSplitCount
                  OR EntrySplitSub > 5
           PERFORM 610000-ReadCostAllocRecord
           .

       630000-DisplayOneSplit.
           DISPLAY "    " CostAllocDeptCode(EntrySplitSub) " "
                   CostAllocPercent(EntrySplitSub) "%"
           .

       COPY 'DEPTLOAD.CPY'.
