                 RECORD KEY IS GLMapDeptCode
                 FILE STATUS IS GLMapFileStatus.

          SELECT OPTIONAL CostAllocFile ASSIGN TO "CostAlloc.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CostAllocKey
                 FILE STATUS IS CostAllocFileStatus.

          SELECT GLJournalFile ASSIGN TO "GLJournal.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD GLMapFile.
           COPY "GLMAP.CPY".

       FD CostAllocFile.
           COPY "COSTALOC.CPY".

       FD GLJournalFile.
           COPY "GLJRNL.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 GLMapFileStatus           PIC X(02).
       01 CostAllocFileStatus       PIC X(02).

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 JournalState              PIC X(01) VALUE 'B'.

       01 PrintCostIndex            PIC 9(02) COMP VALUE ZERO.
       01 EmployeesCosted           PIC 9(07) COMP VALUE ZERO.
       01 EmployeesSplit            PIC 9(07) COMP VALUE ZERO.
       01 DebitsWritten             PIC 9(05) COMP VALUE ZERO.
       01 TotalDebits               PIC 9(12)V99 VALUE ZERO.
       01 TotalCredits              PIC 9(12)V99 VALUE ZERO.
       01 MapRecordFound            PIC X(01) VALUE 'N'.
           88 MappingOnFile           VALUE 'Y'.

       COPY "COSTWORK.CPY".

       01 RegisterHeading1.
           05 FILLER                PIC X(34)
              VALUE "SALARY COST JOURNAL REGISTER - ".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CostAllocFile
           IF CostAllocFileStatus NOT = "00"
           AND CostAllocFileStatus NOT = "05"
               DISPLAY "Unable to open CostAlloc.dat - status "
                       CostAllocFileStatus
               DISPLAY "Journal run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GLJournalFile
           OPEN OUTPUT JournalRegister
           MOVE RunDate TO HeadingRunDate
           END-START
           .

      * Salary is charged to the departments on the employee's
      * cost allocation in force today, or to the home
      * department when there is none.
       2000-COST-EMPLOYEE.
           IF EmpIsActive
               ADD 1 TO EmployeesCosted
               MOVE RunDate   TO CostSplitDate
               MOVE EmpSalary TO CostSplitBase
               PERFORM BUILD-COST-SPLIT
               IF CostSplitFromFile
                   ADD 1 TO EmployeesSplit
               END-IF
               PERFORM 2500-POST-COST-SHARE
                   VARYING CostSplitSub FROM 1 BY 1
                   UNTIL CostSplitSub > CostSplitCount
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .
           END-READ
           .

       2500-POST-COST-SHARE.
           SET DeptCostIndex TO 1
           SEARCH DeptCostEntry
               AT END
                   DISPLAY "Cost table full - "
                           CostSplitDeptCode(CostSplitSub)
                           " not costed"
               WHEN CostDeptCode(DeptCostIndex)
                    = CostSplitDeptCode(CostSplitSub)
               OR CostDeptCode(DeptCostIndex) = SPACES
                   PERFORM 3000-POST-TO-COST-ENTRY
           END-SEARCH
           .

       3000-POST-TO-COST-ENTRY.
           IF CostDeptCode(DeptCostIndex) = SPACES
               MOVE CostSplitDeptCode(CostSplitSub)
                 TO CostDeptCode(DeptCostIndex)
               MOVE ZERO TO CostSalaryTotal(DeptCostIndex)
           END-IF
           ADD CostSplitAmount(CostSplitSub)
             TO CostSalaryTotal(DeptCostIndex)
           .

       5000-WRITE-JOURNAL.
               DISPLAY "Salary cost journal balanced - "
                       DebitsWritten " debits, total "
                       TotalDebits
               DISPLAY "Employees charged on a cost split: "
                       EmployeesSplit
           ELSE
               MOVE "*** JOURNAL OUT OF BALANCE - NOT RELEASED ***"
                 TO RegisterLine
           END-IF
           WRITE RegisterLine
           CLOSE EmployeeFile GLMapFile GLJournalFile
                 JournalRegister CostAllocFile
           .

       9999-EXIT.
           EXIT
           .

       COPY "COSTSPLT.CPY".
