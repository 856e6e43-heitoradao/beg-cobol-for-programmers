                 RECORD KEY IS DivisionCode
                 FILE STATUS IS DivisionFileStatus.

          SELECT OPTIONAL CostAllocFile ASSIGN TO "CostAlloc.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CostAllocKey
                 FILE STATUS IS CostAllocFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
               10 SortDeptCode          PIC X(04).
               10 SortJobGrade          PIC 9(02).
               10 SortSalary            PIC 9(07)V99.
               10 FILLER                PIC X(29).

       FD SortedFile.
       01 SortedWorkRecord.
           05 SortedDivisionCode        PIC X(02).
           05 SortedEmployeeData        PIC X(87).

       FD SummaryReport.
       01 SummaryLine                   PIC X(80).
       FD DivisionFile.
           COPY "DIVREC.CPY".

       FD CostAllocFile.
           COPY "COSTALOC.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 DivisionFileStatus        PIC X(02).
       01 CostAllocFileStatus       PIC X(02).
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 TodaysDate.

       COPY "DIVTBL.CPY".

       COPY "COSTWORK.CPY".

      * Salary cost by charged department, kept in step with
      * DeptTable - entry n here is the department in DeptTable
      * entry n - with entry 51 for any department not loaded
      * from Depts.dat. Built from the cost allocations in force
      * today while the employees are released to the sort.
       01 ChargedCostTable.
           05 ChargedCostEntry OCCURS 51 TIMES.
               10 ChargedHomeHeadcount PIC 9(05).
               10 ChargedHomeSalary    PIC 9(11)V99.
               10 ChargedCostTotal     PIC 9(11)V99.
       01 ChargedSub                PIC 9(02) COMP VALUE ZERO.
       01 ChargedWantedDept         PIC X(04) VALUE SPACES.
       01 CompanyChargedTotal       PIC 9(11)V99 VALUE ZERO.

       01 ReportHeading1.
           05 FILLER PIC X(26) VALUE "DEPARTMENT SUMMARY REPORT".
           05 FILLER                PIC X(07) VALUE SPACES.
       01 GrandHeadingLine.
           05 FILLER                PIC X(20)
              VALUE "COMPANY GRAND TOTALS".
       01 DeptTotalLine6.
           05 FILLER                PIC X(24)
              VALUE "  CHARGED SALARY COST.: ".
           05 TotalCharged          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 ChargedHeadingLine.
           05 FILLER                PIC X(45)
              VALUE "HOME HEADCOUNT AND COST BY CHARGED DEPARTMENT".
       01 ChargedColumnLine.
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(18) VALUE "NAME".
           05 FILLER                PIC X(08) VALUE "  HOME".
           05 FILLER                PIC X(19)
              VALUE "        HOME SALARY".
           05 FILLER                PIC X(19)
              VALUE "       CHARGED COST".
       01 ChargedDetailLine.
           05 ChgDetailDeptCode     PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChgDetailDeptName     PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChgDetailHeadcount    PIC ZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChgDetailHomeSalary   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChgDetailCharged      PIC ZZ,ZZZ,ZZZ,ZZ9.99.

      *------------------------------------------------------
       PROCEDURE DIVISION.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-DIVISION-TABLE
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE ZEROES TO ChargedCostTable
           SORT SortWorkFile
               ON ASCENDING KEY SortDivisionCode
               ON ASCENDING KEY SortDeptCode
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CostAllocFile
           IF CostAllocFileStatus NOT = "00"
           AND CostAllocFileStatus NOT = "05"
               DISPLAY "Unable to open CostAlloc.dat - status "
                       CostAllocFileStatus
               DISPLAY "Summary run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
           END-START
           PERFORM 1700-RELEASE-ONE-EMPLOYEE
               UNTIL EndOfEmployeeFile
           CLOSE EmployeeFile CostAllocFile
           .

       1600-READ-MASTER.
           MOVE WorkDivisionCode TO SortDivisionCode
           MOVE EmployeeDetails  TO SortEmployeeData
           RELEASE SortWorkRecord
           IF EmpIsActive
               PERFORM 1900-CHARGE-EMPLOYEE-COST
           END-IF
           PERFORM 1600-READ-MASTER
           .

           END-SEARCH
           .

       1900-CHARGE-EMPLOYEE-COST.
           MOVE EmpDeptCode TO ChargedWantedDept
           PERFORM 1950-FIND-CHARGED-ENTRY
           ADD 1 TO ChargedHomeHeadcount(ChargedSub)
           ADD EmpSalary TO ChargedHomeSalary(ChargedSub)
           MOVE TodaysDate TO CostSplitDate
           MOVE EmpSalary  TO CostSplitBase
           PERFORM BUILD-COST-SPLIT
           PERFORM 1920-CHARGE-ONE-SHARE
               VARYING CostSplitSub FROM 1 BY 1
               UNTIL CostSplitSub > CostSplitCount
           .

       1920-CHARGE-ONE-SHARE.
           MOVE CostSplitDeptCode(CostSplitSub) TO ChargedWantedDept
           PERFORM 1950-FIND-CHARGED-ENTRY
           ADD CostSplitAmount(CostSplitSub)
             TO ChargedCostTotal(ChargedSub)
           .

       1950-FIND-CHARGED-ENTRY.
           MOVE 51 TO ChargedSub
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = ChargedWantedDept
                   SET ChargedSub TO DeptTableIndex
           END-SEARCH
           .

       2000-PROCESS-EMPLOYEE.
           IF EmpIsActive
               IF NOT ADivisionWasSeen
           MOVE DeptMaximumSalary TO TotalMaximum
           MOVE DeptTotalLine5 TO SummaryLine
           WRITE SummaryLine
           MOVE PriorDeptCode TO ChargedWantedDept
           PERFORM 1950-FIND-CHARGED-ENTRY
           MOVE ChargedCostTotal(ChargedSub) TO TotalCharged
           MOVE DeptTotalLine6 TO SummaryLine
           WRITE SummaryLine
           ADD DeptHeadcount TO DivisionHeadcount
           ADD DeptSalaryTotal TO DivisionSalaryTotal
           .
           MOVE CompanyAverageSalary TO TotalAverage
           MOVE DeptTotalLine3 TO SummaryLine
           WRITE SummaryLine
           PERFORM 8500-WRITE-CHARGED-COSTS
           CLOSE SortedFile SummaryReport
           DISPLAY "Department summary written to DEPTSUM.PRT"
           .

      * Every department that has home staff or is charged
      * cost, in Depts.dat order, then anything charged to a
      * department that is not on Depts.dat.
       8500-WRITE-CHARGED-COSTS.
           MOVE SPACES TO SummaryLine
           WRITE SummaryLine
           MOVE ChargedHeadingLine TO SummaryLine
           WRITE SummaryLine
           MOVE SPACES TO SummaryLine
           WRITE SummaryLine
           MOVE ChargedColumnLine TO SummaryLine
           WRITE SummaryLine
           MOVE ZERO TO CompanyChargedTotal
           PERFORM 8600-WRITE-CHARGED-LINE
               VARYING ChargedSub FROM 1 BY 1
               UNTIL ChargedSub > 51
           MOVE SPACES TO SummaryLine
           WRITE SummaryLine
           MOVE CompanyChargedTotal TO TotalCharged
           MOVE DeptTotalLine6 TO SummaryLine
           WRITE SummaryLine
           .

       8600-WRITE-CHARGED-LINE.
           IF ChargedHomeHeadcount(ChargedSub) > ZERO
           OR ChargedCostTotal(ChargedSub) > ZERO
               MOVE SPACES TO ChargedDetailLine
               IF ChargedSub > 50
                   MOVE "????" TO ChgDetailDeptCode
                   MOVE "*NOT ON FILE*   " TO ChgDetailDeptName
               ELSE
                   MOVE DeptTableCode(ChargedSub) TO ChgDetailDeptCode
                   MOVE DeptTableName(ChargedSub) TO ChgDetailDeptName
               END-IF
               MOVE ChargedHomeHeadcount(ChargedSub)
                 TO ChgDetailHeadcount
               MOVE ChargedHomeSalary(ChargedSub)
                 TO ChgDetailHomeSalary
               MOVE ChargedCostTotal(ChargedSub) TO ChgDetailCharged
               ADD ChargedCostTotal(ChargedSub) TO CompanyChargedTotal
               MOVE SPACES TO SummaryLine
               MOVE ChargedDetailLine TO SummaryLine
               WRITE SummaryLine
           END-IF
           .

       9999-EXIT.
           EXIT
           .
       COPY "DEPTLOAD.CPY".

       COPY "DIVLOAD.CPY".

       COPY "COSTSPLT.CPY".
