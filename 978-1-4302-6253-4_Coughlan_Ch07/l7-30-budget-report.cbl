                 RECORD KEY IS BudgetDeptCode
                 FILE STATUS IS BudgetFileStatus.

          SELECT OPTIONAL CostAllocFile ASSIGN TO "CostAlloc.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS CostAllocKey
                 FILE STATUS IS CostAllocFileStatus.

          SELECT VarianceReport ASSIGN TO "BUDGVAR.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD BudgetFile.
           COPY "BUDGET.CPY".

       FD CostAllocFile.
           COPY "COSTALOC.CPY".

       FD VarianceReport.
       01 VarianceLine              PIC X(110).

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 BudgetFileStatus          PIC X(02).
       01 CostAllocFileStatus       PIC X(02).
       01 EndOfBudgetFile           PIC X(01) VALUE 'N'.
           88 NoMoreBudgetRecords     VALUE 'Y'.

               10 ActualSalaryTotal  PIC 9(11)V99.
               10 ActualReported     PIC X(01).

       01 ActualsWantedDept         PIC X(04) VALUE SPACES.
       01 PrintActualsIndex         PIC 9(02) COMP VALUE ZERO.
       01 HeadVariance              PIC S9(05) VALUE ZERO.
       01 SalaryVariance            PIC S9(11)V99 VALUE ZERO.
       01 DeptsOverBudget           PIC 9(03) COMP VALUE ZERO.
       01 DeptsNoBudget             PIC 9(03) COMP VALUE ZERO.

       COPY "COSTWORK.CPY".

       01 ReportHeading1.
           05 FILLER                PIC X(38)
              VALUE "HEADCOUNT AND SALARY BUDGET VARIANCE -".
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CostAllocFile
           IF CostAllocFileStatus NOT = "00"
           AND CostAllocFileStatus NOT = "05"
               DISPLAY "Unable to open CostAlloc.dat - status "
                       CostAllocFileStatus
               DISPLAY "Variance run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VarianceReport
           MOVE RunDate TO HeadingRunDate
           MOVE SPACES TO VarianceLine
           END-START
           .

      * A head counts against the home department; the salary
      * is charged by the employee's cost allocation in force
      * today, so a shared employee's cost lands where the
      * work is done.
       2000-COUNT-EMPLOYEE.
           IF EmpIsActive
               MOVE EmpDeptCode TO ActualsWantedDept
               PERFORM 2500-FIND-ACTUALS-ENTRY
               IF ActualsIndex NOT > 50
                   ADD 1 TO ActualHeadcount(ActualsIndex)
               END-IF
               MOVE RunDate   TO CostSplitDate
               MOVE EmpSalary TO CostSplitBase
               PERFORM BUILD-COST-SPLIT
               PERFORM 2600-POST-SALARY-SHARE
                   VARYING CostSplitSub FROM 1 BY 1
                   UNTIL CostSplitSub > CostSplitCount
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .
           END-READ
           .

       2500-FIND-ACTUALS-ENTRY.
           SET ActualsIndex TO 1
           SEARCH ActualsEntry
               AT END
                   DISPLAY "Actuals table full - " ActualsWantedDept
                           " not counted"
                   SET ActualsIndex TO 51
               WHEN ActualDeptCode(ActualsIndex) = ActualsWantedDept
               OR ActualDeptCode(ActualsIndex) = SPACES
                   PERFORM 3000-POST-TO-ACTUALS
           END-SEARCH
           .

       2600-POST-SALARY-SHARE.
           MOVE CostSplitDeptCode(CostSplitSub) TO ActualsWantedDept
           PERFORM 2500-FIND-ACTUALS-ENTRY
           IF ActualsIndex NOT > 50
               ADD CostSplitAmount(CostSplitSub)
                 TO ActualSalaryTotal(ActualsIndex)
           END-IF
           .

       3000-POST-TO-ACTUALS.
           IF ActualDeptCode(ActualsIndex) = SPACES
               MOVE ActualsWantedDept TO ActualDeptCode(ActualsIndex)
               MOVE ZERO TO ActualHeadcount(ActualsIndex)
               MOVE ZERO TO ActualSalaryTotal(ActualsIndex)
               MOVE 'N' TO ActualReported(ActualsIndex)
           END-IF
           .

       4000-REPORT-BUDGET-LINES.
           MOVE ReportTotalLine TO VarianceLine
           WRITE VarianceLine
           CLOSE EmployeeFile BudgetFile VarianceReport
                 CostAllocFile
           DISPLAY "Budget variance written to BUDGVAR.PRT - "
                   DeptsOverBudget " departments over budget"
           .
       9999-EXIT.
           EXIT
           .

       COPY "COSTSPLT.CPY".
