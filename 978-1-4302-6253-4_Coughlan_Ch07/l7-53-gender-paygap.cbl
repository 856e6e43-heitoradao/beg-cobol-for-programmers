      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-53.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT PayElemFile ASSIGN TO "PayElem.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PayElemKey
                 FILE STATUS IS PayElemFileStatus.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT PayGapReport ASSIGN TO "PAYGAP.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ExclusionReport ASSIGN TO "GAPEXCL.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

          SELECT DivisionFile ASSIGN TO "Divisions.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DivisionCode
                 FILE STATUS IS DivisionFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD PayElemFile.
           COPY "PAYELEM.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortAnnualPay             PIC 9(08)V99.
           05 SortGender                PIC X(01).
           05 SortDeptSub               PIC 9(02).
           05 SortDivSub                PIC 9(02).
           05 SortEmpNumber             PIC 9(09).

       FD PayGapReport.
       01 PayGapLine                    PIC X(100).

       FD ExclusionReport.
       01 ExclusionLine                 PIC X(90).

       FD DeptFile.
           COPY "DEPTREC.CPY".

       FD DivisionFile.
           COPY "DIVREC.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 PayElemFileStatus         PIC X(02).
       01 DeptFileStatus            PIC X(02).
       01 DivisionFileStatus        PIC X(02).
       01 EndOfSortFile             PIC X(01) VALUE 'N'.
           88 NoMoreSortRecords       VALUE 'Y'.
       01 EndOfElementChain         PIC X(01) VALUE 'N'.
           88 NoMoreChainElements     VALUE 'Y'.
       01 PayElemAvailable          PIC X(01) VALUE 'Y'.
           88 PayElementsOnFile       VALUE 'Y'.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 SnapshotEntry             PIC X(08) VALUE SPACES.
       01 SnapshotDate              PIC 9(08) VALUE ZERO.

      * Pay for the gap is full annual pay on the snapshot date:
      * salary plus every allowance in force that day, taken
      * at the pay-period amount times the periods in a year.
      * Overtime elements (code 'O' and a period number) are
      * not ordinary pay and are left out.
       01 AnnualPay                 PIC 9(08)V99 VALUE ZERO.
       01 AnnualAllowance           PIC 9(08)V99 VALUE ZERO.
       01 PeriodsInYear             PIC 9(02) VALUE ZERO.
       01 ElementCodeSplit.
           05 ElementCodeLetter     PIC X(01).
           05 ElementCodePeriod     PIC X(02).

       01 WorkDeptSub               PIC 9(02) VALUE ZERO.
       01 WorkDivSub                PIC 9(02) VALUE ZERO.
       01 ExclusionReason           PIC X(30) VALUE SPACES.

      * Everyone in the figures, in ascending order of pay, so
      * any group read from the top down comes out ranked. Dept
      * entry 51 is a department not on Depts.dat; division
      * entry 21 is a department with no active division.
       01 PayTable.
           05 PayCount              PIC 9(04) COMP VALUE ZERO.
           05 PayEntry OCCURS 5000 TIMES.
               10 PayAnnual         PIC 9(08)V99.
               10 PayGender         PIC X(01).
                   88 PayIsMan          VALUE 'M'.
                   88 PayIsWoman        VALUE 'F'.
               10 PayDeptSub        PIC 9(02).
               10 PayDivSub         PIC 9(02).
       01 PaySub                    PIC 9(04) COMP VALUE ZERO.
       01 PayTableOverflow          PIC X(01) VALUE 'N'.
           88 PayTableIsFull          VALUE 'Y'.

       01 DeptDivisionTable.
           05 DeptDivisionSub       PIC 9(02) OCCURS 51 TIMES.
       01 DeptSub                   PIC 9(02) VALUE ZERO.
       01 DivSub                    PIC 9(02) VALUE ZERO.

       01 GroupLevel                PIC X(01) VALUE 'C'.
           88 CompanyGroup            VALUE 'C'.
           88 DivisionGroup           VALUE 'V'.
           88 DepartmentGroup         VALUE 'D'.
       01 GroupSub                  PIC 9(02) VALUE ZERO.
       01 GroupMember               PIC X(01) VALUE 'N'.
           88 InThisGroup             VALUE 'Y'.

       01 GroupFigures.
           05 GroupCount            PIC 9(05) COMP.
           05 GroupRank             PIC 9(05) COMP.
           05 MenCount              PIC 9(05) COMP.
           05 WomenCount            PIC 9(05) COMP.
           05 MenRank               PIC 9(05) COMP.
           05 WomenRank             PIC 9(05) COMP.
           05 MenPayTotal           PIC 9(13)V99.
           05 WomenPayTotal         PIC 9(13)V99.
           05 MenMeanPay            PIC 9(08)V99.
           05 WomenMeanPay          PIC 9(08)V99.
           05 MenMedianLowRank      PIC 9(05) COMP.
           05 MenMedianHighRank     PIC 9(05) COMP.
           05 WomenMedianLowRank    PIC 9(05) COMP.
           05 WomenMedianHighRank   PIC 9(05) COMP.
           05 MenMedianLow          PIC 9(08)V99.
           05 MenMedianHigh         PIC 9(08)V99.
           05 WomenMedianLow        PIC 9(08)V99.
           05 WomenMedianHigh       PIC 9(08)V99.
           05 MenMedianPay          PIC 9(08)V99.
           05 WomenMedianPay        PIC 9(08)V99.
           05 MeanGapPercent        PIC S9(04)V9.
           05 MedianGapPercent      PIC S9(04)V9.
           05 QuartileFigures OCCURS 4 TIMES.
               10 QuartileMen       PIC 9(05) COMP.
               10 QuartileWomen     PIC 9(05) COMP.
       01 QuartileNumber            PIC 9(01) VALUE ZERO.
       01 QuartileSub               PIC 9(01) VALUE ZERO.
       01 QuartileTotal             PIC 9(05) COMP VALUE ZERO.
       01 QuartilePercent           PIC 9(03)V9 VALUE ZERO.
       01 GapEdited                 PIC -ZZZ9.9.
       01 PercentEdited             PIC ZZ9.9.

       01 LinesPerPage              PIC 9(02) VALUE 60.
       01 LineCount                 PIC 9(03) COMP VALUE 99.
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 EmployeesRead             PIC 9(07) COMP VALUE ZERO.
       01 EmployeesNotInScope       PIC 9(07) COMP VALUE ZERO.
       01 EmployeesIncluded         PIC 9(07) COMP VALUE ZERO.
       01 EmployeesExcluded         PIC 9(07) COMP VALUE ZERO.

       COPY "DEPTTBL.CPY".

       COPY "DIVTBL.CPY".

       01 PageHeading1.
           05 FILLER                PIC X(32)
              VALUE "GENDER PAY GAP - SNAPSHOT DATE ".
           05 HeadingSnapshotDate   PIC 9999/99/99.
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(08) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 PageHeading2.
           05 FILLER                PIC X(48)
              VALUE "ANNUAL PAY = SALARY + ALLOWANCES, EXCL. OVERTIME".
           05 PageHeadingNote       PIC X(30) VALUE SPACES.
       01 GroupTitleLine.
           05 GroupTitleType        PIC X(11).
           05 GroupTitleCode        PIC X(06).
           05 GroupTitleName        PIC X(16).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 GroupTitleNote        PIC X(30).
       01 FigureHeadingLine.
           05 FILLER                PIC X(22) VALUE SPACES.
           05 FILLER                PIC X(14) VALUE "         MEN".
           05 FILLER                PIC X(14) VALUE "       WOMEN".
           05 FILLER                PIC X(10) VALUE "     GAP".
       01 HeadcountLine.
           05 FILLER                PIC X(22)
              VALUE "  HEADCOUNT.........: ".
           05 FILLER                PIC X(05) VALUE SPACES.
           05 HeadcountMen          PIC ZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE SPACES.
           05 HeadcountWomen        PIC ZZ,ZZ9.
       01 PayFigureLine.
           05 PayFigureLabel        PIC X(22).
           05 PayFigureMen          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PayFigureWomen        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PayFigureGap          PIC X(08).
           05 PayFigureSign         PIC X(01).
       01 QuartileHeadingLine.
           05 FILLER                PIC X(22)
              VALUE "  PAY QUARTILE......: ".
           05 FILLER                PIC X(13) VALUE "        LOWER".
           05 FILLER                PIC X(13) VALUE " LOWER MIDDLE".
           05 FILLER                PIC X(13) VALUE " UPPER MIDDLE".
           05 FILLER                PIC X(13) VALUE "        UPPER".
       01 QuartileLine.
           05 QuartileLabel         PIC X(22).
           05 QuartileColumn OCCURS 4 TIMES.
               10 FILLER            PIC X(06) VALUE SPACES.
               10 QuartileText      PIC X(06).
               10 QuartileSign      PIC X(01).

       01 ExclusionHeading1.
           05 FILLER                PIC X(42)
              VALUE "GENDER PAY GAP - RECORDS EXCLUDED - AS AT ".
           05 ExclHeadingDate       PIC 9999/99/99.
       01 ExclusionHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "FORENAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(08) VALUE "GENDER".
           05 FILLER                PIC X(06) VALUE "REASON".
       01 ExclusionDetailLine.
           05 ExclEmpNumber         PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExclSurname           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExclForename          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExclDeptCode          PIC X(04).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 ExclGender            PIC X(01).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 ExclReason            PIC X(30).

       01 GrandTotalLine.
           05 GrandTotalLabel       PIC X(30).
           05 GrandTotalValue       PIC ZZZ,ZZ9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SortWorkFile
               ON ASCENDING KEY SortAnnualPay
               ON ASCENDING KEY SortEmpNumber
               INPUT PROCEDURE IS 2000-SELECT-EMPLOYEES
               OUTPUT PROCEDURE IS 3000-LOAD-PAY-TABLE
           IF PayTableIsFull
               DISPLAY "More than 5000 employees in scope - "
                       "gender pay gap not produced"
               CLOSE EmployeeFile PayGapReport ExclusionReport
               IF PayElementsOnFile
                   CLOSE PayElemFile
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET CompanyGroup TO TRUE
           MOVE ZERO TO GroupSub
           PERFORM 5000-REPORT-GROUP
           PERFORM 4000-REPORT-DIVISION
               VARYING DivSub FROM 1 BY 1
               UNTIL DivSub > 21
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           DISPLAY "Snapshot date (YYYYMMDD, blank for today): "
               WITH NO ADVANCING
           ACCEPT SnapshotEntry
           IF SnapshotEntry = SPACES
               MOVE RunDate TO SnapshotDate
           ELSE
               IF SnapshotEntry NOT NUMERIC
                   DISPLAY "Snapshot date must be eight digits"
                   DISPLAY "Gender pay gap report abandoned"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SnapshotEntry TO SnapshotDate
           END-IF
      * Department and salary on the master are today's, and a
      * transfer leaves no history behind it, so the figures can
      * only be taken as at the run date.
           IF SnapshotDate NOT = RunDate
               DISPLAY "Snapshot date " SnapshotDate
                       " is not today - only today's figures are held"
               DISPLAY "Gender pay gap report abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-DIVISION-TABLE
           PERFORM 1100-MAP-DEPT-TO-DIVISION
               VARYING DeptSub FROM 1 BY 1
               UNTIL DeptSub > 51
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Gender pay gap report abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PayElemFile
           IF PayElemFileStatus NOT = "00"
               DISPLAY "PayElem.dat not available - status "
                       PayElemFileStatus
               DISPLAY "Figures are on salary alone"
               MOVE 'N' TO PayElemAvailable
               MOVE "- SALARY ONLY, NO PAYELEM.DAT" TO PageHeadingNote
           END-IF
           OPEN OUTPUT PayGapReport
           OPEN OUTPUT ExclusionReport
           MOVE SnapshotDate TO HeadingSnapshotDate
           MOVE RunDate TO HeadingRunDate
           MOVE SnapshotDate TO ExclHeadingDate
           MOVE SPACES TO ExclusionLine
           MOVE ExclusionHeading1 TO ExclusionLine
           WRITE ExclusionLine
           MOVE SPACES TO ExclusionLine
           WRITE ExclusionLine
           MOVE ExclusionHeading2 TO ExclusionLine
           WRITE ExclusionLine
           .

       1100-MAP-DEPT-TO-DIVISION.
           MOVE 21 TO DeptDivisionSub(DeptSub)
           IF DeptSub < 51
               IF DeptTableCode(DeptSub) NOT = SPACES
                   SET DivTableIndex TO 1
                   SEARCH DivTableEntry
                       AT END
                           CONTINUE
                       WHEN DivTableCode(DivTableIndex) = SPACES
                           CONTINUE
                       WHEN DivTableCode(DivTableIndex)
                          = DeptTableDivision(DeptSub)
                           SET DeptDivisionSub(DeptSub)
                             TO DivTableIndex
                   END-SEARCH
               END-IF
           END-IF
           .

      * In scope: hired on or before the snapshot date and
      * either active now or terminated after it. Suspended
      * staff are not in scope. Anyone in scope without a
      * usable gender code or salary is excluded and listed.
       2000-SELECT-EMPLOYEES.
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
               NOT INVALID KEY PERFORM 2100-READ-EMPLOYEE
           END-START
           PERFORM 2200-SELECT-ONE-EMPLOYEE
               UNTIL EndOfEmployeeFile
           .

       2100-READ-EMPLOYEE.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       2200-SELECT-ONE-EMPLOYEE.
           ADD 1 TO EmployeesRead
           IF EmpHireDate NUMERIC
           AND EmpHireDate <= SnapshotDate
           AND (EmpIsActive
                OR (EmpStatus = 'T'
                    AND EmpLeavingDate NUMERIC
                    AND EmpLeavingDate > SnapshotDate))
               MOVE SPACES TO ExclusionReason
               EVALUATE TRUE
                   WHEN EmpGender = SPACE
                       MOVE "MISSING GENDER CODE"
                         TO ExclusionReason
                   WHEN EmpGender NOT = 'M' AND EmpGender NOT = 'F'
                       MOVE "INVALID GENDER CODE"
                         TO ExclusionReason
                   WHEN EmpSalary NOT NUMERIC
                       MOVE "INVALID SALARY" TO ExclusionReason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF ExclusionReason = SPACES
                   PERFORM 2300-RELEASE-EMPLOYEE
               ELSE
                   PERFORM 2800-WRITE-EXCLUSION
               END-IF
           ELSE
               ADD 1 TO EmployeesNotInScope
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .

       2300-RELEASE-EMPLOYEE.
           MOVE ZERO TO AnnualAllowance
           IF WeeklyPaid
               MOVE 52 TO PeriodsInYear
           ELSE
               MOVE 12 TO PeriodsInYear
           END-IF
           IF PayElementsOnFile
               PERFORM 2400-ADD-ALLOWANCES
           END-IF
           COMPUTE AnnualPay = EmpSalary + AnnualAllowance
           MOVE 51 TO WorkDeptSub
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = EmpDeptCode
                   SET WorkDeptSub TO DeptTableIndex
           END-SEARCH
           MOVE DeptDivisionSub(WorkDeptSub) TO WorkDivSub
           MOVE AnnualPay   TO SortAnnualPay
           MOVE EmpGender   TO SortGender
           MOVE WorkDeptSub TO SortDeptSub
           MOVE WorkDivSub  TO SortDivSub
           MOVE EmpNumber   TO SortEmpNumber
           RELEASE SortWorkRecord
           ADD 1 TO EmployeesIncluded
           .

       2400-ADD-ALLOWANCES.
           MOVE 'N' TO EndOfElementChain
           MOVE EmpNumber TO PayElemEmpNumber
           MOVE LOW-VALUES TO PayElemCode
           START PayElemFile KEY IS NOT LESS THAN PayElemKey
               INVALID KEY SET NoMoreChainElements TO TRUE
               NOT INVALID KEY PERFORM 2500-READ-ELEMENT
           END-START
           PERFORM 2600-ADD-ONE-ALLOWANCE
               UNTIL NoMoreChainElements
           .

       2500-READ-ELEMENT.
           READ PayElemFile NEXT RECORD
               AT END SET NoMoreChainElements TO TRUE
           END-READ
           IF NOT NoMoreChainElements
           AND PayElemEmpNumber NOT = EmpNumber
               SET NoMoreChainElements TO TRUE
           END-IF
           .

       2600-ADD-ONE-ALLOWANCE.
           MOVE PayElemCode TO ElementCodeSplit
           IF AllowanceElement
           AND PayElemStartDate <= SnapshotDate
           AND (ElementOpenEnded OR PayElemStopDate >= SnapshotDate)
           AND NOT (ElementCodeLetter = 'O'
                    AND ElementCodePeriod NUMERIC)
               COMPUTE AnnualAllowance = AnnualAllowance
                                       + PayElemAmount * PeriodsInYear
           END-IF
           PERFORM 2500-READ-ELEMENT
           .

       2800-WRITE-EXCLUSION.
           ADD 1 TO EmployeesExcluded
           MOVE EmpNumber        TO ExclEmpNumber
           MOVE EmpSurname       TO ExclSurname
           MOVE EmpForename      TO ExclForename
           MOVE EmpDeptCode      TO ExclDeptCode
           MOVE EmpGender        TO ExclGender
           MOVE ExclusionReason  TO ExclReason
           MOVE SPACES TO ExclusionLine
           MOVE ExclusionDetailLine TO ExclusionLine
           WRITE ExclusionLine
           .

       3000-LOAD-PAY-TABLE.
           PERFORM 3100-RETURN-SORTED-EMPLOYEE
           PERFORM 3200-LOAD-ONE-ENTRY
               UNTIL NoMoreSortRecords
           .

       3100-RETURN-SORTED-EMPLOYEE.
           RETURN SortWorkFile
               AT END SET NoMoreSortRecords TO TRUE
           END-RETURN
           .

       3200-LOAD-ONE-ENTRY.
           IF PayCount < 5000
               ADD 1 TO PayCount
               MOVE SortAnnualPay TO PayAnnual(PayCount)
               MOVE SortGender    TO PayGender(PayCount)
               MOVE SortDeptSub   TO PayDeptSub(PayCount)
               MOVE SortDivSub    TO PayDivSub(PayCount)
           ELSE
               SET PayTableIsFull TO TRUE
           END-IF
           PERFORM 3100-RETURN-SORTED-EMPLOYEE
           .

      * Each division is followed by its own departments, and
      * the departments with no active division come last
      * under division entry 21.
       4000-REPORT-DIVISION.
           SET DivisionGroup TO TRUE
           MOVE DivSub TO GroupSub
           PERFORM 5000-REPORT-GROUP
           PERFORM 4100-REPORT-DEPARTMENT
               VARYING DeptSub FROM 1 BY 1
               UNTIL DeptSub > 51
           .

       4100-REPORT-DEPARTMENT.
           IF DeptDivisionSub(DeptSub) = DivSub
               SET DepartmentGroup TO TRUE
               MOVE DeptSub TO GroupSub
               PERFORM 5000-REPORT-GROUP
           END-IF
           .

       5000-REPORT-GROUP.
           PERFORM 6000-ANALYSE-GROUP
           IF GroupCount > ZERO
               PERFORM 7000-PRINT-GROUP
           END-IF
           .

      * Two passes down the pay table: the first counts the
      * group by gender so the median and quartile positions
      * are known, the second walks the group in pay order.
       6000-ANALYSE-GROUP.
           MOVE ZERO TO GroupCount GroupRank MenCount WomenCount
                        MenRank WomenRank MenPayTotal WomenPayTotal
                        MenMeanPay WomenMeanPay
                        MenMedianLow MenMedianHigh
                        WomenMedianLow WomenMedianHigh
                        MenMedianPay WomenMedianPay
                        MeanGapPercent MedianGapPercent
           PERFORM 6050-CLEAR-QUARTILE
               VARYING QuartileSub FROM 1 BY 1
               UNTIL QuartileSub > 4
           PERFORM 6200-COUNT-MEMBER
               VARYING PaySub FROM 1 BY 1
               UNTIL PaySub > PayCount
           COMPUTE GroupCount = MenCount + WomenCount
           IF GroupCount > ZERO
               COMPUTE MenMedianLowRank    = (MenCount + 1) / 2
               COMPUTE MenMedianHighRank   = (MenCount / 2) + 1
               COMPUTE WomenMedianLowRank  = (WomenCount + 1) / 2
               COMPUTE WomenMedianHighRank = (WomenCount / 2) + 1
               PERFORM 6300-RANK-MEMBER
                   VARYING PaySub FROM 1 BY 1
                   UNTIL PaySub > PayCount
               PERFORM 6500-CALCULATE-GAPS
           END-IF
           .

       6050-CLEAR-QUARTILE.
           MOVE ZERO TO QuartileMen(QuartileSub)
                        QuartileWomen(QuartileSub)
           .

       6100-TEST-MEMBERSHIP.
           MOVE 'N' TO GroupMember
           EVALUATE TRUE
               WHEN CompanyGroup
                   MOVE 'Y' TO GroupMember
               WHEN DivisionGroup
                   IF PayDivSub(PaySub) = GroupSub
                       MOVE 'Y' TO GroupMember
                   END-IF
               WHEN DepartmentGroup
                   IF PayDeptSub(PaySub) = GroupSub
                       MOVE 'Y' TO GroupMember
                   END-IF
           END-EVALUATE
           .

       6200-COUNT-MEMBER.
           PERFORM 6100-TEST-MEMBERSHIP
           IF InThisGroup
               IF PayIsMan(PaySub)
                   ADD 1 TO MenCount
                   ADD PayAnnual(PaySub) TO MenPayTotal
               ELSE
                   ADD 1 TO WomenCount
                   ADD PayAnnual(PaySub) TO WomenPayTotal
               END-IF
           END-IF
           .

      * The group is cut into four equal quarters by rank; the
      * median of each gender is its middle value, or the mean
      * of the middle two when the count is even.
       6300-RANK-MEMBER.
           PERFORM 6100-TEST-MEMBERSHIP
           IF InThisGroup
               ADD 1 TO GroupRank
               COMPUTE QuartileNumber
                     = ((GroupRank - 1) * 4) / GroupCount + 1
               IF PayIsMan(PaySub)
                   ADD 1 TO QuartileMen(QuartileNumber)
                   ADD 1 TO MenRank
                   IF MenRank = MenMedianLowRank
                       MOVE PayAnnual(PaySub) TO MenMedianLow
                   END-IF
                   IF MenRank = MenMedianHighRank
                       MOVE PayAnnual(PaySub) TO MenMedianHigh
                   END-IF
               ELSE
                   ADD 1 TO QuartileWomen(QuartileNumber)
                   ADD 1 TO WomenRank
                   IF WomenRank = WomenMedianLowRank
                       MOVE PayAnnual(PaySub) TO WomenMedianLow
                   END-IF
                   IF WomenRank = WomenMedianHighRank
                       MOVE PayAnnual(PaySub) TO WomenMedianHigh
                   END-IF
               END-IF
           END-IF
           .

      * Gaps are men's pay less women's as a percentage of
      * men's, so a negative gap means women are paid more.
       6500-CALCULATE-GAPS.
           IF MenCount > ZERO
               COMPUTE MenMeanPay ROUNDED = MenPayTotal / MenCount
               COMPUTE MenMedianPay ROUNDED
                     = (MenMedianLow + MenMedianHigh) / 2
           END-IF
           IF WomenCount > ZERO
               COMPUTE WomenMeanPay ROUNDED
                     = WomenPayTotal / WomenCount
               COMPUTE WomenMedianPay ROUNDED
                     = (WomenMedianLow + WomenMedianHigh) / 2
           END-IF
           IF MenMeanPay > ZERO AND WomenCount > ZERO
               COMPUTE MeanGapPercent ROUNDED
                     = (MenMeanPay - WomenMeanPay) * 100 / MenMeanPay
           END-IF
           IF MenMedianPay > ZERO AND WomenCount > ZERO
               COMPUTE MedianGapPercent ROUNDED
                     = (MenMedianPay - WomenMedianPay) * 100
                     / MenMedianPay
           END-IF
           .

       7000-PRINT-GROUP.
           IF LineCount + 11 > LinesPerPage
               PERFORM 7900-WRITE-PAGE-HEADING
           END-IF
           MOVE SPACES TO GroupTitleLine
           EVALUATE TRUE
               WHEN CompanyGroup
                   MOVE "COMPANY" TO GroupTitleType
                   MOVE "ALL DIVISIONS" TO GroupTitleName
               WHEN DivisionGroup
                   MOVE "DIVISION" TO GroupTitleType
                   IF GroupSub = 21
                       MOVE "*NO DIVISION*" TO GroupTitleName
                   ELSE
                       MOVE DivTableCode(GroupSub) TO GroupTitleCode
                       MOVE DivTableName(GroupSub) TO GroupTitleName
                   END-IF
               WHEN DepartmentGroup
                   MOVE "DEPARTMENT" TO GroupTitleType
                   IF GroupSub = 51
                       MOVE "*UNKNOWN DEPT*" TO GroupTitleName
                   ELSE
                       MOVE DeptTableCode(GroupSub) TO GroupTitleCode
                       MOVE DeptTableName(GroupSub) TO GroupTitleName
                   END-IF
           END-EVALUATE
           IF MenCount = ZERO OR WomenCount = ZERO
               MOVE "ONE GENDER ONLY - NO GAP" TO GroupTitleNote
           END-IF
           MOVE SPACES TO PayGapLine
           WRITE PayGapLine
           MOVE GroupTitleLine TO PayGapLine
           WRITE PayGapLine
           MOVE FigureHeadingLine TO PayGapLine
           WRITE PayGapLine
           MOVE MenCount TO HeadcountMen
           MOVE WomenCount TO HeadcountWomen
           MOVE SPACES TO PayGapLine
           MOVE HeadcountLine TO PayGapLine
           WRITE PayGapLine
           MOVE "  MEAN PAY..........: " TO PayFigureLabel
           MOVE MenMeanPay TO PayFigureMen
           MOVE WomenMeanPay TO PayFigureWomen
           MOVE MeanGapPercent TO GapEdited
           PERFORM 7100-WRITE-PAY-FIGURE
           MOVE "  MEDIAN PAY........: " TO PayFigureLabel
           MOVE MenMedianPay TO PayFigureMen
           MOVE WomenMedianPay TO PayFigureWomen
           MOVE MedianGapPercent TO GapEdited
           PERFORM 7100-WRITE-PAY-FIGURE
           MOVE SPACES TO PayGapLine
           MOVE QuartileHeadingLine TO PayGapLine
           WRITE PayGapLine
           MOVE "  MEN...............: " TO QuartileLabel
           PERFORM 7200-SET-MEN-PERCENT
               VARYING QuartileSub FROM 1 BY 1
               UNTIL QuartileSub > 4
           MOVE SPACES TO PayGapLine
           MOVE QuartileLine TO PayGapLine
           WRITE PayGapLine
           MOVE "  WOMEN.............: " TO QuartileLabel
           PERFORM 7300-SET-WOMEN-PERCENT
               VARYING QuartileSub FROM 1 BY 1
               UNTIL QuartileSub > 4
           MOVE SPACES TO PayGapLine
           MOVE QuartileLine TO PayGapLine
           WRITE PayGapLine
           ADD 9 TO LineCount
           .

       7100-WRITE-PAY-FIGURE.
           IF MenCount = ZERO OR WomenCount = ZERO
               MOVE "     N/A" TO PayFigureGap
               MOVE SPACE TO PayFigureSign
           ELSE
               MOVE SPACES TO PayFigureGap
               MOVE GapEdited TO PayFigureGap
               MOVE "%" TO PayFigureSign
           END-IF
           MOVE SPACES TO PayGapLine
           MOVE PayFigureLine TO PayGapLine
           WRITE PayGapLine
           .

       7200-SET-MEN-PERCENT.
           COMPUTE QuartileTotal = QuartileMen(QuartileSub)
                                 + QuartileWomen(QuartileSub)
           IF QuartileTotal = ZERO
               MOVE "     -" TO QuartileText(QuartileSub)
               MOVE SPACE TO QuartileSign(QuartileSub)
           ELSE
               COMPUTE QuartilePercent ROUNDED
                     = QuartileMen(QuartileSub) * 100 / QuartileTotal
               PERFORM 7400-SET-QUARTILE-TEXT
           END-IF
           .

       7300-SET-WOMEN-PERCENT.
           COMPUTE QuartileTotal = QuartileMen(QuartileSub)
                                 + QuartileWomen(QuartileSub)
           IF QuartileTotal = ZERO
               MOVE "     -" TO QuartileText(QuartileSub)
               MOVE SPACE TO QuartileSign(QuartileSub)
           ELSE
               COMPUTE QuartilePercent ROUNDED
                     = QuartileWomen(QuartileSub) * 100
                     / QuartileTotal
               PERFORM 7400-SET-QUARTILE-TEXT
           END-IF
           .

       7400-SET-QUARTILE-TEXT.
           MOVE QuartilePercent TO PercentEdited
           MOVE SPACES TO QuartileText(QuartileSub)
           MOVE PercentEdited TO QuartileText(QuartileSub)(2:5)
           MOVE "%" TO QuartileSign(QuartileSub)
           .

       7900-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO PayGapLine
           MOVE PageHeading1 TO PayGapLine
           IF PageNumber > 1
               WRITE PayGapLine AFTER ADVANCING PAGE
           ELSE
               WRITE PayGapLine
           END-IF
           MOVE SPACES TO PayGapLine
           MOVE PageHeading2 TO PayGapLine
           WRITE PayGapLine
           MOVE 2 TO LineCount
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO PayGapLine
           WRITE PayGapLine
           MOVE "EMPLOYEES READ..............: " TO GrandTotalLabel
           MOVE EmployeesRead TO GrandTotalValue
           MOVE GrandTotalLine TO PayGapLine
           WRITE PayGapLine
           MOVE "NOT IN SCOPE ON SNAPSHOT....: " TO GrandTotalLabel
           MOVE EmployeesNotInScope TO GrandTotalValue
           MOVE GrandTotalLine TO PayGapLine
           WRITE PayGapLine
           MOVE "INCLUDED IN THE FIGURES.....: " TO GrandTotalLabel
           MOVE EmployeesIncluded TO GrandTotalValue
           MOVE GrandTotalLine TO PayGapLine
           WRITE PayGapLine
           MOVE "EXCLUDED - SEE GAPEXCL.PRT..: " TO GrandTotalLabel
           MOVE EmployeesExcluded TO GrandTotalValue
           MOVE GrandTotalLine TO PayGapLine
           WRITE PayGapLine
           MOVE SPACES TO ExclusionLine
           WRITE ExclusionLine
           MOVE "RECORDS EXCLUDED............: " TO GrandTotalLabel
           MOVE EmployeesExcluded TO GrandTotalValue
           MOVE GrandTotalLine TO ExclusionLine
           WRITE ExclusionLine
           CLOSE EmployeeFile PayGapReport ExclusionReport
           IF PayElementsOnFile
               CLOSE PayElemFile
           END-IF
           DISPLAY "Gender pay gap written to PAYGAP.PRT - "
                   EmployeesIncluded " included, "
                   EmployeesExcluded " excluded"
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".

       COPY "DIVLOAD.CPY".
