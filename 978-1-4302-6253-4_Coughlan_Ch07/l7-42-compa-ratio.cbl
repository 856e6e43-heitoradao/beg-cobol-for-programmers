      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-42.
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

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT SortedFile ASSIGN TO "SortedCompa.dat"
                 ORGANIZATION IS SEQUENTIAL.

          SELECT CompaReport ASSIGN TO "COMPA.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OutOfBandReport ASSIGN TO "OUTBAND.PRT"
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

          SELECT SalaryBandFile ASSIGN TO "Bands.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BandJobGrade
                 FILE STATUS IS SalaryBandFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortDivisionCode          PIC X(02).
           05 SortEmployeeData.
               10 SortEmpNumber         PIC 9(09).
               10 FILLER                PIC X(34).
               10 SortDeptCode          PIC X(04).
               10 SortJobGrade          PIC 9(02).
               10 SortSalary            PIC 9(07)V99.
               10 FILLER                PIC X(29).

       FD SortedFile.
       01 SortedWorkRecord.
           05 SortedDivisionCode        PIC X(02).
           05 SortedEmployeeData        PIC X(87).

       FD CompaReport.
       01 CompaLine                     PIC X(90).

       FD OutOfBandReport.
       01 OutOfBandLine                 PIC X(90).

       FD DeptFile.
           COPY "DEPTREC.CPY".

       FD DivisionFile.
           COPY "DIVREC.CPY".

       FD SalaryBandFile.
           COPY "BANDREC.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 DeptFileStatus            PIC X(02).
       01 DivisionFileStatus        PIC X(02).
       01 SalaryBandFileStatus      PIC X(02).
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 TodaysDate.
           05 TodayYear             PIC 9(04).
           05 TodayMonth            PIC 9(02).
           05 TodayDay              PIC 9(02).

       01 PriorDeptCode             PIC X(04) VALUE SPACES.
       01 PriorDivisionCode         PIC X(02) VALUE SPACES.
      * A department with no division yet sorts on a blank
      * division code, so the break logic cannot use SPACES
      * to mean "no division seen" - this flag does that.
       01 DivisionBreakState        PIC X(01) VALUE 'N'.
           88 ADivisionWasSeen        VALUE 'Y'.
       01 CurrentDivisionCode       PIC X(02) VALUE SPACES.
       01 WorkDivisionCode          PIC X(02) VALUE SPACES.
       01 WorkDivisionName          PIC X(16) VALUE SPACES.

      * The compa-ratio of a group is its total salary over the
      * total of the band midpoints for the same people, so a
      * large grade weighs more than a small one. Anyone on a
      * grade with no band is counted but left out of the
      * ratio.
       01 EmployeeMidpoint          PIC 9(07)V99 VALUE ZERO.
       01 EmployeeMinimum           PIC 9(07)V99 VALUE ZERO.
       01 EmployeeMaximum           PIC 9(07)V99 VALUE ZERO.
       01 EmployeeCompaRatio        PIC 9(03)V99 VALUE ZERO.
       01 BandPosition              PIC X(01) VALUE SPACE.
           88 SalaryInBand            VALUE 'I'.
           88 SalaryBelowMinimum      VALUE 'L'.
           88 SalaryAboveMaximum      VALUE 'H'.
           88 GradeHasNoBand          VALUE 'N'.

       01 DeptTotals.
           05 DeptHeadcount         PIC 9(05) COMP.
           05 DeptSalaryTotal       PIC 9(11)V99.
           05 DeptMidpointTotal     PIC 9(11)V99.
           05 DeptBelowCount        PIC 9(05) COMP.
           05 DeptAboveCount        PIC 9(05) COMP.
           05 DeptNoBandCount       PIC 9(05) COMP.
       01 DivisionTotals.
           05 DivisionHeadcount     PIC 9(06) COMP.
           05 DivisionSalaryTotal   PIC 9(11)V99.
           05 DivisionMidpointTotal PIC 9(11)V99.
           05 DivisionBelowCount    PIC 9(06) COMP.
           05 DivisionAboveCount    PIC 9(06) COMP.
           05 DivisionNoBandCount   PIC 9(06) COMP.
       01 CompanyTotals.
           05 CompanyHeadcount      PIC 9(07) COMP.
           05 CompanySalaryTotal    PIC 9(11)V99.
           05 CompanyMidpointTotal  PIC 9(11)V99.
           05 CompanyBelowCount     PIC 9(07) COMP.
           05 CompanyAboveCount     PIC 9(07) COMP.
           05 CompanyNoBandCount    PIC 9(07) COMP.

       01 GroupSalaryTotal          PIC 9(11)V99 VALUE ZERO.
       01 GroupMidpointTotal        PIC 9(11)V99 VALUE ZERO.
       01 GroupCompaRatio           PIC 9(03)V99 VALUE ZERO.

       COPY "DEPTTBL.CPY".

       COPY "DIVTBL.CPY".

       COPY "BANDTBL.CPY".

       01 ReportHeading1.
           05 FILLER PIC X(26) VALUE "COMPA-RATIO REPORT".
           05 FILLER                PIC X(07) VALUE SPACES.
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(07) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 DivisionHeadingLine.
           05 FILLER                PIC X(12) VALUE "DIVISION:   ".
           05 DivHeadingCode        PIC X(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DivHeadingName        PIC X(16).
       01 DeptHeadingLine.
           05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
           05 DeptHeadingCode       PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DeptHeadingName       PIC X(16).
       01 ColumnHeadingLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(07) VALUE "GRADE".
           05 FILLER                PIC X(14) VALUE "      SALARY".
           05 FILLER                PIC X(14) VALUE "    MIDPOINT".
           05 FILLER                PIC X(08) VALUE " COMPA".
           05 FILLER                PIC X(10) VALUE "BAND".
       01 DetailLine.
           05 DetailEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailSurname         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailJobGrade        PIC 9(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DetailSalary          PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailMidpoint        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailCompaRatio      PIC ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailBandPosition    PIC X(10).
       01 TotalLine1.
           05 FILLER                PIC X(24)
              VALUE "  HEADCOUNT...........: ".
           05 TotalHeadcount        PIC ZZZ,ZZ9.
       01 TotalLine2.
           05 FILLER                PIC X(24)
              VALUE "  COMPA-RATIO.........: ".
           05 TotalCompaRatio       PIC ZZ9.99.
       01 TotalLine3.
           05 FILLER                PIC X(24)
              VALUE "  BELOW BAND MINIMUM..: ".
           05 TotalBelow            PIC ZZZ,ZZ9.
       01 TotalLine4.
           05 FILLER                PIC X(24)
              VALUE "  ABOVE BAND MAXIMUM..: ".
           05 TotalAbove            PIC ZZZ,ZZ9.
       01 TotalLine5.
           05 FILLER                PIC X(24)
              VALUE "  NO BAND FOR GRADE...: ".
           05 TotalNoBand           PIC ZZZ,ZZ9.
       01 DivisionTotalHeading.
           05 FILLER                PIC X(17)
              VALUE "DIVISION TOTALS: ".
           05 DivTotalCode          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DivTotalName          PIC X(16).
       01 GrandHeadingLine.
           05 FILLER                PIC X(20)
              VALUE "COMPANY GRAND TOTALS".

       01 OutOfBandHeading1.
           05 FILLER                PIC X(40)
              VALUE "EMPLOYEES PAID OUTSIDE THEIR GRADE BAND".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutHeadingRunDate     PIC 9999/99/99.
       01 OutOfBandHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(07) VALUE "GRADE".
           05 FILLER                PIC X(14) VALUE "      SALARY".
           05 FILLER                PIC X(14) VALUE "   BAND LIMIT".
           05 FILLER                PIC X(10) VALUE "POSITION".
       01 OutOfBandDetailLine.
           05 OutDetailEmpNumber    PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutDetailSurname      PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutDetailDeptCode     PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutDetailJobGrade     PIC 9(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 OutDetailSalary       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutDetailLimit        PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 OutDetailPosition     PIC X(10).

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL EndOfEmployeeFile
           PERFORM 7500-LAST-DEPT-BREAK
           PERFORM 8000-WRITE-GRAND-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-DIVISION-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE ZERO TO CompanyHeadcount CompanySalaryTotal
                        CompanyMidpointTotal CompanyBelowCount
                        CompanyAboveCount CompanyNoBandCount
           SORT SortWorkFile
               ON ASCENDING KEY SortDivisionCode
               ON ASCENDING KEY SortDeptCode
               ON ASCENDING KEY SortJobGrade
               ON ASCENDING KEY SortEmpNumber
               INPUT PROCEDURE IS 1500-RELEASE-EMPLOYEES
               GIVING SortedFile
           OPEN INPUT SortedFile
           OPEN OUTPUT CompaReport
           OPEN OUTPUT OutOfBandReport
           MOVE TodaysDate TO OutHeadingRunDate
           MOVE OutOfBandHeading1 TO OutOfBandLine
           WRITE OutOfBandLine
           MOVE SPACES TO OutOfBandLine
           WRITE OutOfBandLine
           MOVE OutOfBandHeading2 TO OutOfBandLine
           WRITE OutOfBandLine
           PERFORM 2100-READ-EMPLOYEE
           .

       1500-RELEASE-EMPLOYEES.
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Compa-ratio run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
               NOT INVALID KEY PERFORM 1600-READ-MASTER
           END-START
           PERFORM 1700-RELEASE-ONE-EMPLOYEE
               UNTIL EndOfEmployeeFile
           CLOSE EmployeeFile
           .

       1600-READ-MASTER.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       1700-RELEASE-ONE-EMPLOYEE.
           IF EmpIsActive
               PERFORM 1800-LOOK-UP-DIVISION-CODE
               MOVE WorkDivisionCode TO SortDivisionCode
               MOVE EmployeeDetails  TO SortEmployeeData
               RELEASE SortWorkRecord
           END-IF
           PERFORM 1600-READ-MASTER
           .

       1800-LOOK-UP-DIVISION-CODE.
           MOVE SPACES TO WorkDivisionCode
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = EmpDeptCode
                   MOVE DeptTableDivision(DeptTableIndex)
                     TO WorkDivisionCode
           END-SEARCH
           .

       2000-PROCESS-EMPLOYEE.
           IF NOT ADivisionWasSeen
           OR CurrentDivisionCode NOT = PriorDivisionCode
               PERFORM 5500-DIVISION-BREAK
           END-IF
           IF EmpDeptCode NOT = PriorDeptCode
               PERFORM 6000-DEPARTMENT-BREAK
           END-IF
           PERFORM 4000-PLACE-IN-BAND
           PERFORM 5000-WRITE-DETAIL-LINE
           ADD 1 TO DeptHeadcount
           EVALUATE TRUE
               WHEN GradeHasNoBand
                   ADD 1 TO DeptNoBandCount
               WHEN OTHER
                   ADD EmpSalary TO DeptSalaryTotal
                   ADD EmployeeMidpoint TO DeptMidpointTotal
           END-EVALUATE
           IF SalaryBelowMinimum
               ADD 1 TO DeptBelowCount
               PERFORM 5200-WRITE-OUT-OF-BAND-LINE
           END-IF
           IF SalaryAboveMaximum
               ADD 1 TO DeptAboveCount
               PERFORM 5200-WRITE-OUT-OF-BAND-LINE
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .

       2100-READ-EMPLOYEE.
           READ SortedFile
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           IF NOT EndOfEmployeeFile
               MOVE SortedDivisionCode TO CurrentDivisionCode
               MOVE SortedEmployeeData TO EmployeeDetails
           END-IF
           .

       3000-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE TodaysDate TO HeadingRunDate
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO CompaLine
           MOVE ReportHeading1 TO CompaLine
           IF PageNumber > 1
               WRITE CompaLine AFTER ADVANCING PAGE
           ELSE
               WRITE CompaLine
           END-IF
           MOVE SPACES TO CompaLine
           WRITE CompaLine
           .

       4000-PLACE-IN-BAND.
           SET GradeHasNoBand TO TRUE
           MOVE ZERO TO EmployeeMidpoint EmployeeMinimum
                        EmployeeMaximum EmployeeCompaRatio
           SET BandTableIndex TO 1
           SEARCH BandTableEntry
               AT END
                   CONTINUE
               WHEN BandTableGrade(BandTableIndex) = ZERO
                   CONTINUE
               WHEN BandTableGrade(BandTableIndex) = EmpJobGrade
                   PERFORM 4100-COMPARE-WITH-BAND
           END-SEARCH
           .

       4100-COMPARE-WITH-BAND.
           MOVE BandTableMinimum(BandTableIndex)  TO EmployeeMinimum
           MOVE BandTableMidpoint(BandTableIndex) TO EmployeeMidpoint
           MOVE BandTableMaximum(BandTableIndex)  TO EmployeeMaximum
           EVALUATE TRUE
               WHEN EmpSalary < EmployeeMinimum
                   SET SalaryBelowMinimum TO TRUE
               WHEN EmpSalary > EmployeeMaximum
                   SET SalaryAboveMaximum TO TRUE
               WHEN OTHER
                   SET SalaryInBand TO TRUE
           END-EVALUATE
           IF EmployeeMidpoint > ZERO
               COMPUTE EmployeeCompaRatio ROUNDED
                   = EmpSalary / EmployeeMidpoint
           END-IF
           .

       5000-WRITE-DETAIL-LINE.
           MOVE EmpNumber          TO DetailEmpNumber
           MOVE EmpSurname         TO DetailSurname
           MOVE EmpJobGrade        TO DetailJobGrade
           MOVE EmpSalary          TO DetailSalary
           MOVE EmployeeMidpoint   TO DetailMidpoint
           MOVE EmployeeCompaRatio TO DetailCompaRatio
           EVALUATE TRUE
               WHEN SalaryBelowMinimum
                   MOVE "BELOW MIN" TO DetailBandPosition
               WHEN SalaryAboveMaximum
                   MOVE "ABOVE MAX" TO DetailBandPosition
               WHEN GradeHasNoBand
                   MOVE "NO BAND"   TO DetailBandPosition
               WHEN OTHER
                   MOVE SPACES      TO DetailBandPosition
           END-EVALUATE
           MOVE SPACES TO CompaLine
           MOVE DetailLine TO CompaLine
           WRITE CompaLine
           .

       5200-WRITE-OUT-OF-BAND-LINE.
           MOVE EmpNumber   TO OutDetailEmpNumber
           MOVE EmpSurname  TO OutDetailSurname
           MOVE EmpDeptCode TO OutDetailDeptCode
           MOVE EmpJobGrade TO OutDetailJobGrade
           MOVE EmpSalary   TO OutDetailSalary
           IF SalaryBelowMinimum
               MOVE EmployeeMinimum TO OutDetailLimit
               MOVE "BELOW MIN" TO OutDetailPosition
           ELSE
               MOVE EmployeeMaximum TO OutDetailLimit
               MOVE "ABOVE MAX" TO OutDetailPosition
           END-IF
           MOVE SPACES TO OutOfBandLine
           MOVE OutOfBandDetailLine TO OutOfBandLine
           WRITE OutOfBandLine
           .

       5500-DIVISION-BREAK.
           IF ADivisionWasSeen
               IF PriorDeptCode NOT = SPACES
                   PERFORM 7000-WRITE-DEPT-TOTALS
                   MOVE SPACES TO PriorDeptCode
               END-IF
               PERFORM 7200-WRITE-DIVISION-TOTALS
           END-IF
           SET ADivisionWasSeen TO TRUE
           MOVE CurrentDivisionCode TO PriorDivisionCode
           MOVE ZERO TO DivisionHeadcount DivisionSalaryTotal
                        DivisionMidpointTotal DivisionBelowCount
                        DivisionAboveCount DivisionNoBandCount
           .

       6000-DEPARTMENT-BREAK.
           IF PriorDeptCode NOT = SPACES
               PERFORM 7000-WRITE-DEPT-TOTALS
           END-IF
           PERFORM 3000-WRITE-PAGE-HEADING
           MOVE CurrentDivisionCode TO DivHeadingCode
           MOVE CurrentDivisionCode TO WorkDivisionCode
           PERFORM 6600-LOOK-UP-DIVISION-NAME
           MOVE WorkDivisionName TO DivHeadingName
           MOVE SPACES TO CompaLine
           MOVE DivisionHeadingLine TO CompaLine
           WRITE CompaLine
           MOVE EmpDeptCode TO DeptHeadingCode
           PERFORM 6500-LOOK-UP-DEPT-NAME
           MOVE SPACES TO CompaLine
           MOVE DeptHeadingLine TO CompaLine
           WRITE CompaLine
           MOVE SPACES TO CompaLine
           MOVE ColumnHeadingLine TO CompaLine
           WRITE CompaLine
           MOVE EmpDeptCode TO PriorDeptCode
           MOVE ZERO TO DeptHeadcount DeptSalaryTotal
                        DeptMidpointTotal DeptBelowCount
                        DeptAboveCount DeptNoBandCount
           .

       6500-LOOK-UP-DEPT-NAME.
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   MOVE "*UNKNOWN DEPT*  " TO DeptHeadingName
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   MOVE "*UNKNOWN DEPT*  " TO DeptHeadingName
               WHEN DeptTableCode(DeptTableIndex) = EmpDeptCode
                   MOVE DeptTableName(DeptTableIndex)
                     TO DeptHeadingName
           END-SEARCH
           .

       6600-LOOK-UP-DIVISION-NAME.
           MOVE "*UNKNOWN DIV*   " TO WorkDivisionName
           SET DivTableIndex TO 1
           SEARCH DivTableEntry
               AT END
                   CONTINUE
               WHEN DivTableCode(DivTableIndex) = SPACES
                   CONTINUE
               WHEN DivTableCode(DivTableIndex)
                    = WorkDivisionCode
                   MOVE DivTableName(DivTableIndex)
                     TO WorkDivisionName
           END-SEARCH
           .

       6800-WRITE-GROUP-TOTALS.
           MOVE TotalLine1 TO CompaLine
           WRITE CompaLine
           IF GroupMidpointTotal > ZERO
               COMPUTE GroupCompaRatio ROUNDED
                   = GroupSalaryTotal / GroupMidpointTotal
           ELSE
               MOVE ZERO TO GroupCompaRatio
           END-IF
           MOVE GroupCompaRatio TO TotalCompaRatio
           MOVE TotalLine2 TO CompaLine
           WRITE CompaLine
           MOVE TotalLine3 TO CompaLine
           WRITE CompaLine
           MOVE TotalLine4 TO CompaLine
           WRITE CompaLine
           MOVE TotalLine5 TO CompaLine
           WRITE CompaLine
           .

       7000-WRITE-DEPT-TOTALS.
           MOVE SPACES TO CompaLine
           WRITE CompaLine
           MOVE DeptHeadcount     TO TotalHeadcount
           MOVE DeptSalaryTotal   TO GroupSalaryTotal
           MOVE DeptMidpointTotal TO GroupMidpointTotal
           MOVE DeptBelowCount    TO TotalBelow
           MOVE DeptAboveCount    TO TotalAbove
           MOVE DeptNoBandCount   TO TotalNoBand
           PERFORM 6800-WRITE-GROUP-TOTALS
           ADD DeptHeadcount     TO DivisionHeadcount
           ADD DeptSalaryTotal   TO DivisionSalaryTotal
           ADD DeptMidpointTotal TO DivisionMidpointTotal
           ADD DeptBelowCount    TO DivisionBelowCount
           ADD DeptAboveCount    TO DivisionAboveCount
           ADD DeptNoBandCount   TO DivisionNoBandCount
           .

       7200-WRITE-DIVISION-TOTALS.
           MOVE SPACES TO CompaLine
           WRITE CompaLine
           MOVE PriorDivisionCode TO DivTotalCode
           MOVE PriorDivisionCode TO WorkDivisionCode
           PERFORM 6600-LOOK-UP-DIVISION-NAME
           MOVE WorkDivisionName TO DivTotalName
           MOVE DivisionTotalHeading TO CompaLine
           WRITE CompaLine
           MOVE DivisionHeadcount     TO TotalHeadcount
           MOVE DivisionSalaryTotal   TO GroupSalaryTotal
           MOVE DivisionMidpointTotal TO GroupMidpointTotal
           MOVE DivisionBelowCount    TO TotalBelow
           MOVE DivisionAboveCount    TO TotalAbove
           MOVE DivisionNoBandCount   TO TotalNoBand
           PERFORM 6800-WRITE-GROUP-TOTALS
           ADD DivisionHeadcount     TO CompanyHeadcount
           ADD DivisionSalaryTotal   TO CompanySalaryTotal
           ADD DivisionMidpointTotal TO CompanyMidpointTotal
           ADD DivisionBelowCount    TO CompanyBelowCount
           ADD DivisionAboveCount    TO CompanyAboveCount
           ADD DivisionNoBandCount   TO CompanyNoBandCount
           .

       7500-LAST-DEPT-BREAK.
           IF PriorDeptCode NOT = SPACES
               PERFORM 7000-WRITE-DEPT-TOTALS
           END-IF
           IF ADivisionWasSeen
               PERFORM 7200-WRITE-DIVISION-TOTALS
           END-IF
           .

       8000-WRITE-GRAND-TOTALS.
           PERFORM 3000-WRITE-PAGE-HEADING
           MOVE SPACES TO CompaLine
           MOVE GrandHeadingLine TO CompaLine
           WRITE CompaLine
           MOVE SPACES TO CompaLine
           WRITE CompaLine
           MOVE CompanyHeadcount     TO TotalHeadcount
           MOVE CompanySalaryTotal   TO GroupSalaryTotal
           MOVE CompanyMidpointTotal TO GroupMidpointTotal
           MOVE CompanyBelowCount    TO TotalBelow
           MOVE CompanyAboveCount    TO TotalAbove
           MOVE CompanyNoBandCount   TO TotalNoBand
           PERFORM 6800-WRITE-GROUP-TOTALS
           MOVE SPACES TO OutOfBandLine
           WRITE OutOfBandLine
           MOVE TotalLine3 TO OutOfBandLine
           WRITE OutOfBandLine
           MOVE TotalLine4 TO OutOfBandLine
           WRITE OutOfBandLine
           CLOSE SortedFile CompaReport OutOfBandReport
           DISPLAY "Compa-ratio report written to COMPA.PRT"
           DISPLAY "Employees outside band listed on OUTBAND.PRT"
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".

       COPY "DIVLOAD.CPY".

       COPY "BANDLOAD.CPY".
