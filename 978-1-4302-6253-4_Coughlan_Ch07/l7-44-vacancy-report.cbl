      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-44.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PositionFile ASSIGN TO "Positions.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PostNumber
                 ALTERNATE RECORD KEY IS PostRequisition
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PostEmpNumber
                     WITH DUPLICATES
                 FILE STATUS IS PositionFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT VacancyReport ASSIGN TO "VACANCY.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD PositionFile.
           COPY "POSITION.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortDeptCode              PIC X(04).
           05 SortPostNumber            PIC 9(06).
           05 SortJobGrade              PIC 9(02).
           05 SortRequisition           PIC 9(06).
           05 SortOpenedDate            PIC 9(08).

       FD VacancyReport.
       01 VacancyLine                   PIC X(80).

       FD DeptFile.
           COPY "DEPTREC.CPY".

       WORKING-STORAGE SECTION.
       01 PositionFileStatus        PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 DeptFileStatus            PIC X(02).
       01 EndOfPositionFile         PIC X(01) VALUE 'N'.
           88 NoMorePositionRecords   VALUE 'Y'.
       01 EndOfSortFile             PIC X(01) VALUE 'N'.
           88 NoMoreSortRecords       VALUE 'Y'.

       01 TodaysDate                PIC 9(08) VALUE ZEROES.
       01 TodayDayNumber            PIC 9(07) VALUE ZERO.
       01 DaysOpen                  PIC 9(05) VALUE ZERO.
       01 PriorDeptCode             PIC X(04) VALUE SPACES.
       01 WorkDeptName              PIC X(16) VALUE SPACES.

       01 DeptOpenPosts             PIC 9(05) COMP VALUE ZERO.
       01 TotalOpenPosts            PIC 9(07) COMP VALUE ZERO.
       01 TotalUnrequisitioned      PIC 9(07) COMP VALUE ZERO.
       01 TotalFrozenPosts          PIC 9(07) COMP VALUE ZERO.
       01 TotalFilledPosts          PIC 9(07) COMP VALUE ZERO.
       01 TotalUnpostedEmployees    PIC 9(07) COMP VALUE ZERO.

       COPY "DEPTTBL.CPY".

       COPY "DAYWORK.CPY".

       01 ReportHeading1.
           05 FILLER PIC X(30) VALUE "VACANCY REPORT BY DEPARTMENT".
           05 FILLER                PIC X(07) VALUE "AS AT ".
           05 HeadingRunDate        PIC 9999/99/99.
       01 DeptHeadingLine.
           05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
           05 DeptHeadingCode       PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DeptHeadingName       PIC X(16).
       01 ColumnHeadingLine.
           05 FILLER                PIC X(10) VALUE "  POST".
           05 FILLER                PIC X(07) VALUE "GRADE".
           05 FILLER                PIC X(13) VALUE "REQUISITION".
           05 FILLER                PIC X(13) VALUE "OPEN SINCE".
           05 FILLER                PIC X(10) VALUE "DAYS OPEN".
       01 VacancyDetailLine.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VacDetailPostNumber   PIC 9(06).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 VacDetailJobGrade     PIC 9(02).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 VacDetailRequisition  PIC X(11).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VacDetailOpenedDate   PIC 9999/99/99.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 VacDetailDaysOpen     PIC ZZ,ZZ9.
       01 DeptTotalLine.
           05 FILLER                PIC X(24)
              VALUE "  OPEN POSTS IN DEPT..: ".
           05 DeptTotalOpen         PIC ZZ,ZZ9.
       01 UnpostedHeading1.
           05 FILLER                PIC X(41)
              VALUE "EMPLOYEES NOT SITTING IN AN APPROVED POST".
       01 UnpostedHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "FORENAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(07) VALUE "GRADE".
           05 FILLER                PIC X(06) VALUE "STATUS".
       01 UnpostedDetailLine.
           05 UnpDetailEmpNumber    PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 UnpDetailSurname      PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 UnpDetailForename     PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 UnpDetailDeptCode     PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 UnpDetailJobGrade     PIC 9(02).
           05 FILLER                PIC X(05) VALUE SPACES.
           05 UnpDetailStatus       PIC X(01).
       01 GrandTotalLine.
           05 GrandTotalLabel       PIC X(28).
           05 GrandTotalValue       PIC ZZZ,ZZ9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SortWorkFile
               ON ASCENDING KEY SortDeptCode
               ON ASCENDING KEY SortPostNumber
               INPUT PROCEDURE IS 2000-RELEASE-OPEN-POSTS
               OUTPUT PROCEDURE IS 3000-PRINT-VACANCIES
           PERFORM 5000-LIST-UNPOSTED-EMPLOYEES
           PERFORM 8000-WRITE-GRAND-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           PERFORM LOAD-DEPARTMENT-TABLE
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           MOVE TodaysDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           MOVE DayCalcNumber TO TodayDayNumber
           OPEN INPUT PositionFile
           IF PositionFileStatus NOT = "00"
               DISPLAY "Unable to open Positions.dat - status "
                       PositionFileStatus
               DISPLAY "Vacancy report abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Vacancy report abandoned"
               CLOSE PositionFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT VacancyReport
           MOVE TodaysDate TO HeadingRunDate
           MOVE SPACES TO VacancyLine
           MOVE ReportHeading1 TO VacancyLine
           WRITE VacancyLine
           .

       2000-RELEASE-OPEN-POSTS.
           MOVE ZEROES TO PostNumber
           START PositionFile KEY IS NOT LESS THAN PostNumber
               INVALID KEY SET NoMorePositionRecords TO TRUE
               NOT INVALID KEY PERFORM 2100-READ-POSITION
           END-START
           PERFORM 2200-RELEASE-ONE-POST
               UNTIL NoMorePositionRecords
           .

       2100-READ-POSITION.
           READ PositionFile NEXT RECORD
               AT END SET NoMorePositionRecords TO TRUE
           END-READ
           .

       2200-RELEASE-ONE-POST.
           EVALUATE TRUE
               WHEN PostIsOpen
                   MOVE PostDeptCode    TO SortDeptCode
                   MOVE PostNumber      TO SortPostNumber
                   MOVE PostJobGrade    TO SortJobGrade
                   MOVE PostRequisition TO SortRequisition
                   MOVE PostOpenedDate  TO SortOpenedDate
                   RELEASE SortWorkRecord
               WHEN PostIsFrozen
                   ADD 1 TO TotalFrozenPosts
               WHEN PostIsFilled
                   ADD 1 TO TotalFilledPosts
           END-EVALUATE
           PERFORM 2100-READ-POSITION
           .

       3000-PRINT-VACANCIES.
           PERFORM 3100-RETURN-SORTED-POST
           PERFORM 3200-PRINT-ONE-VACANCY
               UNTIL NoMoreSortRecords
           IF PriorDeptCode NOT = SPACES
               PERFORM 3500-WRITE-DEPT-TOTAL
           END-IF
           .

       3100-RETURN-SORTED-POST.
           RETURN SortWorkFile
               AT END SET NoMoreSortRecords TO TRUE
           END-RETURN
           .

       3200-PRINT-ONE-VACANCY.
           IF SortDeptCode NOT = PriorDeptCode
               IF PriorDeptCode NOT = SPACES
                   PERFORM 3500-WRITE-DEPT-TOTAL
               END-IF
               PERFORM 3400-WRITE-DEPT-HEADING
           END-IF
           MOVE SortPostNumber TO VacDetailPostNumber
           MOVE SortJobGrade   TO VacDetailJobGrade
           IF SortRequisition = ZERO
               MOVE "NONE RAISED" TO VacDetailRequisition
               ADD 1 TO TotalUnrequisitioned
           ELSE
               MOVE SortRequisition TO VacDetailRequisition
           END-IF
           MOVE SortOpenedDate TO VacDetailOpenedDate
           MOVE ZERO TO DaysOpen
           IF SortOpenedDate NUMERIC AND SortOpenedDate NOT = ZERO
               MOVE SortOpenedDate TO DayCalcDate
               PERFORM CALCULATE-DAY-NUMBER
               IF DayCalcNumber < TodayDayNumber
                   COMPUTE DaysOpen = TodayDayNumber - DayCalcNumber
               END-IF
           END-IF
           MOVE DaysOpen TO VacDetailDaysOpen
           MOVE SPACES TO VacancyLine
           MOVE VacancyDetailLine TO VacancyLine
           WRITE VacancyLine
           ADD 1 TO DeptOpenPosts
           ADD 1 TO TotalOpenPosts
           PERFORM 3100-RETURN-SORTED-POST
           .

       3400-WRITE-DEPT-HEADING.
           MOVE SortDeptCode TO PriorDeptCode
           MOVE ZERO TO DeptOpenPosts
           MOVE "*UNKNOWN DEPT*  " TO WorkDeptName
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SortDeptCode
                   MOVE DeptTableName(DeptTableIndex)
                     TO WorkDeptName
           END-SEARCH
           MOVE SortDeptCode TO DeptHeadingCode
           MOVE WorkDeptName TO DeptHeadingName
           MOVE SPACES TO VacancyLine
           WRITE VacancyLine
           MOVE DeptHeadingLine TO VacancyLine
           WRITE VacancyLine
           MOVE ColumnHeadingLine TO VacancyLine
           WRITE VacancyLine
           .

       3500-WRITE-DEPT-TOTAL.
           MOVE DeptOpenPosts TO DeptTotalOpen
           MOVE SPACES TO VacancyLine
           MOVE DeptTotalLine TO VacancyLine
           WRITE VacancyLine
           .

      * Anyone still on the books - active or suspended - should
      * hold a post. Those who do not were loaded before posts
      * were set up, or were moved without quoting a requisition.
       5000-LIST-UNPOSTED-EMPLOYEES.
           MOVE SPACES TO VacancyLine
           WRITE VacancyLine AFTER ADVANCING PAGE
           MOVE UnpostedHeading1 TO VacancyLine
           WRITE VacancyLine
           MOVE SPACES TO VacancyLine
           WRITE VacancyLine
           MOVE UnpostedHeading2 TO VacancyLine
           WRITE VacancyLine
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
               NOT INVALID KEY PERFORM 5100-READ-EMPLOYEE
           END-START
           PERFORM 5200-CHECK-ONE-EMPLOYEE
               UNTIL EndOfEmployeeFile
           .

       5100-READ-EMPLOYEE.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       5200-CHECK-ONE-EMPLOYEE.
           IF EmpStatus NOT = 'T'
               MOVE EmpNumber TO PostEmpNumber
               READ PositionFile KEY IS PostEmpNumber
                   INVALID KEY
                       PERFORM 5300-WRITE-UNPOSTED-LINE
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
           PERFORM 5100-READ-EMPLOYEE
           .

       5300-WRITE-UNPOSTED-LINE.
           MOVE EmpNumber   TO UnpDetailEmpNumber
           MOVE EmpSurname  TO UnpDetailSurname
           MOVE EmpForename TO UnpDetailForename
           MOVE EmpDeptCode TO UnpDetailDeptCode
           MOVE EmpJobGrade TO UnpDetailJobGrade
           MOVE EmpStatus   TO UnpDetailStatus
           MOVE SPACES TO VacancyLine
           MOVE UnpostedDetailLine TO VacancyLine
           WRITE VacancyLine
           ADD 1 TO TotalUnpostedEmployees
           .

       8000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO VacancyLine
           WRITE VacancyLine
           MOVE "OPEN POSTS................: " TO GrandTotalLabel
           MOVE TotalOpenPosts TO GrandTotalValue
           MOVE GrandTotalLine TO VacancyLine
           WRITE VacancyLine
           MOVE "  WITH NO REQUISITION.....: " TO GrandTotalLabel
           MOVE TotalUnrequisitioned TO GrandTotalValue
           MOVE GrandTotalLine TO VacancyLine
           WRITE VacancyLine
           MOVE "FROZEN POSTS..............: " TO GrandTotalLabel
           MOVE TotalFrozenPosts TO GrandTotalValue
           MOVE GrandTotalLine TO VacancyLine
           WRITE VacancyLine
           MOVE "FILLED POSTS..............: " TO GrandTotalLabel
           MOVE TotalFilledPosts TO GrandTotalValue
           MOVE GrandTotalLine TO VacancyLine
           WRITE VacancyLine
           MOVE "EMPLOYEES NOT IN A POST...: " TO GrandTotalLabel
           MOVE TotalUnpostedEmployees TO GrandTotalValue
           MOVE GrandTotalLine TO VacancyLine
           WRITE VacancyLine
           CLOSE PositionFile EmployeeFile VacancyReport
           DISPLAY "Vacancy report written to VACANCY.PRT - "
                   TotalOpenPosts " open posts, "
                   TotalUnpostedEmployees " employees not in a post"
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".

       COPY "DAYCALC.CPY".
