      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-38.
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

          SELECT CarryCapFile ASSIGN TO "CarryCaps.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS CapFileStatus.

          SELECT LeaveBalanceFile ASSIGN TO "LeaveBal.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LeaveEmpNumber
                 FILE STATUS IS LeaveFileStatus.

          SELECT LeaveHistoryFile ASSIGN TO "LeaveHist.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LeaveHistKey
                 FILE STATUS IS LeaveHistFileStatus.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT SortedFile ASSIGN TO "SortedYrEnd.dat"
                 ORGANIZATION IS SEQUENTIAL.

          SELECT ForfeitRegister ASSIGN TO "FORFEIT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT RunParmFile ASSIGN TO "RunParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunParmFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD CarryCapFile.
       01 CarryCapRecord.
           05 CapJobGrade           PIC 9(02).
           05 CapMaximumDays        PIC 9(02)V9.

       FD LeaveBalanceFile.
           COPY "LEAVEBAL.CPY".

       FD LeaveHistoryFile.
           COPY "LEAVEHST.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortEmpNumber             PIC 9(09).
           05 FILLER                    PIC X(34).
           05 SortDeptCode              PIC X(04).
           05 FILLER                    PIC X(40).

       FD SortedFile.
       01 SortedEmployeeRecord          PIC X(87).

       FD ForfeitRegister.
       01 RegisterLine                  PIC X(100).

       FD RunParmFile.
           COPY "RUNPARM.CPY".

       FD DeptFile.
           COPY "DEPTREC.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 CapFileStatus             PIC X(02).
       01 LeaveFileStatus           PIC X(02).
       01 LeaveHistFileStatus       PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 RunParmFileStatus         PIC X(02).
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.
       01 EndOfCapFile              PIC X(01) VALUE 'N'.
           88 NoMoreCapRecords        VALUE 'Y'.

       01 TodaysDate.
           05 TodayYear             PIC 9(04).
           05 TodayMonth            PIC 9(02).
           05 TodayDay              PIC 9(02).

      * The leave year being closed is keyed by the operator -
      * the run is normally made in the first days of January
      * for the year just ended. The year still running may be
      * closed only when LeaveEarlyCloseOption on RunParm.dat
      * allows it.
       01 ClosingYearEntry          PIC X(04) VALUE SPACES.
       01 ClosingYear               PIC 9(04) VALUE ZERO.
       01 HistoryYearCheck          PIC X(01) VALUE 'N'.
           88 YearAlreadyClosed       VALUE 'Y'.

      * Maximum days each job grade may carry into the new
      * leave year. A grade with no cap record carries nothing
      * and forfeits its whole unused balance.
       01 GradeCapTable.
           05 GradeCapEntry OCCURS 99 TIMES.
               10 GradeCapDays       PIC 9(02)V9.

       01 CapsLoaded                PIC 9(03) COMP VALUE ZERO.
       01 CapsRejected              PIC 9(03) COMP VALUE ZERO.

       01 PriorDeptCode             PIC X(04) VALUE SPACES.

       01 RemainingBalance          PIC S9(04)V9 VALUE ZERO.
       01 EmployeeCapDays           PIC 9(02)V9 VALUE ZERO.
       01 CarriedDays               PIC 9(03)V9 VALUE ZERO.
       01 ForfeitDays               PIC 9(03)V9 VALUE ZERO.
       01 OverdrawnDays             PIC 9(03)V9 VALUE ZERO.

       01 DeptBalancesClosed        PIC 9(05) COMP VALUE ZERO.
       01 DeptForfeitCount          PIC 9(05) COMP VALUE ZERO.
       01 DeptCarriedDays           PIC 9(06)V9 VALUE ZERO.
       01 DeptForfeitDays           PIC 9(06)V9 VALUE ZERO.
       01 CompanyBalancesClosed     PIC 9(07) COMP VALUE ZERO.
       01 CompanyForfeitCount       PIC 9(07) COMP VALUE ZERO.
       01 CompanyCarriedDays        PIC 9(07)V9 VALUE ZERO.
       01 CompanyForfeitDays        PIC 9(07)V9 VALUE ZERO.

       01 EmployeesNoBalance        PIC 9(07) COMP VALUE ZERO.
       01 EmployeesAlreadyClosed    PIC 9(07) COMP VALUE ZERO.
       01 EmployeesOverdrawn        PIC 9(07) COMP VALUE ZERO.

       COPY "DEPTTBL.CPY".

       01 ReportHeading1.
           05 FILLER PIC X(34)
              VALUE "LEAVE YEAR-END FORFEITURE REGISTER".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "LEAVE YEAR ".
           05 HeadingClosingYear    PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(07) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 DeptHeadingLine.
           05 FILLER                PIC X(12) VALUE "DEPARTMENT: ".
           05 DeptHeadingCode       PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DeptHeadingName       PIC X(16).
       01 ColumnHeadingLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(06) VALUE "GRADE".
           05 FILLER                PIC X(10) VALUE "ENTITLED".
           05 FILLER                PIC X(09) VALUE "TAKEN".
           05 FILLER                PIC X(10) VALUE "UNUSED".
           05 FILLER                PIC X(07) VALUE "CAP".
           05 FILLER                PIC X(09) VALUE "CARRIED".
           05 FILLER                PIC X(09) VALUE "FORFEIT".
       01 DetailLine.
           05 DetailEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailSurname         PIC X(15).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DetailJobGrade        PIC 99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DetailEntitled        PIC ZZ9.9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DetailTaken           PIC ZZ9.9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DetailUnused          PIC ZZZ9.9-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DetailCap             PIC Z9.9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DetailCarried         PIC ZZ9.9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DetailForfeit         PIC ZZ9.9.
       01 DeptTotalLine.
           05 DeptTotalLabel        PIC X(13)
              VALUE "  DEPT TOTALS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(08) VALUE "CLOSED: ".
           05 TotalClosed           PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "FORFEITED: ".
           05 TotalForfeitCount     PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "CARRIED: ".
           05 TotalCarried          PIC ZZZZZZ9.9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(13) VALUE "DAYS LOST:   ".
           05 TotalForfeit          PIC ZZZZZZ9.9.
       01 GrandHeadingLine.
           05 FILLER                PIC X(20)
              VALUE "COMPANY GRAND TOTALS".

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
           PERFORM READ-RUN-CONTROL
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           DISPLAY "Leave year to close (YYYY): " WITH NO ADVANCING
           ACCEPT ClosingYearEntry
           IF ClosingYearEntry NOT NUMERIC
               DISPLAY "Leave year must be four digits"
               DISPLAY "Year-end run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ClosingYearEntry TO ClosingYear
           IF ClosingYear >= TodayYear + 1
               DISPLAY "Leave year " ClosingYear
                       " has not started yet"
               DISPLAY "Year-end run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ClosingYear NOT < TodayYear
               IF EarlyLeaveCloseAllowed
                   DISPLAY "Leave year " ClosingYear
                           " is still running - closed early as "
                           "RunParm.dat allows"
               ELSE
                   DISPLAY "Leave year " ClosingYear
                           " is still running"
                   DISPLAY "Year-end run abandoned"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE ZEROES TO GradeCapTable
           PERFORM 1500-LOAD-CARRY-CAPS
           PERFORM LOAD-DEPARTMENT-TABLE
           SORT SortWorkFile
               ON ASCENDING KEY SortDeptCode
               ON ASCENDING KEY SortEmpNumber
               USING EmployeeFile
               GIVING SortedFile
           OPEN I-O LeaveBalanceFile
           IF LeaveFileStatus NOT = "00"
               DISPLAY "Unable to open LeaveBal.dat - status "
                       LeaveFileStatus
               DISPLAY "Year-end run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1800-OPEN-LEAVE-HISTORY-FILE
           OPEN INPUT SortedFile
           OPEN OUTPUT ForfeitRegister
           PERFORM 2100-READ-EMPLOYEE
           .

       1500-LOAD-CARRY-CAPS.
           OPEN INPUT CarryCapFile
           IF CapFileStatus NOT = "00"
               DISPLAY "Unable to open CarryCaps.dat - status "
                       CapFileStatus
               DISPLAY "Year-end run abandoned - caps required"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1600-READ-CAP-RECORD
           PERFORM 1700-STORE-CAP-RECORD
               UNTIL NoMoreCapRecords
           CLOSE CarryCapFile
           DISPLAY "Carry-over caps loaded...: " CapsLoaded
           DISPLAY "Carry-over caps rejected.: " CapsRejected
           .

       1600-READ-CAP-RECORD.
           READ CarryCapFile
               AT END SET NoMoreCapRecords TO TRUE
           END-READ
           .

       1700-STORE-CAP-RECORD.
           IF CapJobGrade NOT NUMERIC
           OR CapJobGrade = ZERO
           OR CapMaximumDays NOT NUMERIC
               ADD 1 TO CapsRejected
               DISPLAY "Cap record rejected: " CarryCapRecord
           ELSE
               ADD 1 TO CapsLoaded
               MOVE CapMaximumDays TO GradeCapDays(CapJobGrade)
           END-IF
           PERFORM 1600-READ-CAP-RECORD
           .

       1800-OPEN-LEAVE-HISTORY-FILE.
           OPEN I-O LeaveHistoryFile
           IF LeaveHistFileStatus = "35"
               OPEN OUTPUT LeaveHistoryFile
               CLOSE LeaveHistoryFile
               OPEN I-O LeaveHistoryFile
           END-IF
           IF LeaveHistFileStatus NOT = "00"
               DISPLAY "Unable to open LeaveHist.dat - status "
                       LeaveHistFileStatus
               DISPLAY "Year-end run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * Terminated employees keep their balance untouched -
      * whatever is left is settled on the leaver's final pay.
       2000-PROCESS-EMPLOYEE.
           IF EmpStatus NOT = 'T'
               IF EmpDeptCode NOT = PriorDeptCode
                   PERFORM 6000-DEPARTMENT-BREAK
               END-IF
               PERFORM 3000-CLOSE-LEAVE-YEAR
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .

       2100-READ-EMPLOYEE.
           READ SortedFile
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           IF NOT EndOfEmployeeFile
               MOVE SortedEmployeeRecord TO EmployeeDetails
           END-IF
           .

       3000-CLOSE-LEAVE-YEAR.
           MOVE EmpNumber TO LeaveEmpNumber
           READ LeaveBalanceFile KEY IS LeaveEmpNumber
               INVALID KEY
                   ADD 1 TO EmployeesNoBalance
               NOT INVALID KEY
                   PERFORM 3100-CHECK-YEAR-NOT-CLOSED
           END-READ
           .

      * Any history for the closing year or a later one means
      * the balance on file has already been rolled past it.
       3100-CHECK-YEAR-NOT-CLOSED.
           MOVE 'N' TO HistoryYearCheck
           MOVE EmpNumber TO LeaveHistEmpNumber
           MOVE ClosingYear TO LeaveHistYear
           START LeaveHistoryFile KEY IS NOT LESS THAN LeaveHistKey
               INVALID KEY CONTINUE
               NOT INVALID KEY PERFORM 3150-READ-LATER-HISTORY
           END-START
           IF YearAlreadyClosed
               ADD 1 TO EmployeesAlreadyClosed
               DISPLAY "Leave year " LeaveHistYear
                       " already closed for " EmpNumber
           ELSE
               PERFORM 3200-ROLL-BALANCE-FORWARD
           END-IF
           .

       3150-READ-LATER-HISTORY.
           READ LeaveHistoryFile NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF LeaveHistEmpNumber = EmpNumber
                       MOVE 'Y' TO HistoryYearCheck
                   END-IF
           END-READ
           .

      * Unused days up to the grade cap are carried into the
      * new year's entitlement and the rest are forfeited. An
      * overdrawn balance is not written off - the days owed
      * are brought forward as days already taken.
       3200-ROLL-BALANCE-FORWARD.
           MOVE ZERO TO EmployeeCapDays
           IF EmpJobGrade NUMERIC AND EmpJobGrade > ZERO
               MOVE GradeCapDays(EmpJobGrade) TO EmployeeCapDays
           END-IF
           MOVE ZERO TO CarriedDays
           MOVE ZERO TO ForfeitDays
           MOVE ZERO TO OverdrawnDays
           COMPUTE RemainingBalance
               = LeaveEntitlementDays - LeaveTakenDays
           IF RemainingBalance < ZERO
               COMPUTE OverdrawnDays = ZERO - RemainingBalance
               ADD 1 TO EmployeesOverdrawn
           ELSE
               IF RemainingBalance > EmployeeCapDays
                   MOVE EmployeeCapDays TO CarriedDays
                   COMPUTE ForfeitDays
                       = RemainingBalance - EmployeeCapDays
               ELSE
                   MOVE RemainingBalance TO CarriedDays
               END-IF
           END-IF
           PERFORM 3500-WRITE-HISTORY-RECORD
           IF ForfeitDays > ZERO
               PERFORM 5000-WRITE-DETAIL-LINE
           END-IF
           MOVE CarriedDays   TO LeaveEntitlementDays
           MOVE OverdrawnDays TO LeaveTakenDays
           MOVE ZERO TO LeaveSickDays
           MOVE ZERO TO LeaveUnpaidDays
           REWRITE LeaveBalanceRecord
               INVALID KEY
                   DISPLAY "Balance rewrite failed for "
                           LeaveEmpNumber " - status "
                           LeaveFileStatus
           END-REWRITE
           ADD 1 TO DeptBalancesClosed
           ADD CarriedDays TO DeptCarriedDays
           ADD ForfeitDays TO DeptForfeitDays
           .

       3500-WRITE-HISTORY-RECORD.
           MOVE EmpNumber            TO LeaveHistEmpNumber
           MOVE ClosingYear          TO LeaveHistYear
           MOVE EmpDeptCode          TO LeaveHistDeptCode
           MOVE EmpJobGrade          TO LeaveHistJobGrade
           MOVE LeaveEntitlementDays TO LeaveHistEntitledDays
           MOVE LeaveTakenDays       TO LeaveHistTakenDays
           MOVE LeaveSickDays        TO LeaveHistSickDays
           MOVE LeaveUnpaidDays      TO LeaveHistUnpaidDays
           MOVE EmployeeCapDays      TO LeaveHistCapDays
           MOVE CarriedDays          TO LeaveHistCarriedDays
           MOVE ForfeitDays          TO LeaveHistForfeitDays
           MOVE TodaysDate           TO LeaveHistCloseDate
           WRITE LeaveHistoryRecord
               INVALID KEY
                   DISPLAY "History write failed for "
                           LeaveHistEmpNumber " - status "
                           LeaveHistFileStatus
           END-WRITE
           .

       5000-WRITE-DETAIL-LINE.
           MOVE SPACES TO DetailLine
           MOVE EmpNumber            TO DetailEmpNumber
           MOVE EmpSurname           TO DetailSurname
           MOVE EmpJobGrade          TO DetailJobGrade
           MOVE LeaveEntitlementDays TO DetailEntitled
           MOVE LeaveTakenDays       TO DetailTaken
           MOVE RemainingBalance     TO DetailUnused
           MOVE EmployeeCapDays      TO DetailCap
           MOVE CarriedDays          TO DetailCarried
           MOVE ForfeitDays          TO DetailForfeit
           MOVE SPACES TO RegisterLine
           MOVE DetailLine TO RegisterLine
           WRITE RegisterLine
           ADD 1 TO DeptForfeitCount
           .

       6000-DEPARTMENT-BREAK.
           IF PriorDeptCode NOT = SPACES
               PERFORM 7000-WRITE-DEPT-TOTALS
           END-IF
           PERFORM 6200-WRITE-PAGE-HEADING
           MOVE EmpDeptCode TO DeptHeadingCode
           PERFORM 6500-LOOK-UP-DEPT-NAME
           MOVE SPACES TO RegisterLine
           MOVE DeptHeadingLine TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           MOVE ColumnHeadingLine TO RegisterLine
           WRITE RegisterLine
           MOVE EmpDeptCode TO PriorDeptCode
           MOVE ZERO TO DeptBalancesClosed
           MOVE ZERO TO DeptForfeitCount
           MOVE ZERO TO DeptCarriedDays
           MOVE ZERO TO DeptForfeitDays
           .

       6200-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE ClosingYear TO HeadingClosingYear
           MOVE TodaysDate TO HeadingRunDate
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO RegisterLine
           MOVE ReportHeading1 TO RegisterLine
           IF PageNumber > 1
               WRITE RegisterLine AFTER ADVANCING PAGE
           ELSE
               WRITE RegisterLine
           END-IF
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
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

       7000-WRITE-DEPT-TOTALS.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE DeptBalancesClosed TO TotalClosed
           MOVE DeptForfeitCount   TO TotalForfeitCount
           MOVE DeptCarriedDays    TO TotalCarried
           MOVE DeptForfeitDays    TO TotalForfeit
           MOVE DeptTotalLine TO RegisterLine
           WRITE RegisterLine
           ADD DeptBalancesClosed TO CompanyBalancesClosed
           ADD DeptForfeitCount   TO CompanyForfeitCount
           ADD DeptCarriedDays    TO CompanyCarriedDays
           ADD DeptForfeitDays    TO CompanyForfeitDays
           .

       7500-LAST-DEPT-BREAK.
           IF PriorDeptCode NOT = SPACES
               PERFORM 7000-WRITE-DEPT-TOTALS
           END-IF
           .

       8000-WRITE-GRAND-TOTALS.
           PERFORM 6200-WRITE-PAGE-HEADING
           MOVE SPACES TO RegisterLine
           MOVE GrandHeadingLine TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "  COMPANY    " TO DeptTotalLabel
           MOVE CompanyBalancesClosed TO TotalClosed
           MOVE CompanyForfeitCount   TO TotalForfeitCount
           MOVE CompanyCarriedDays    TO TotalCarried
           MOVE CompanyForfeitDays    TO TotalForfeit
           MOVE DeptTotalLine TO RegisterLine
           WRITE RegisterLine
           CLOSE SortedFile LeaveBalanceFile LeaveHistoryFile
                 ForfeitRegister
           DISPLAY "Leave year " ClosingYear " closed"
           DISPLAY "  Balances rolled forward..: "
                   CompanyBalancesClosed
           DISPLAY "  Employees forfeiting.....: "
                   CompanyForfeitCount
           DISPLAY "  Overdrawn brought forward: "
                   EmployeesOverdrawn
           DISPLAY "  Already closed - skipped.: "
                   EmployeesAlreadyClosed
           DISPLAY "  No leave balance record..: "
                   EmployeesNoBalance
           DISPLAY "Forfeiture register written to FORFEIT.PRT"
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".
       COPY "RUNCTL.CPY".
