      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-39.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT OPTIONAL SalaryHistoryFile ASSIGN TO "SalHist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT SortedHistoryFile ASSIGN TO "SortedSalHist.dat"
                 ORGANIZATION IS SEQUENTIAL.

          SELECT ArrearsFile ASSIGN TO "Arrears.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ArrearsKey
                 FILE STATUS IS ArrearsFileStatus.

          SELECT ArrearsRegister ASSIGN TO "ARREARS.PRT"
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
       FD SalaryHistoryFile.
       01 SalaryHistoryInRecord         PIC X(67).

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortHistEmpNumber         PIC 9(09).
           05 SortHistEffectiveDate     PIC 9(08).
           05 FILLER                    PIC X(16).
           05 SortHistDeptCode          PIC X(04).
           05 FILLER                    PIC X(30).

       FD SortedHistoryFile.
           COPY "SALHIST.CPY".

       FD ArrearsFile.
           COPY "ARREARS.CPY".

       FD ArrearsRegister.
       01 RegisterLine                  PIC X(100).

       FD DeptFile.
           COPY "DEPTREC.CPY".

       WORKING-STORAGE SECTION.
       01 ArrearsFileStatus         PIC X(02).
       01 DeptFileStatus            PIC X(02).
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.
       01 EndOfHistoryFile          PIC X(01) VALUE 'N'.
           88 NoMoreHistoryRecords    VALUE 'Y'.
       01 ArrearsFound              PIC X(01) VALUE 'N'.
           88 ArrearsAlreadyCosted    VALUE 'Y'.
       01 PayGroupCheck             PIC X(01) VALUE 'Y'.
           88 PayGroupIsValid         VALUE 'Y'.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 PriorDeptCode             PIC X(04) VALUE SPACES.

      * A single pay element carries no more than this - any
      * larger amount is held for payroll to pay by hand.
       01 ElementLimit              PIC 9(05)V99 VALUE 99999.99.

           COPY "DAYWORK.CPY".

      * The arrears for each pay period are the period's share
      * of the annual difference - a twelfth for the monthly
      * group, a fifty-second for the weekly - pro-rated by
      * calendar days where the backdated span only covers
      * part of a period. Monthly periods are calendar months
      * and weekly periods run Monday to Sunday, as on the
      * leaver's final pay. The period rate is held unsigned -
      * a backdated reduction is costed the same way and then
      * recovered as a deduction.
       01 AnnualDifference          PIC S9(07)V99 VALUE ZERO.
       01 FullPeriodRate            PIC 9(07)V9(4) VALUE ZERO.
       01 PeriodLength              PIC 9(02) VALUE ZERO.
       01 PeriodStartNumber         PIC 9(07) VALUE ZERO.
       01 PeriodLastNumber          PIC 9(07) VALUE ZERO.
       01 ArrearsEndNumber          PIC 9(07) VALUE ZERO.
       01 PeriodDaysOwed            PIC 9(02) VALUE ZERO.
       01 PeriodArrears             PIC 9(07)V99 VALUE ZERO.
       01 EmployeeArrears           PIC 9(07)V99 VALUE ZERO.
       01 EmployeePeriods           PIC 9(03) VALUE ZERO.
       01 PeriodFromDate            PIC 9(08) VALUE ZERO.
       01 PeriodToDate              PIC 9(08) VALUE ZERO.

       01 DeptChangesCosted         PIC 9(05) COMP VALUE ZERO.
       01 DeptBackPay               PIC 9(09)V99 VALUE ZERO.
       01 DeptRecovered             PIC 9(09)V99 VALUE ZERO.
       01 CompanyChangesCosted      PIC 9(07) COMP VALUE ZERO.
       01 CompanyBackPay            PIC 9(09)V99 VALUE ZERO.
       01 CompanyRecovered          PIC 9(09)V99 VALUE ZERO.

       01 HistoryRecordsRead        PIC 9(07) COMP VALUE ZERO.
       01 ChangesAlreadyCosted      PIC 9(07) COMP VALUE ZERO.
       01 ChangesHeld               PIC 9(07) COMP VALUE ZERO.
       01 ChangesBadPayGroup        PIC 9(07) COMP VALUE ZERO.

       COPY "DEPTTBL.CPY".

       01 ReportHeading1.
           05 FILLER                PIC X(30)
              VALUE "BACK-PAY ARREARS REGISTER".
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
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
           05 FILLER                PIC X(04) VALUE "PG".
           05 FILLER                PIC X(12) VALUE "EFFECTIVE".
           05 FILLER                PIC X(12) VALUE "RECORDED".
           05 FILLER                PIC X(14) VALUE "    OLD SALARY".
           05 FILLER                PIC X(14) VALUE "    NEW SALARY".
           05 FILLER                PIC X(12) VALUE "  DIFFERENCE".
       01 ChangeDetailLine.
           05 ChangeEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangePayGroup        PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ChangeEffectiveDate   PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangeRecordedDate    PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangeOldSalary       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangeNewSalary       PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ChangeDifference      PIC Z,ZZZ,ZZ9.99-.
       01 PeriodDetailLine.
           05 FILLER                PIC X(15)
              VALUE "       PERIOD  ".
           05 PeriodLineFrom        PIC 9999/99/99.
           05 FILLER                PIC X(04) VALUE " TO ".
           05 PeriodLineTo          PIC 9999/99/99.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 PeriodLineDays        PIC Z9.
           05 FILLER                PIC X(01) VALUE "/".
           05 PeriodLineLength      PIC Z9.
           05 FILLER                PIC X(06) VALUE " DAYS ".
           05 PeriodLineAmount      PIC Z,ZZZ,ZZ9.99.
       01 ChangeTotalLine.
           05 FILLER                PIC X(15)
              VALUE "       ARREARS ".
           05 ChangeTotalClass      PIC X(12).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangeTotalPeriods    PIC ZZ9.
           05 FILLER                PIC X(09) VALUE " PERIODS ".
           05 FILLER                PIC X(09) VALUE SPACES.
           05 ChangeTotalAmount     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChangeTotalNote       PIC X(24).
       01 DeptTotalLine.
           05 DeptTotalLabel        PIC X(13)
              VALUE "  DEPT TOTALS".
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "CHANGES: ".
           05 TotalChanges          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "BACK PAY: ".
           05 TotalBackPay          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "RECOVERED: ".
           05 TotalRecovered        PIC ZZZ,ZZZ,ZZ9.99.
       01 GrandHeadingLine.
           05 FILLER                PIC X(20)
              VALUE "COMPANY GRAND TOTALS".

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY
               UNTIL NoMoreHistoryRecords
           PERFORM 7500-LAST-DEPT-BREAK
           PERFORM 8000-WRITE-GRAND-TOTALS
           PERFORM 9999-EXIT
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           PERFORM LOAD-DEPARTMENT-TABLE
           OPEN I-O ArrearsFile
           IF ArrearsFileStatus = "35"
               OPEN OUTPUT ArrearsFile
               CLOSE ArrearsFile
               OPEN I-O ArrearsFile
           END-IF
           IF ArrearsFileStatus NOT = "00"
               DISPLAY "Unable to open Arrears.dat - status "
                       ArrearsFileStatus
               DISPLAY "Arrears run abandoned"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           SORT SortWorkFile
               ON ASCENDING KEY SortHistDeptCode
               ON ASCENDING KEY SortHistEmpNumber
               ON ASCENDING KEY SortHistEffectiveDate
               USING SalaryHistoryFile
               GIVING SortedHistoryFile
           OPEN INPUT SortedHistoryFile
           OPEN OUTPUT ArrearsRegister
           PERFORM 2100-READ-HISTORY
           .

      * Only backdated changes are costed, and each one only
      * once - a history entry already on Arrears.dat was
      * dealt with on an earlier night.
       2000-PROCESS-HISTORY.
           IF SalaryChangeBackdated
               MOVE SalHistEmpNumber     TO ArrearsEmpNumber
               MOVE SalHistEffectiveDate TO ArrearsEffectiveDate
               MOVE SalHistRecordedDate  TO ArrearsRecordedDate
               MOVE SalHistRecordedTime  TO ArrearsRecordedTime
               MOVE 'N' TO ArrearsFound
               READ ArrearsFile KEY IS ArrearsKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO ArrearsFound
               END-READ
               IF ArrearsAlreadyCosted
                   ADD 1 TO ChangesAlreadyCosted
               ELSE
                   IF SalHistDeptCode NOT = PriorDeptCode
                       PERFORM 6000-DEPARTMENT-BREAK
                   END-IF
                   PERFORM 3000-COST-BACKDATED-CHANGE
               END-IF
           END-IF
           PERFORM 2100-READ-HISTORY
           .

       2100-READ-HISTORY.
           READ SortedHistoryFile
               AT END SET NoMoreHistoryRecords TO TRUE
           END-READ
           IF NOT NoMoreHistoryRecords
               ADD 1 TO HistoryRecordsRead
           END-IF
           .

       3000-COST-BACKDATED-CHANGE.
           COMPUTE AnnualDifference
               = SalHistNewSalary - SalHistOldSalary
           PERFORM 5000-WRITE-CHANGE-LINE
           MOVE ZERO TO EmployeeArrears
           MOVE ZERO TO EmployeePeriods
           IF SalHistPayGroup NOT = 'W' AND NOT = 'M'
               MOVE 'N' TO PayGroupCheck
               ADD 1 TO ChangesBadPayGroup
           ELSE
               MOVE 'Y' TO PayGroupCheck
               IF SalHistPayGroup = 'W'
                   COMPUTE FullPeriodRate ROUNDED
                       = AnnualDifference / 52
               ELSE
                   COMPUTE FullPeriodRate ROUNDED
                       = AnnualDifference / 12
               END-IF
               MOVE SalHistRecordedDate TO DayCalcDate
               PERFORM CALCULATE-DAY-NUMBER
               COMPUTE ArrearsEndNumber = DayCalcNumber - 1
               MOVE SalHistEffectiveDate TO DayCalcDate
               PERFORM CALCULATE-DAY-NUMBER
               MOVE DayCalcNumber TO PeriodStartNumber
               PERFORM 3200-COST-ONE-PERIOD
                   UNTIL PeriodStartNumber > ArrearsEndNumber
           END-IF
           PERFORM 3500-WRITE-ARREARS-RECORD
           .

       3200-COST-ONE-PERIOD.
           MOVE PeriodStartNumber TO DayCalcNumber
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO PeriodFromDate
           IF SalHistPayGroup = 'W'
               COMPUTE PeriodLastNumber
                   = PeriodStartNumber + 7 - DayCalcWeekday
               MOVE 7 TO PeriodLength
           ELSE
               COMPUTE PeriodLastNumber
                   = PeriodStartNumber + DayCalcMonthDays
                     - DayCalcDay
               MOVE DayCalcMonthDays TO PeriodLength
           END-IF
           IF PeriodLastNumber > ArrearsEndNumber
               MOVE ArrearsEndNumber TO PeriodLastNumber
           END-IF
           COMPUTE PeriodDaysOwed
               = PeriodLastNumber - PeriodStartNumber + 1
           COMPUTE PeriodArrears ROUNDED
               = FullPeriodRate * PeriodDaysOwed / PeriodLength
           MOVE PeriodLastNumber TO DayCalcNumber
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO PeriodToDate
           MOVE PeriodFromDate TO PeriodLineFrom
           MOVE PeriodToDate   TO PeriodLineTo
           MOVE PeriodDaysOwed TO PeriodLineDays
           MOVE PeriodLength   TO PeriodLineLength
           MOVE PeriodArrears  TO PeriodLineAmount
           MOVE SPACES TO RegisterLine
           MOVE PeriodDetailLine TO RegisterLine
           WRITE RegisterLine
           ADD PeriodArrears TO EmployeeArrears
           ADD 1 TO EmployeePeriods
           COMPUTE PeriodStartNumber = PeriodLastNumber + 1
           .

       3500-WRITE-ARREARS-RECORD.
           MOVE SalHistDeptCode  TO ArrearsDeptCode
           MOVE SalHistPayGroup  TO ArrearsPayGroup
           MOVE EmployeePeriods  TO ArrearsPeriods
           MOVE EmployeeArrears  TO ArrearsAmount
           MOVE RunDate          TO ArrearsCalcDate
           MOVE ZEROES           TO ArrearsPaidDate
           IF AnnualDifference < ZERO
               SET ArrearsRecovery TO TRUE
               MOVE "TO RECOVER" TO ChangeTotalClass
           ELSE
               SET ArrearsBackPay TO TRUE
               MOVE "DUE" TO ChangeTotalClass
           END-IF
           EVALUATE TRUE
               WHEN NOT PayGroupIsValid
                   SET ArrearsHeld TO TRUE
                   ADD 1 TO ChangesHeld
                   MOVE "INVALID PAY GROUP - HELD" TO ChangeTotalNote
               WHEN EmployeeArrears = ZERO
                   SET ArrearsPaid TO TRUE
                   MOVE RunDate TO ArrearsPaidDate
                   MOVE "NOTHING TO PAY" TO ChangeTotalNote
               WHEN EmployeeArrears > ElementLimit
                   SET ArrearsHeld TO TRUE
                   ADD 1 TO ChangesHeld
                   MOVE "HELD - PAY BY HAND" TO ChangeTotalNote
               WHEN OTHER
                   SET ArrearsPending TO TRUE
                   MOVE "ON NEXT PAYROLL FEED" TO ChangeTotalNote
           END-EVALUATE
           WRITE ArrearsRecord
               INVALID KEY
                   DISPLAY "Arrears write failed for "
                           ArrearsEmpNumber " - status "
                           ArrearsFileStatus
           END-WRITE
           MOVE EmployeePeriods TO ChangeTotalPeriods
           MOVE EmployeeArrears TO ChangeTotalAmount
           MOVE SPACES TO RegisterLine
           MOVE ChangeTotalLine TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           ADD 1 TO DeptChangesCosted
           IF ArrearsRecovery
               ADD EmployeeArrears TO DeptRecovered
           ELSE
               ADD EmployeeArrears TO DeptBackPay
           END-IF
           .

       5000-WRITE-CHANGE-LINE.
           MOVE SPACES TO ChangeDetailLine
           MOVE SalHistEmpNumber     TO ChangeEmpNumber
           MOVE SalHistPayGroup      TO ChangePayGroup
           MOVE SalHistEffectiveDate TO ChangeEffectiveDate
           MOVE SalHistRecordedDate  TO ChangeRecordedDate
           MOVE SalHistOldSalary     TO ChangeOldSalary
           MOVE SalHistNewSalary     TO ChangeNewSalary
           MOVE AnnualDifference     TO ChangeDifference
           MOVE SPACES TO RegisterLine
           MOVE ChangeDetailLine TO RegisterLine
           WRITE RegisterLine
           .

       6000-DEPARTMENT-BREAK.
           IF PriorDeptCode NOT = SPACES
               PERFORM 7000-WRITE-DEPT-TOTALS
           END-IF
           PERFORM 6200-WRITE-PAGE-HEADING
           MOVE SalHistDeptCode TO DeptHeadingCode
           PERFORM 6500-LOOK-UP-DEPT-NAME
           MOVE SPACES TO RegisterLine
           MOVE DeptHeadingLine TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           MOVE ColumnHeadingLine TO RegisterLine
           WRITE RegisterLine
           MOVE SalHistDeptCode TO PriorDeptCode
           MOVE ZERO TO DeptChangesCosted
           MOVE ZERO TO DeptBackPay
           MOVE ZERO TO DeptRecovered
           .

       6200-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE RunDate TO HeadingRunDate
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
               WHEN DeptTableCode(DeptTableIndex) = SalHistDeptCode
                   MOVE DeptTableName(DeptTableIndex)
                     TO DeptHeadingName
           END-SEARCH
           .

       7000-WRITE-DEPT-TOTALS.
           MOVE DeptChangesCosted TO TotalChanges
           MOVE DeptBackPay       TO TotalBackPay
           MOVE DeptRecovered     TO TotalRecovered
           MOVE SPACES TO RegisterLine
           MOVE DeptTotalLine TO RegisterLine
           WRITE RegisterLine
           ADD DeptChangesCosted TO CompanyChangesCosted
           ADD DeptBackPay       TO CompanyBackPay
           ADD DeptRecovered     TO CompanyRecovered
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
           MOVE CompanyChangesCosted TO TotalChanges
           MOVE CompanyBackPay       TO TotalBackPay
           MOVE CompanyRecovered     TO TotalRecovered
           MOVE DeptTotalLine TO RegisterLine
           WRITE RegisterLine
           CLOSE SortedHistoryFile ArrearsFile ArrearsRegister
           DISPLAY "Arrears run complete"
           DISPLAY "  Salary history records..: " HistoryRecordsRead
           DISPLAY "  Backdated changes costed: "
                   CompanyChangesCosted " to ARREARS.PRT"
           DISPLAY "  Already costed..........: "
                   ChangesAlreadyCosted
           DISPLAY "  Held for payroll........: " ChangesHeld
           DISPLAY "    of which bad pay group: "
                   ChangesBadPayGroup
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".

       COPY "DAYCALC.CPY".
