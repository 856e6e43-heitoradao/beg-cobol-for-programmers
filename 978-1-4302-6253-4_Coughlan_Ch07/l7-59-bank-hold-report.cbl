      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-59.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT RunParmFile ASSIGN TO "RunParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunParmFileStatus.

          SELECT BankHoldFile ASSIGN TO "BankHold.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BankHoldEmpNumber
                 FILE STATUS IS BankHoldFileStatus.

          SELECT BankAuditFile ASSIGN TO "BankAudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankAuditFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT BankHoldReport ASSIGN TO "BANKHOLD.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD RunParmFile.
           COPY "RUNPARM.CPY".

       FD BankHoldFile.
           COPY "BANKHOLD.CPY".

       FD BankAuditFile.
           COPY "BANKAUD.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortEmpNumber         PIC 9(09).
           05 SortRunDate           PIC 9(08).
           05 SortRunTime           PIC 9(08).
           05 SortActionCode        PIC X(01).

       FD BankHoldReport.
       01 BankHoldLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 RunParmFileStatus         PIC X(02).
       01 BankHoldFileStatus        PIC X(02).
       01 BankAuditFileStatus       PIC X(02).
       01 EmployeeFileStatus        PIC X(02).

       01 EndOfHoldFile             PIC X(01) VALUE 'N'.
           88 NoMoreHoldRecords       VALUE 'Y'.
       01 EndOfBankAudit            PIC X(01) VALUE 'N'.
           88 NoMoreBankAudit         VALUE 'Y'.
       01 EndOfSortFile             PIC X(01) VALUE 'N'.
           88 NoMoreSortRecords       VALUE 'Y'.
       01 HoldAvailable             PIC X(01) VALUE 'Y'.
           88 HoldsOnFile             VALUE 'Y'.
       01 EmployeeAvailable         PIC X(01) VALUE 'Y'.
           88 EmployeesOnFile         VALUE 'Y'.

       01 TodayDate                 PIC 9(08) VALUE ZERO.
       01 WindowStartDate           PIC 9(08) VALUE ZERO.

           COPY "DAYWORK.CPY".

      * The before and after images of a change, to tell a new
      * account from a change of account name only.
       01 AuditBeforeDetails.
           05 FILLER                PIC X(09).
           05 AuditBeforeAccount    PIC X(14).
           05 FILLER                PIC X(20).
       01 AuditAfterDetails.
           05 FILLER                PIC X(09).
           05 AuditAfterAccount     PIC X(14).
           05 FILLER                PIC X(20).

       01 CurrentEmpNumber          PIC 9(09) VALUE ZERO.
       01 CurrentChangeCount        PIC 9(05) VALUE ZERO.
       01 CurrentFirstDate          PIC 9(08) VALUE ZERO.
       01 CurrentLastDate           PIC 9(08) VALUE ZERO.

       01 ReportTotals.
           05 AwaitingCallbackCount PIC 9(05).
           05 OverdueCallbackCount  PIC 9(05).
           05 CoolingOffCount       PIC 9(05).
           05 PreviousPaidCount     PIC 9(05).
           05 PayHeldCount          PIC 9(05).
           05 RepeatChangeCount     PIC 9(05).

       01 LinesPerPage              PIC 9(02) VALUE 60.
       01 LineCount                 PIC 9(03) COMP VALUE 99.
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 PageHeading1.
           05 FILLER                PIC X(40)
              VALUE "BANK DETAIL CHANGES - HOLDS AND REPEATS".
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(08) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 PageHeading2              PIC X(100) VALUE SPACES.
       01 ColumnHeading             PIC X(100) VALUE SPACES.

       01 HeldSectionHeading.
           05 FILLER                PIC X(46)
              VALUE "CHANGES HELD - PREVIOUS ACCOUNT OR PAY HELD".
       01 HeldColumnLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "CHANGED".
           05 FILLER                PIC X(10) VALUE "BY".
           05 FILLER                PIC X(05) VALUE "CHGS".
           05 FILLER                PIC X(12) VALUE "HELD UNTIL".
           05 FILLER                PIC X(23) VALUE "STATE".
           05 FILLER                PIC X(10) VALUE "PAYING".
       01 HeldDetailLine.
           05 HeldEmpNumber         PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldSurname           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldChangedDate       PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldChangedBy         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldChangeCount       PIC ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldUntilDate         PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldState             PIC X(21).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeldPaying            PIC X(10).

       01 RepeatSectionHeading.
           05 FILLER                PIC X(40)
              VALUE "BANK DETAILS CHANGED MORE THAN ONCE IN ".
           05 RepeatHeadingDays     PIC ZZ9.
           05 FILLER                PIC X(06) VALUE " DAYS".
       01 RepeatColumnLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(09) VALUE "CHANGES".
           05 FILLER                PIC X(12) VALUE "FIRST".
           05 FILLER                PIC X(12) VALUE "LATEST".
           05 FILLER                PIC X(21) VALUE "HOLD".
       01 RepeatDetailLine.
           05 RepeatEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RepeatSurname         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RepeatChanges         PIC ZZZZ9.
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RepeatFirstDate       PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RepeatLastDate        PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RepeatHoldState       PIC X(21).

       01 TotalLine.
           05 TotalLabel            PIC X(30).
           05 TotalValue            PIC ZZ,ZZ9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-HELD-CHANGES
           SORT SortWorkFile
               ON ASCENDING KEY SortEmpNumber
               ON ASCENDING KEY SortRunDate
               ON ASCENDING KEY SortRunTime
               INPUT PROCEDURE IS 3000-SELECT-RECENT-CHANGES
               OUTPUT PROCEDURE IS 4000-LIST-REPEAT-CHANGES
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           GOBACK
           .

       1000-INITIALIZE.
           PERFORM READ-RUN-CONTROL
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           SUBTRACT BankChangeWindowDays FROM DayCalcNumber
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO WindowStartDate
           MOVE ZEROES TO ReportTotals
           OPEN INPUT BankHoldFile
           IF BankHoldFileStatus = "35"
               MOVE 'N' TO HoldAvailable
           ELSE
               IF BankHoldFileStatus NOT = "00"
                   DISPLAY "Unable to open BankHold.dat - status "
                           BankHoldFileStatus
                   DISPLAY "Bank hold report abandoned"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Employee.dat not available - names not shown"
               MOVE 'N' TO EmployeeAvailable
           END-IF
           OPEN OUTPUT BankHoldReport
           MOVE TodayDate TO HeadingRunDate
           MOVE BankChangeWindowDays TO RepeatHeadingDays
           .

      *------------------------------------------------------
      * Every change not yet released: still awaiting its
      * callback (overdue once the cooling-off period is
      * over), or verified and still cooling off.
      *------------------------------------------------------
       2000-LIST-HELD-CHANGES.
           MOVE HeldSectionHeading TO PageHeading2
           MOVE HeldColumnLine TO ColumnHeading
           PERFORM 7900-WRITE-PAGE-HEADING
           IF HoldsOnFile
               MOVE ZEROES TO BankHoldEmpNumber
               START BankHoldFile
                   KEY IS NOT LESS THAN BankHoldEmpNumber
                   INVALID KEY SET NoMoreHoldRecords TO TRUE
                   NOT INVALID KEY PERFORM 2100-READ-HOLD
               END-START
               PERFORM 2200-LIST-ONE-HOLD
                   UNTIL NoMoreHoldRecords
           END-IF
           IF AwaitingCallbackCount + OverdueCallbackCount
              + CoolingOffCount = ZERO
               MOVE "NO BANK DETAIL CHANGES ARE HELD"
                 TO BankHoldLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           .

       2100-READ-HOLD.
           READ BankHoldFile NEXT RECORD
               AT END SET NoMoreHoldRecords TO TRUE
           END-READ
           .

       2200-LIST-ONE-HOLD.
           IF BankHoldPending
           OR (BankHoldVerified AND TodayDate < BankHoldUntilDate)
               MOVE SPACES TO HeldDetailLine
               MOVE BankHoldEmpNumber TO HeldEmpNumber
               MOVE BankHoldEmpNumber TO EmpNumber
               PERFORM 5000-LOOK-UP-SURNAME
               MOVE EmpSurname TO HeldSurname
               MOVE BankHoldLatestDate TO HeldChangedDate
               MOVE BankHoldChangedBy TO HeldChangedBy
               MOVE BankHoldChangeCount TO HeldChangeCount
               MOVE BankHoldUntilDate TO HeldUntilDate
               EVALUATE TRUE
                   WHEN BankHoldVerified
                       ADD 1 TO CoolingOffCount
                       MOVE "VERIFIED-COOLING OFF" TO HeldState
                   WHEN TodayDate < BankHoldUntilDate
                       ADD 1 TO AwaitingCallbackCount
                       MOVE "AWAITING CALLBACK" TO HeldState
                   WHEN OTHER
                       ADD 1 TO OverdueCallbackCount
                       MOVE "*** CALLBACK OVERDUE" TO HeldState
               END-EVALUATE
               IF BankHoldHasPrevious
                   ADD 1 TO PreviousPaidCount
                   MOVE "PREVIOUS" TO HeldPaying
               ELSE
                   ADD 1 TO PayHeldCount
                   MOVE "PAY HELD" TO HeldPaying
               END-IF
               MOVE HeldDetailLine TO BankHoldLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           PERFORM 2100-READ-HOLD
           .

      * Adds, deletions and changes of sort code or account
      * number inside the window. A change of account name
      * only is not a change of where the pay goes.
       3000-SELECT-RECENT-CHANGES.
           OPEN INPUT BankAuditFile
           IF BankAuditFileStatus NOT = "00"
               DISPLAY "BankAudit.dat not available - status "
                       BankAuditFileStatus
               DISPLAY "No repeated changes can be listed"
           ELSE
               PERFORM 3100-READ-BANK-AUDIT
               PERFORM 3200-SELECT-AUDIT-RECORD
                   UNTIL NoMoreBankAudit
               CLOSE BankAuditFile
           END-IF
           .

       3100-READ-BANK-AUDIT.
           READ BankAuditFile
               AT END SET NoMoreBankAudit TO TRUE
           END-READ
           .

       3200-SELECT-AUDIT-RECORD.
           IF BankAuditRunDate NOT < WindowStartDate
               MOVE BankAuditBeforeImage TO AuditBeforeDetails
               MOVE BankAuditAfterImage TO AuditAfterDetails
               IF BankAuditAdd
               OR BankAuditDelete
               OR AuditBeforeAccount NOT = AuditAfterAccount
                   MOVE BankAuditEmpNumber TO SortEmpNumber
                   MOVE BankAuditRunDate TO SortRunDate
                   MOVE BankAuditRunTime TO SortRunTime
                   MOVE BankAuditActionCode TO SortActionCode
                   RELEASE SortWorkRecord
               END-IF
           END-IF
           PERFORM 3100-READ-BANK-AUDIT
           .

       4000-LIST-REPEAT-CHANGES.
           MOVE RepeatSectionHeading TO PageHeading2
           MOVE RepeatColumnLine TO ColumnHeading
           PERFORM 7900-WRITE-PAGE-HEADING
           PERFORM 4100-RETURN-CHANGE
           PERFORM 4200-COUNT-EMPLOYEE-CHANGES
               UNTIL NoMoreSortRecords
           IF RepeatChangeCount = ZERO
               MOVE "NO REPEATED BANK DETAIL CHANGES" TO BankHoldLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           .

       4100-RETURN-CHANGE.
           RETURN SortWorkFile
               AT END SET NoMoreSortRecords TO TRUE
           END-RETURN
           .

       4200-COUNT-EMPLOYEE-CHANGES.
           MOVE SortEmpNumber TO CurrentEmpNumber
           MOVE SortRunDate TO CurrentFirstDate
           MOVE ZERO TO CurrentChangeCount
           PERFORM 4300-COUNT-ONE-CHANGE
               UNTIL NoMoreSortRecords
                  OR SortEmpNumber NOT = CurrentEmpNumber
           IF CurrentChangeCount > 1
               PERFORM 4400-WRITE-REPEAT-LINE
           END-IF
           .

       4300-COUNT-ONE-CHANGE.
           ADD 1 TO CurrentChangeCount
           MOVE SortRunDate TO CurrentLastDate
           PERFORM 4100-RETURN-CHANGE
           .

       4400-WRITE-REPEAT-LINE.
           ADD 1 TO RepeatChangeCount
           MOVE SPACES TO RepeatDetailLine
           MOVE CurrentEmpNumber TO RepeatEmpNumber
           MOVE CurrentEmpNumber TO EmpNumber
           PERFORM 5000-LOOK-UP-SURNAME
           MOVE EmpSurname TO RepeatSurname
           MOVE CurrentChangeCount TO RepeatChanges
           MOVE CurrentFirstDate TO RepeatFirstDate
           MOVE CurrentLastDate TO RepeatLastDate
           MOVE SPACES TO RepeatHoldState
           IF HoldsOnFile
               MOVE CurrentEmpNumber TO BankHoldEmpNumber
               READ BankHoldFile KEY IS BankHoldEmpNumber
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN BankHoldPending
                               MOVE "AWAITING CALLBACK"
                                 TO RepeatHoldState
                           WHEN BankHoldVerified
                            AND TodayDate < BankHoldUntilDate
                               MOVE "VERIFIED-COOLING OFF"
                                 TO RepeatHoldState
                           WHEN BankHoldVerified
                               MOVE "RELEASED" TO RepeatHoldState
                           WHEN BankHoldRejected
                               MOVE "LAST CHANGE REJECTED"
                                 TO RepeatHoldState
                           WHEN BankHoldDeleted
                               MOVE "DETAILS DELETED"
                                 TO RepeatHoldState
                       END-EVALUATE
               END-READ
           END-IF
           MOVE RepeatDetailLine TO BankHoldLine
           PERFORM 7800-WRITE-REPORT-LINE
           .

       5000-LOOK-UP-SURNAME.
           MOVE SPACES TO EmpSurname
           IF EmployeesOnFile
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO EmpSurname
               END-READ
           END-IF
           .

       7800-WRITE-REPORT-LINE.
           IF LineCount >= LinesPerPage
               PERFORM 7900-WRITE-PAGE-HEADING
           END-IF
           WRITE BankHoldLine
           MOVE SPACES TO BankHoldLine
           ADD 1 TO LineCount
           .

       7900-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO BankHoldLine
           MOVE PageHeading1 TO BankHoldLine
           IF PageNumber > 1
               WRITE BankHoldLine AFTER ADVANCING PAGE
           ELSE
               WRITE BankHoldLine
           END-IF
           MOVE PageHeading2 TO BankHoldLine
           WRITE BankHoldLine
           MOVE SPACES TO BankHoldLine
           WRITE BankHoldLine
           MOVE ColumnHeading TO BankHoldLine
           WRITE BankHoldLine
           MOVE SPACES TO BankHoldLine
           MOVE 4 TO LineCount
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO BankHoldLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "AWAITING CALLBACK...........: " TO TotalLabel
           MOVE AwaitingCallbackCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CALLBACK OVERDUE............: " TO TotalLabel
           MOVE OverdueCallbackCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "VERIFIED - COOLING OFF......: " TO TotalLabel
           MOVE CoolingOffCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "PAYING PREVIOUS ACCOUNT.....: " TO TotalLabel
           MOVE PreviousPaidCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "PAY HELD - NO PREVIOUS......: " TO TotalLabel
           MOVE PayHeldCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           MOVE "CHANGED MORE THAN ONCE......: " TO TotalLabel
           MOVE RepeatChangeCount TO TotalValue
           PERFORM 8100-WRITE-TOTAL-LINE
           IF HoldsOnFile
               CLOSE BankHoldFile
           END-IF
           IF EmployeesOnFile
               CLOSE EmployeeFile
           END-IF
           CLOSE BankHoldReport
           DISPLAY "Bank hold report complete"
           DISPLAY "  Changes held........: "
                   AwaitingCallbackCount " awaiting, "
                   OverdueCallbackCount " overdue, "
                   CoolingOffCount " cooling off"
           DISPLAY "  Changed more than once: " RepeatChangeCount
           .

       8100-WRITE-TOTAL-LINE.
           MOVE TotalLine TO BankHoldLine
           PERFORM 7800-WRITE-REPORT-LINE
           .

       9999-EXIT.
           EXIT
           .

       COPY "RUNCTL.CPY".
       COPY "DAYCALC.CPY".
