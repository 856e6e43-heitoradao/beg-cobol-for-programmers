                 RECORD KEY IS BankEmpNumber
                 FILE STATUS IS BankFileStatus.

          SELECT BankHoldFile ASSIGN TO "BankHold.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BankHoldEmpNumber
                 FILE STATUS IS BankHoldFileStatus.

          SELECT BankAuditFile ASSIGN TO "BankAudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankAuditFileStatus.

          SELECT ExceptionReport ASSIGN TO "PAYEXCEP.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

                 RECORD KEY IS PayElemKey
                 FILE STATUS IS PayElemFileStatus.

          SELECT LeaveBalanceFile ASSIGN TO "LeaveBal.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LeaveEmpNumber
                 FILE STATUS IS LeaveFileStatus.

          SELECT FinalPayFile ASSIGN TO "FinalPay.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FinalPayKey
                 FILE STATUS IS FinalPayFileStatus.

          SELECT ArrearsFile ASSIGN TO "Arrears.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ArrearsKey
                 FILE STATUS IS ArrearsFileStatus.

          SELECT PenContrFile ASSIGN TO "PenContr.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PenContrKey
                 FILE STATUS IS PenContrFileStatus.

          SELECT SettlementRegister ASSIGN TO "LEAVERS.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT FeedReleaseFile ASSIGN TO "FeedRel.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FeedRelKey
                 FILE STATUS IS FeedReleaseFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FD BankFile.
           COPY "BANKACCT.CPY".

       FD BankHoldFile.
           COPY "BANKHOLD.CPY".

       FD BankAuditFile.
           COPY "BANKAUD.CPY".

       FD ExceptionReport.
       01 ExceptionLine             PIC X(80).

       FD PayElemFile.
           COPY "PAYELEM.CPY".

       FD LeaveBalanceFile.
           COPY "LEAVEBAL.CPY".

       FD FinalPayFile.
           COPY "FINALPAY.CPY".

       FD ArrearsFile.
           COPY "ARREARS.CPY".

       FD PenContrFile.
           COPY "PENCONTR.CPY".

       FD SettlementRegister.
       01 SettlementLine            PIC X(100).

       FD FeedReleaseFile.
           COPY "FEEDREL.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 BankFileStatus            PIC X(02).
       01 BankHoldFileStatus        PIC X(02).
       01 BankAuditFileStatus       PIC X(02).
       01 PayElemFileStatus         PIC X(02).
       01 LeaveFileStatus           PIC X(02).
       01 FinalPayFileStatus        PIC X(02).
       01 ArrearsFileStatus         PIC X(02).
       01 PenContrFileStatus        PIC X(02).
       01 FeedReleaseFileStatus     PIC X(02).

      * The feed records are built here and written to the
      * weekly or monthly file for the employee's pay group.
           COPY "PAYEXTR.CPY".
           COPY "PAYELEMX.CPY".
           COPY "PAYHDR.CPY".
           COPY "PAYFINAL.CPY".

           COPY "DAYWORK.CPY".

       01 WeeklyCount               PIC 9(07) COMP VALUE ZERO.
       01 MonthlyCount              PIC 9(07) COMP VALUE ZERO.
       01 BadPayGroupCount          PIC 9(07) COMP VALUE ZERO.
       01 BankRecordFound           PIC X(01) VALUE 'N'.
           88 BankDetailsOnFile       VALUE 'Y'.
           88 BankPaymentHeld         VALUE 'H'.
       01 BankHoldAvailable         PIC X(01) VALUE 'Y'.
           88 BankHoldsOnFile         VALUE 'Y'.
       01 EndOfBankAudit            PIC X(01) VALUE 'N'.
           88 NoMoreBankAudit         VALUE 'Y'.
       01 BankChangeHeldCount       PIC 9(07) COMP VALUE ZERO.
       01 PreviousAccountPaidCount  PIC 9(07) COMP VALUE ZERO.

      * While a bank detail change is held the employee is paid
      * into the account the change replaced - the before image
      * of the first held change on BankAudit.dat. Those images
      * are gathered here once, at the start of the run. An
      * employee whose previous account is not found here has
      * the payment held rather than sent to the new account.
       01 AuditBeforeDetails.
           05 AuditBeforeEmpNumber  PIC 9(09).
           05 AuditBeforeSortCode   PIC 9(06).
           05 AuditBeforeAccountNo  PIC 9(08).
           05 AuditBeforeName       PIC X(20).
       01 PreviousAccountCount      PIC 9(03) COMP VALUE ZERO.
       01 PreviousAccountTable.
           05 PreviousAccount OCCURS 200 TIMES
                              INDEXED BY PrevAcctIndex.
               10 PrevAcctEmpNumber PIC 9(09).
               10 PrevAcctSortCode  PIC 9(06).
               10 PrevAcctAccountNo PIC 9(08).
       01 PayElemAvailable          PIC X(01) VALUE 'Y'.
           88 PayElementsOnFile       VALUE 'Y'.
       01 LeaveBalAvailable         PIC X(01) VALUE 'Y'.
           88 LeaveBalancesOnFile     VALUE 'Y'.
       01 SettlementFound           PIC X(01) VALUE 'N'.
           88 LeaverAlreadySettled    VALUE 'Y'.
           88 LeaverSettledOnHeldFeed VALUE 'R'.
       01 EndOfElementChain         PIC X(01) VALUE 'N'.
           88 NoMoreChainElements     VALUE 'Y'.
       01 ArrearsAvailable          PIC X(01) VALUE 'Y'.
           88 ArrearsOnFile           VALUE 'Y'.
       01 EndOfArrearsChain         PIC X(01) VALUE 'N'.
           88 NoMoreChainArrears      VALUE 'Y'.
       01 ArrearsExtracted          PIC 9(07) COMP VALUE ZERO.
       01 PenContrAvailable         PIC X(01) VALUE 'Y'.
           88 PensionContribsOnFile   VALUE 'Y'.
       01 EndOfPensionChain         PIC X(01) VALUE 'N'.
           88 NoMoreChainPensions     VALUE 'Y'.
       01 PensionExtracted          PIC 9(07) COMP VALUE ZERO.

      * Final pay, arrears and pension are stamped with the run
      * date of the feed that carried them. If FeedRel.dat shows
      * that feed was held and never released, or it is today's
      * feed and not yet released, the bureau never had them, so
      * they are extracted again and re-stamped.
       01 FeedRelAvailable          PIC X(01) VALUE 'Y'.
           88 FeedReleasesOnFile      VALUE 'Y'.
       01 StampedFeedState          PIC X(01) VALUE 'R'.
           88 StampedFeedReleased     VALUE 'R'.
           88 StampedFeedNotReleased  VALUE 'U'.
       01 ResentFromHeldFeedCount   PIC 9(07) COMP VALUE ZERO.
       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 CurrentPayGroup           PIC X(01) VALUE SPACE.
       01 FeedWorkRecord            PIC X(64) VALUE SPACES.

      * Leaver final pay. The salary for the final pay period
      * is pro-rated to the leaving date - by calendar days
      * for the monthly group, by days of the Monday to Sunday
      * week for the weekly group. Untaken annual leave is
      * valued at the working-day rate of 260 days a year.
       01 WorkingDaysInYear         PIC 9(03) VALUE 260.
       01 LeaverPeriodSalary        PIC 9(07)V99 VALUE ZERO.
       01 LeaverDaysPaid            PIC 9(02) VALUE ZERO.
       01 LeaverPeriodDays          PIC 9(02) VALUE ZERO.
       01 LeaverLeaveBalance        PIC S9(04)V9 VALUE ZERO.
       01 LeaverDailyRate           PIC 9(07)V9(4) VALUE ZERO.
       01 LeaversSettled            PIC 9(07) COMP VALUE ZERO.
       01 LeaversAlreadySettled     PIC 9(07) COMP VALUE ZERO.
       01 LeaversHeld               PIC 9(07) COMP VALUE ZERO.
       01 LeaversNoLeaveBalance     PIC 9(07) COMP VALUE ZERO.
       01 TotalFinalSalary          PIC 9(09)V99 VALUE ZERO.
       01 TotalLeavePaidOut         PIC 9(09)V99 VALUE ZERO.
       01 TotalLeaveRecovered       PIC 9(09)V99 VALUE ZERO.

       01 ExceptionHeadingLine.
           05 FILLER                PIC X(44)
              VALUE "PAYROLL EXTRACT - EMPLOYEES NOT EXTRACTED".
           05 ExceptionTotalLabel   PIC X(26).
           05 ExceptionTotalValue   PIC ZZZ,ZZ9.

       01 SettlementHeading1.
           05 FILLER                PIC X(26)
              VALUE "LEAVER SETTLEMENT REGISTER".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
           05 SettlementRunDate     PIC 9999/99/99.
       01 SettlementColumnLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(05) VALUE "DEPT".
           05 FILLER                PIC X(03) VALUE "PG".
           05 FILLER                PIC X(12) VALUE "LEFT".
           05 FILLER                PIC X(04) VALUE "RSN".
           05 FILLER                PIC X(06) VALUE "DAYS".
           05 FILLER                PIC X(12) VALUE "  FINAL SAL.".
           05 FILLER                PIC X(08) VALUE "   LEAVE".
           05 FILLER                PIC X(13) VALUE "  LEAVE VALUE".
       01 SettlementDetailLine.
           05 SettleEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SettleSurname         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SettleDeptCode        PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SettlePayGroup        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SettleLeavingDate     PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SettleReason          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SettleDaysPaid        PIC Z9.
           05 FILLER                PIC X(01) VALUE "/".
           05 SettlePeriodDays      PIC Z9.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SettleFinalSalary     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SettleLeaveDays       PIC ZZ9.9-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SettleLeaveAmount     PIC Z,ZZZ,ZZ9.99.
           05 SettleLeaveClass      PIC X(03).
       01 SettlementCountLine.
           05 SettleCountLabel      PIC X(26).
           05 SettleCountValue      PIC ZZZ,ZZ9.
       01 SettlementTotalLine.
           05 SettleTotalLabel      PIC X(26).
           05 SettleTotalValue      PIC ZZZ,ZZZ,ZZ9.99.
       01 SettlementSignOffLine.
           05 FILLER                PIC X(30)
              VALUE "HR APPROVED BY: ______________".
           05 FILLER                PIC X(04) VALUE SPACES.
           05 FILLER                PIC X(22)
              VALUE "DATE: ____/____/______".

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
               DISPLAY "Extract carries salary records only"
               MOVE 'N' TO PayElemAvailable
           END-IF
           OPEN I-O ArrearsFile
           IF ArrearsFileStatus NOT = "00"
               DISPLAY "Arrears.dat not available - status "
                       ArrearsFileStatus
               DISPLAY "No back-pay arrears on this extract"
               MOVE 'N' TO ArrearsAvailable
           END-IF
           OPEN I-O PenContrFile
           IF PenContrFileStatus NOT = "00"
               DISPLAY "PenContr.dat not available - status "
                       PenContrFileStatus
               DISPLAY "No pension contributions on this extract"
               MOVE 'N' TO PenContrAvailable
           END-IF
           OPEN INPUT LeaveBalanceFile
           IF LeaveFileStatus NOT = "00"
               DISPLAY "LeaveBal.dat not available - status "
                       LeaveFileStatus
               DISPLAY "Leavers settled with no leave payout"
               MOVE 'N' TO LeaveBalAvailable
           END-IF
           OPEN INPUT FeedReleaseFile
           IF FeedReleaseFileStatus NOT = "00"
               MOVE 'N' TO FeedRelAvailable
               IF FeedReleaseFileStatus NOT = "35"
                   DISPLAY "FeedRel.dat not available - status "
                           FeedReleaseFileStatus
                   DISPLAY "Items on a held feed are not extracted "
                           "again"
               END-IF
           END-IF
           OPEN I-O FinalPayFile
           IF FinalPayFileStatus = "35"
               OPEN OUTPUT FinalPayFile
               CLOSE FinalPayFile
               OPEN I-O FinalPayFile
           END-IF
           IF FinalPayFileStatus NOT = "00"
               DISPLAY "Unable to open FinalPay.dat - status "
                       FinalPayFileStatus
               DISPLAY "Extract abandoned - leaver settlements "
                       "cannot be recorded"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BankFile
           IF BankFileStatus NOT = "00"
               DISPLAY "Unable to open BankAcct.dat - status "
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 1200-LOAD-BANK-HOLDS
           OPEN OUTPUT WeeklyFeedFile
           OPEN OUTPUT MonthlyFeedFile
           OPEN OUTPUT ExceptionReport
           WRITE ExceptionLine
           MOVE SPACES TO ExceptionLine
           WRITE ExceptionLine
           OPEN OUTPUT SettlementRegister
           MOVE RunDate TO SettlementRunDate
           MOVE SPACES TO SettlementLine
           MOVE SettlementHeading1 TO SettlementLine
           WRITE SettlementLine
           MOVE SPACES TO SettlementLine
           WRITE SettlementLine
           MOVE SettlementColumnLine TO SettlementLine
           WRITE SettlementLine
           PERFORM 1500-WRITE-FEED-HEADERS
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
           END-IF
           .

       1200-LOAD-BANK-HOLDS.
           OPEN INPUT BankHoldFile
           IF BankHoldFileStatus = "35"
               MOVE 'N' TO BankHoldAvailable
               DISPLAY "No bank detail changes are held"
           ELSE
               IF BankHoldFileStatus NOT = "00"
                   DISPLAY "Unable to open BankHold.dat - status "
                           BankHoldFileStatus
                   DISPLAY "Extract abandoned - held bank changes "
                           "cannot be checked"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               OPEN INPUT BankAuditFile
               IF BankAuditFileStatus NOT = "00"
                   DISPLAY "BankAudit.dat not available - status "
                           BankAuditFileStatus
                   DISPLAY "Pay held for every held bank change"
               ELSE
                   PERFORM 1300-READ-BANK-AUDIT
                   PERFORM 1400-KEEP-PREVIOUS-ACCOUNT
                       UNTIL NoMoreBankAudit
                   CLOSE BankAuditFile
               END-IF
           END-IF
           .

       1300-READ-BANK-AUDIT.
           READ BankAuditFile
               AT END SET NoMoreBankAudit TO TRUE
           END-READ
           .

       1400-KEEP-PREVIOUS-ACCOUNT.
           IF BankAuditChange
               MOVE BankAuditEmpNumber TO BankHoldEmpNumber
               READ BankHoldFile KEY IS BankHoldEmpNumber
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BankHoldHasPrevious
                       AND BankHoldAuditDate = BankAuditRunDate
                       AND BankHoldAuditTime = BankAuditRunTime
                           PERFORM 1450-ADD-PREVIOUS-ACCOUNT
                       END-IF
               END-READ
           END-IF
           PERFORM 1300-READ-BANK-AUDIT
           .

       1450-ADD-PREVIOUS-ACCOUNT.
           IF PreviousAccountCount < 200
               ADD 1 TO PreviousAccountCount
               SET PrevAcctIndex TO PreviousAccountCount
               MOVE BankAuditBeforeImage TO AuditBeforeDetails
               MOVE BankAuditEmpNumber
                 TO PrevAcctEmpNumber(PrevAcctIndex)
               MOVE AuditBeforeSortCode
                 TO PrevAcctSortCode(PrevAcctIndex)
               MOVE AuditBeforeAccountNo
                 TO PrevAcctAccountNo(PrevAcctIndex)
           ELSE
               DISPLAY "Previous account table full - pay held "
                       "for " BankAuditEmpNumber
           END-IF
           .

       1500-WRITE-FEED-HEADERS.
           MOVE SPACES TO PayFeedControlRecord
           SET PayFeedHeader TO TRUE
                           PERFORM 6000-WRITE-EXCEPTION-RECORD
                       END-IF
               END-EVALUATE
           ELSE
               IF EmpStatus = 'T'
               AND EmpLeavingDate IS NUMERIC
               AND NOT EmpHasNotLeft
                   PERFORM 3000-PROCESS-LEAVER
               END-IF
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .
           END-READ
           .

      * FeedRelPayGroup and FeedRelRunDate name the feed that
      * carried an item. An earlier feed the variance check never
      * saw is taken as sent. A feed stamped today with no
      * release yet is a same-day rerun ahead of the variance
      * check, so its items are extracted again.
       2500-CHECK-STAMPED-FEED.
           IF FeedRelRunDate = RunDate
               SET StampedFeedNotReleased TO TRUE
           ELSE
               SET StampedFeedReleased TO TRUE
           END-IF
           IF FeedReleasesOnFile
               READ FeedReleaseFile KEY IS FeedRelKey
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FeedRelIsReleased
                           SET StampedFeedReleased TO TRUE
                       ELSE
                           SET StampedFeedNotReleased TO TRUE
                       END-IF
               END-READ
           END-IF
           .

      *------------------------------------------------------
      * A terminated employee with a leaving date is paid one
      * final-pay record, once. FinalPay.dat holds every
      * leaving already settled; a settlement whose feed was
      * held and never released is made again and rewritten
      * with the new run date. A leaver the bureau cannot
      * pay (bad pay group, no bank details) is held on the
      * exception report and picked up again on a later run
      * once the master or bank details are put right.
      *------------------------------------------------------
       3000-PROCESS-LEAVER.
           MOVE EmpNumber      TO FinalPayEmpNumber
           MOVE EmpLeavingDate TO FinalPayLeavingDate
           MOVE 'N' TO SettlementFound
           READ FinalPayFile KEY IS FinalPayKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO SettlementFound
                   MOVE FinalPayPayGroup TO FeedRelPayGroup
                   MOVE FinalPayRunDate TO FeedRelRunDate
                   PERFORM 2500-CHECK-STAMPED-FEED
                   IF StampedFeedNotReleased
                       MOVE 'R' TO SettlementFound
                   END-IF
           END-READ
           IF LeaverAlreadySettled
               ADD 1 TO LeaversAlreadySettled
           ELSE
               EVALUATE TRUE
                   WHEN NOT (WeeklyPaid OR MonthlyPaid)
                       ADD 1 TO LeaversHeld
                       PERFORM 6500-WRITE-PAYGROUP-EXCEPTION
                   WHEN OTHER
                       PERFORM 4000-LOOK-UP-BANK-DETAILS
                       IF BankDetailsOnFile
                           MOVE EmpPayGroup TO CurrentPayGroup
                           PERFORM 3100-CALCULATE-FINAL-SALARY
                           PERFORM 3200-CALCULATE-LEAVE-VALUE
                           PERFORM 3300-WRITE-FINAL-PAY-RECORD
                           PERFORM 3400-RECORD-SETTLEMENT
                           IF ArrearsOnFile
                               PERFORM 5800-EXTRACT-ARREARS
                           END-IF
                           IF PensionContribsOnFile
                               PERFORM 5950-EXTRACT-PENSION
                           END-IF
                       ELSE
                           ADD 1 TO LeaversHeld
                           PERFORM 6000-WRITE-EXCEPTION-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           .

       3100-CALCULATE-FINAL-SALARY.
           MOVE EmpLeavingDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           IF CurrentPayGroup = 'W'
               COMPUTE LeaverPeriodSalary ROUNDED = EmpSalary / 52
               MOVE DayCalcWeekday TO LeaverDaysPaid
               MOVE 7 TO LeaverPeriodDays
           ELSE
               COMPUTE LeaverPeriodSalary ROUNDED = EmpSalary / 12
               MOVE DayCalcDay TO LeaverDaysPaid
               MOVE DayCalcMonthDays TO LeaverPeriodDays
           END-IF
           COMPUTE PayFinalSalary ROUNDED
               = LeaverPeriodSalary * LeaverDaysPaid
                 / LeaverPeriodDays
           .

       3200-CALCULATE-LEAVE-VALUE.
           MOVE ZERO TO LeaverLeaveBalance
           IF LeaveBalancesOnFile
               MOVE EmpNumber TO LeaveEmpNumber
               READ LeaveBalanceFile KEY IS LeaveEmpNumber
                   INVALID KEY
                       ADD 1 TO LeaversNoLeaveBalance
                   NOT INVALID KEY
                       COMPUTE LeaverLeaveBalance
                           = LeaveEntitlementDays - LeaveTakenDays
               END-READ
           END-IF
           COMPUTE LeaverDailyRate ROUNDED
               = EmpSalary / WorkingDaysInYear
           IF LeaverLeaveBalance < ZERO
               SET FinalLeaveRecovery TO TRUE
               COMPUTE PayFinalLeaveDays = ZERO - LeaverLeaveBalance
           ELSE
               SET FinalLeavePayout TO TRUE
               MOVE LeaverLeaveBalance TO PayFinalLeaveDays
           END-IF
           COMPUTE PayFinalLeaveAmount ROUNDED
               = PayFinalLeaveDays * LeaverDailyRate
           .

       3300-WRITE-FINAL-PAY-RECORD.
           SET FinalPayExtractRecord TO TRUE
           MOVE EmpNumber         TO PayFinalEmpNumber
           MOVE EmpLeavingDate    TO PayFinalLeavingDate
           MOVE EmpLeavingReason  TO PayFinalLeavingReason
           MOVE BankSortCode      TO PayFinalSortCode
           MOVE BankAccountNumber TO PayFinalAccountNo
           MOVE SPACES TO FeedWorkRecord
           MOVE PayFinalExtractRecord TO FeedWorkRecord
           PERFORM 7500-WRITE-TO-GROUP-FILE
           IF CurrentPayGroup = 'W'
               ADD 1 TO WeeklyCount
               ADD PayFinalSalary TO WeeklySalaryHash
           ELSE
               ADD 1 TO MonthlyCount
               ADD PayFinalSalary TO MonthlySalaryHash
           END-IF
           .

       3400-RECORD-SETTLEMENT.
           MOVE EmpNumber           TO FinalPayEmpNumber
           MOVE EmpLeavingDate      TO FinalPayLeavingDate
           MOVE EmpLeavingReason    TO FinalPayLeavingReason
           MOVE EmpDeptCode         TO FinalPayDeptCode
           MOVE EmpPayGroup         TO FinalPayPayGroup
           MOVE EmpSalary           TO FinalPayAnnualSalary
           MOVE LeaverDaysPaid      TO FinalPayDaysPaid
           MOVE LeaverPeriodDays    TO FinalPayPeriodDays
           MOVE PayFinalSalary      TO FinalPaySalary
           MOVE PayFinalLeaveDays   TO FinalPayLeaveDays
           MOVE PayFinalLeaveClass  TO FinalPayLeaveClass
           MOVE PayFinalLeaveAmount TO FinalPayLeaveAmount
           MOVE RunDate             TO FinalPayRunDate
           IF LeaverSettledOnHeldFeed
               ADD 1 TO ResentFromHeldFeedCount
               REWRITE FinalPayRecord
                   INVALID KEY
                       DISPLAY "FinalPay.dat rewrite failed for "
                               EmpNumber " - status "
                               FinalPayFileStatus
               END-REWRITE
           ELSE
               WRITE FinalPayRecord
                   INVALID KEY
                       DISPLAY "FinalPay.dat write failed for "
                               EmpNumber " - status "
                               FinalPayFileStatus
               END-WRITE
           END-IF
           ADD 1 TO LeaversSettled
           ADD PayFinalSalary TO TotalFinalSalary
           IF FinalLeaveRecovery
               ADD PayFinalLeaveAmount TO TotalLeaveRecovered
           ELSE
               ADD PayFinalLeaveAmount TO TotalLeavePaidOut
           END-IF
           MOVE EmpNumber          TO SettleEmpNumber
           MOVE EmpSurname         TO SettleSurname
           MOVE EmpDeptCode        TO SettleDeptCode
           MOVE EmpPayGroup        TO SettlePayGroup
           MOVE EmpLeavingDate     TO SettleLeavingDate
           MOVE EmpLeavingReason   TO SettleReason
           MOVE LeaverDaysPaid     TO SettleDaysPaid
           MOVE LeaverPeriodDays   TO SettlePeriodDays
           MOVE PayFinalSalary     TO SettleFinalSalary
           MOVE LeaverLeaveBalance TO SettleLeaveDays
           MOVE PayFinalLeaveAmount TO SettleLeaveAmount
           IF FinalLeaveRecovery
               MOVE " CR" TO SettleLeaveClass
           ELSE
               MOVE SPACES TO SettleLeaveClass
           END-IF
           MOVE SPACES TO SettlementLine
           MOVE SettlementDetailLine TO SettlementLine
           WRITE SettlementLine
           .

       4000-LOOK-UP-BANK-DETAILS.
           MOVE 'N' TO BankRecordFound
           MOVE EmpNumber TO BankEmpNumber
               NOT INVALID KEY
                   MOVE 'Y' TO BankRecordFound
           END-READ
           IF BankDetailsOnFile
           AND BankHoldsOnFile
               PERFORM 4100-CHECK-BANK-HOLD
           END-IF
           .

      * A change is released once it has been verified by a
      * callback and the cooling-off period is over.
       4100-CHECK-BANK-HOLD.
           MOVE EmpNumber TO BankHoldEmpNumber
           READ BankHoldFile KEY IS BankHoldEmpNumber
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BankHoldPending
                   OR (BankHoldVerified
                       AND RunDate < BankHoldUntilDate)
                       PERFORM 4200-PAY-PREVIOUS-ACCOUNT
                   END-IF
           END-READ
           .

       4200-PAY-PREVIOUS-ACCOUNT.
           SET PrevAcctIndex TO 1
           SEARCH PreviousAccount
               AT END
                   MOVE 'H' TO BankRecordFound
               WHEN PrevAcctIndex > PreviousAccountCount
                   MOVE 'H' TO BankRecordFound
               WHEN PrevAcctEmpNumber(PrevAcctIndex) = EmpNumber
                   MOVE PrevAcctSortCode(PrevAcctIndex)
                     TO BankSortCode
                   MOVE PrevAcctAccountNo(PrevAcctIndex)
                     TO BankAccountNumber
                   ADD 1 TO PreviousAccountPaidCount
           END-SEARCH
           .

       5000-WRITE-EXTRACT-RECORD.
           IF PayElementsOnFile
               PERFORM 5500-EXTRACT-PAY-ELEMENTS
           END-IF
           IF ArrearsOnFile
               PERFORM 5800-EXTRACT-ARREARS
           END-IF
           IF PensionContribsOnFile
               PERFORM 5950-EXTRACT-PENSION
           END-IF
           .

       5500-EXTRACT-PAY-ELEMENTS.
           PERFORM 5600-READ-ELEMENT
           .

      *------------------------------------------------------
      * Back pay worked out by the arrears run goes to the
      * bureau once, as an 'ARR' element behind the salary or
      * final-pay record, and is marked paid on Arrears.dat.
      * Arrears marked paid on a feed that was never released
      * go again.
      *------------------------------------------------------
       5800-EXTRACT-ARREARS.
           MOVE 'N' TO EndOfArrearsChain
           MOVE EmpNumber TO ArrearsEmpNumber
           MOVE ZEROES TO ArrearsEffectiveDate
           MOVE ZEROES TO ArrearsRecordedDate
           MOVE ZEROES TO ArrearsRecordedTime
           START ArrearsFile KEY IS NOT LESS THAN ArrearsKey
               INVALID KEY SET NoMoreChainArrears TO TRUE
               NOT INVALID KEY PERFORM 5850-READ-ARREARS
           END-START
           PERFORM 5900-WRITE-ARREARS-ELEMENT
               UNTIL NoMoreChainArrears
           .

       5850-READ-ARREARS.
           READ ArrearsFile NEXT RECORD
               AT END SET NoMoreChainArrears TO TRUE
           END-READ
           IF NOT NoMoreChainArrears
           AND ArrearsEmpNumber NOT = EmpNumber
               SET NoMoreChainArrears TO TRUE
           END-IF
           .

       5900-WRITE-ARREARS-ELEMENT.
           SET StampedFeedReleased TO TRUE
           IF ArrearsPaid
               MOVE CurrentPayGroup TO FeedRelPayGroup
               MOVE ArrearsPaidDate TO FeedRelRunDate
               PERFORM 2500-CHECK-STAMPED-FEED
               IF StampedFeedNotReleased
                   ADD 1 TO ResentFromHeldFeedCount
               END-IF
           END-IF
           IF ArrearsPending
           OR StampedFeedNotReleased
               MOVE 'E' TO PayElemExtType
               MOVE ArrearsEmpNumber TO PayElemExtEmpNumber
               MOVE "ARR"            TO PayElemExtCode
               MOVE ArrearsClass     TO PayElemExtClass
               MOVE ArrearsAmount    TO PayElemExtAmount
               MOVE SPACES TO FeedWorkRecord
               MOVE PayElementExtractRecord TO FeedWorkRecord
               PERFORM 7500-WRITE-TO-GROUP-FILE
               ADD 1 TO ElementsExtracted
               ADD 1 TO ArrearsExtracted
               SET ArrearsPaid TO TRUE
               MOVE RunDate TO ArrearsPaidDate
               REWRITE ArrearsRecord
                   INVALID KEY
                       DISPLAY "Arrears rewrite failed for "
                               ArrearsEmpNumber " - status "
                               ArrearsFileStatus
               END-REWRITE
           END-IF
           PERFORM 5850-READ-ARREARS
           .

      *------------------------------------------------------
      * Pension contributions assessed by the monthly pension
      * run go to the bureau once each - the employee's share
      * as a 'PEN' deduction and the employer's as a 'PER'
      * employer contribution, which is not pay - and an
      * opt-out refund as a 'PRF' allowance. Each record is
      * marked sent on PenContr.dat. Contributions marked sent
      * on a feed that was never released go again.
      *------------------------------------------------------
       5950-EXTRACT-PENSION.
           MOVE 'N' TO EndOfPensionChain
           MOVE EmpNumber TO PenContrEmpNumber
           MOVE ZEROES TO PenContrPeriod
           MOVE SPACE TO PenContrType
           START PenContrFile KEY IS NOT LESS THAN PenContrKey
               INVALID KEY SET NoMoreChainPensions TO TRUE
               NOT INVALID KEY PERFORM 5960-READ-PENSION
           END-START
           PERFORM 5970-WRITE-PENSION-ELEMENTS
               UNTIL NoMoreChainPensions
           .

       5960-READ-PENSION.
           READ PenContrFile NEXT RECORD
               AT END SET NoMoreChainPensions TO TRUE
           END-READ
           IF NOT NoMoreChainPensions
           AND PenContrEmpNumber NOT = EmpNumber
               SET NoMoreChainPensions TO TRUE
           END-IF
           .

       5970-WRITE-PENSION-ELEMENTS.
           SET StampedFeedReleased TO TRUE
           IF PenContrSent
               MOVE CurrentPayGroup TO FeedRelPayGroup
               MOVE PenContrSentDate TO FeedRelRunDate
               PERFORM 2500-CHECK-STAMPED-FEED
               IF StampedFeedNotReleased
                   ADD 1 TO ResentFromHeldFeedCount
               END-IF
           END-IF
           IF PenContrPending
           OR StampedFeedNotReleased
               MOVE 'E' TO PayElemExtType
               MOVE PenContrEmpNumber TO PayElemExtEmpNumber
               IF PenOptOutRefund
                   MOVE "PRF" TO PayElemExtCode
                   MOVE 'A'   TO PayElemExtClass
                   MOVE PenContrEmployee TO PayElemExtAmount
                   PERFORM 5980-WRITE-PENSION-ELEMENT
               ELSE
                   MOVE "PEN" TO PayElemExtCode
                   MOVE 'D'   TO PayElemExtClass
                   MOVE PenContrEmployee TO PayElemExtAmount
                   PERFORM 5980-WRITE-PENSION-ELEMENT
                   MOVE "PER" TO PayElemExtCode
                   MOVE 'R'   TO PayElemExtClass
                   MOVE PenContrEmployer TO PayElemExtAmount
                   PERFORM 5980-WRITE-PENSION-ELEMENT
               END-IF
               ADD 1 TO PensionExtracted
               SET PenContrSent TO TRUE
               MOVE RunDate TO PenContrSentDate
               REWRITE PensionContribRecord
                   INVALID KEY
                       DISPLAY "PenContr.dat rewrite failed for "
                               PenContrEmpNumber " - status "
                               PenContrFileStatus
               END-REWRITE
           END-IF
           PERFORM 5960-READ-PENSION
           .

       5980-WRITE-PENSION-ELEMENT.
           IF PayElemExtAmount > ZERO
               MOVE SPACES TO FeedWorkRecord
               MOVE PayElementExtractRecord TO FeedWorkRecord
               PERFORM 7500-WRITE-TO-GROUP-FILE
               ADD 1 TO ElementsExtracted
           END-IF
           .

       6000-WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO ExceptionDetailLine
           MOVE EmpNumber  TO ExceptionEmpNumber
           MOVE EmpSurname TO ExceptionSurname
           EVALUATE TRUE
               WHEN BankPaymentHeld AND EmpIsActive
                   ADD 1 TO BankChangeHeldCount
                   MOVE "BANK CHANGE ON HOLD - NOT EXTRACTED"
                     TO ExceptionText
               WHEN BankPaymentHeld
                   ADD 1 TO BankChangeHeldCount
                   MOVE "BANK CHANGE ON HOLD - FINAL PAY HELD"
                     TO ExceptionText
               WHEN EmpIsActive
                   ADD 1 TO NoBankDetailsCount
                   MOVE "NO BANK DETAILS - NOT EXTRACTED"
                     TO ExceptionText
               WHEN OTHER
                   ADD 1 TO NoBankDetailsCount
                   MOVE "NO BANK DETAILS - FINAL PAY HELD"
                     TO ExceptionText
           END-EVALUATE
           MOVE SPACES TO ExceptionLine
           MOVE ExceptionDetailLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE SPACES TO ExceptionDetailLine
           MOVE EmpNumber  TO ExceptionEmpNumber
           MOVE EmpSurname TO ExceptionSurname
           IF EmpIsActive
               MOVE "INVALID PAY GROUP - NOT EXTRACTED"
                 TO ExceptionText
           ELSE
               MOVE "INVALID PAY GROUP - FINAL PAY HELD"
                 TO ExceptionText
           END-IF
           MOVE SPACES TO ExceptionLine
           MOVE ExceptionDetailLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE SPACES TO ExceptionLine
           MOVE ExceptionTotalLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE "BANK CHANGE ON HOLD...:" TO ExceptionTotalLabel
           MOVE BankChangeHeldCount TO ExceptionTotalValue
           MOVE SPACES TO ExceptionLine
           MOVE ExceptionTotalLine TO ExceptionLine
           WRITE ExceptionLine
           MOVE "INVALID PAY GROUP.....:" TO ExceptionTotalLabel
           MOVE BadPayGroupCount TO ExceptionTotalValue
           MOVE SPACES TO ExceptionLine
           MOVE ExceptionTotalLine TO ExceptionLine
           WRITE ExceptionLine
           PERFORM 8500-WRITE-SETTLEMENT-TOTALS
           DISPLAY "Payroll extract complete"
           DISPLAY "  Weekly salary records...: " WeeklyCount
                   " to PayrollW.dat"
                   " to PayrollM.dat"
           DISPLAY "  Pay element records.....: "
                   ElementsExtracted
           DISPLAY "  of which back-pay arrears: "
                   ArrearsExtracted
           DISPLAY "  Pension contributions...: "
                   PensionExtracted
           DISPLAY "  No bank details.........: "
                   NoBankDetailsCount
           DISPLAY "  Bank change on hold.....: "
                   BankChangeHeldCount
           DISPLAY "  Paid previous account...: "
                   PreviousAccountPaidCount
           DISPLAY "  Invalid pay group.......: "
                   BadPayGroupCount
           DISPLAY "  Leavers settled.........: "
                   LeaversSettled " to LEAVERS.PRT"
           DISPLAY "  Leavers held............: "
                   LeaversHeld
           DISPLAY "  Again from a held feed..: "
                   ResentFromHeldFeedCount
           IF PayElementsOnFile
               CLOSE PayElemFile
           END-IF
           IF LeaveBalancesOnFile
               CLOSE LeaveBalanceFile
           END-IF
           IF ArrearsOnFile
               CLOSE ArrearsFile
           END-IF
           IF PensionContribsOnFile
               CLOSE PenContrFile
           END-IF
           IF BankHoldsOnFile
               CLOSE BankHoldFile
           END-IF
           IF FeedReleasesOnFile
               CLOSE FeedReleaseFile
           END-IF
           CLOSE EmployeeFile BankFile WeeklyFeedFile
                 MonthlyFeedFile ExceptionReport
                 FinalPayFile SettlementRegister
           .

       8500-WRITE-SETTLEMENT-TOTALS.
           MOVE SPACES TO SettlementLine
           WRITE SettlementLine
           MOVE "LEAVERS SETTLED.......:" TO SettleCountLabel
           MOVE LeaversSettled TO SettleCountValue
           PERFORM 8700-WRITE-SETTLEMENT-COUNT
           MOVE "HELD - SEE PAYEXCEP.PRT:" TO SettleCountLabel
           MOVE LeaversHeld TO SettleCountValue
           PERFORM 8700-WRITE-SETTLEMENT-COUNT
           MOVE "NO LEAVE BALANCE......:" TO SettleCountLabel
           MOVE LeaversNoLeaveBalance TO SettleCountValue
           PERFORM 8700-WRITE-SETTLEMENT-COUNT
           MOVE "FINAL SALARY PAID.....:" TO SettleTotalLabel
           MOVE TotalFinalSalary TO SettleTotalValue
           PERFORM 8600-WRITE-SETTLEMENT-TOTAL
           MOVE "LEAVE PAID OUT........:" TO SettleTotalLabel
           MOVE TotalLeavePaidOut TO SettleTotalValue
           PERFORM 8600-WRITE-SETTLEMENT-TOTAL
           MOVE "LEAVE RECOVERED.......:" TO SettleTotalLabel
           MOVE TotalLeaveRecovered TO SettleTotalValue
           PERFORM 8600-WRITE-SETTLEMENT-TOTAL
           MOVE SPACES TO SettlementLine
           WRITE SettlementLine
           WRITE SettlementLine
           MOVE SettlementSignOffLine TO SettlementLine
           WRITE SettlementLine
           .

       8600-WRITE-SETTLEMENT-TOTAL.
           MOVE SPACES TO SettlementLine
           MOVE SettlementTotalLine TO SettlementLine
           WRITE SettlementLine
           .

       8700-WRITE-SETTLEMENT-COUNT.
           MOVE SPACES TO SettlementLine
           MOVE SettlementCountLine TO SettlementLine
           WRITE SettlementLine
           .

       9999-EXIT.
           EXIT
           .

       COPY "DAYCALC.CPY".
