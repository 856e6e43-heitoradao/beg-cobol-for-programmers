      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-46.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PensionParmFile ASSIGN TO "PenParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS PensionParmFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT PensionFile ASSIGN TO "Pension.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PenEmpNumber
                 FILE STATUS IS PensionFileStatus.

          SELECT PenContrFile ASSIGN TO "PenContr.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PenContrKey
                 FILE STATUS IS PenContrFileStatus.

          SELECT NoticeReport ASSIGN TO "PENNOTE.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ScheduleReport ASSIGN TO "PENSCHED.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD PensionParmFile.
           COPY "PENPARM.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD PensionFile.
           COPY "PENSION.CPY".

       FD PenContrFile.
           COPY "PENCONTR.CPY".

       FD NoticeReport.
       01 NoticeLine                PIC X(90).

       FD ScheduleReport.
       01 ScheduleLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 PensionParmFileStatus     PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 PensionFileStatus         PIC X(02).
       01 PenContrFileStatus        PIC X(02).
       01 MemberFound               PIC X(01) VALUE 'N'.
           88 MemberOnFile            VALUE 'Y'.
       01 EligibilityCheck          PIC X(01) VALUE 'N'.
           88 EmployeeIsEligible      VALUE 'Y'.
       01 EndOfContribChain         PIC X(01) VALUE 'N'.
           88 NoMoreChainContribs     VALUE 'Y'.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 RunPeriod                 PIC 9(06) VALUE ZERO.
       01 RunYear                   PIC 9(04) VALUE ZERO.
       01 RunMonthDay               PIC 9(04) VALUE ZERO.
       01 BirthMonthDay             PIC 9(04) VALUE ZERO.
       01 EmployeeAge               PIC 9(03) VALUE ZERO.
       01 ReenrolDate               PIC 9(08) VALUE ZERO.
       01 NoticeAction              PIC X(24) VALUE SPACES.
       01 NoticeDeadline            PIC 9(08) VALUE ZERO.

      * Contributions are assessed monthly on a twelfth of the
      * member's annual qualifying earnings - salary above the
      * lower limit, capped at the upper limit - whichever pay
      * group the member is in.
       01 AnnualQualifying          PIC 9(07)V99 VALUE ZERO.
       01 MonthlyQualifying         PIC 9(07)V99 VALUE ZERO.
       01 EmployeeContribution      PIC 9(05)V99 VALUE ZERO.
       01 EmployerContribution      PIC 9(05)V99 VALUE ZERO.
       01 RefundEmployee            PIC 9(07)V99 VALUE ZERO.
       01 RefundEmployer            PIC 9(07)V99 VALUE ZERO.

       01 EmployeesRead             PIC 9(07) COMP VALUE ZERO.
       01 NewlyEnrolled             PIC 9(07) COMP VALUE ZERO.
       01 Reenrolled                PIC 9(07) COMP VALUE ZERO.
       01 OptOutsRefunded           PIC 9(07) COMP VALUE ZERO.
       01 ContribsCancelled         PIC 9(07) COMP VALUE ZERO.
       01 LeaversCeased             PIC 9(07) COMP VALUE ZERO.
       01 AlreadyAssessed           PIC 9(07) COMP VALUE ZERO.
       01 BelowLowerLimit           PIC 9(07) COMP VALUE ZERO.
       01 ContribsRaised            PIC 9(07) COMP VALUE ZERO.
       01 RefundsRaised             PIC 9(07) COMP VALUE ZERO.
       01 TotalEmployeeContrib      PIC 9(09)V99 VALUE ZERO.
       01 TotalEmployerContrib      PIC 9(09)V99 VALUE ZERO.
       01 TotalEmployeeRefund       PIC 9(09)V99 VALUE ZERO.
       01 TotalEmployerReclaim      PIC 9(09)V99 VALUE ZERO.
       01 TotalEmployeeCancelled    PIC 9(09)V99 VALUE ZERO.
       01 TotalEmployerCancelled    PIC 9(09)V99 VALUE ZERO.
       01 NetDueToProvider          PIC S9(09)V99 VALUE ZERO.

           COPY "DAYWORK.CPY".

       01 NoticeHeading1.
           05 FILLER                PIC X(30)
              VALUE "PENSION ENROLMENT NOTICE LIST".
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
           05 NoticeRunDate         PIC 9999/99/99.
       01 NoticeColumnLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "FORENAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(26) VALUE "ACTION".
           05 FILLER                PIC X(12) VALUE "DATE".
           05 FILLER                PIC X(10) VALUE "OPT OUT BY".
       01 NoticeDetailLine.
           05 NoticeEmpNumber       PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeSurname         PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeForename        PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeDeptCode        PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeActionText      PIC X(24).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeActionDate      PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NoticeOptOutBy        PIC 9999/99/99
                                    BLANK WHEN ZERO.
       01 NoticeTotalLine.
           05 NoticeTotalLabel      PIC X(26).
           05 NoticeTotalValue      PIC ZZZ,ZZ9.

       01 ScheduleHeading1.
           05 FILLER                PIC X(40)
              VALUE "PENSION CONTRIBUTION SCHEDULE - PERIOD ".
           05 SchedHeadingPeriod    PIC 9999/99.
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 SchedHeadingRunDate   PIC 9999/99/99.
       01 ScheduleColumnLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(04) VALUE "PG".
           05 FILLER                PIC X(09) VALUE "TYPE".
           05 FILLER                PIC X(14) VALUE "  QUALIFYING".
           05 FILLER                PIC X(12) VALUE "    EMPLOYEE".
           05 FILLER                PIC X(12) VALUE "    EMPLOYER".
           05 FILLER                PIC X(13) VALUE "        TOTAL".
       01 ScheduleDetailLine.
           05 SchedEmpNumber        PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SchedSurname          PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SchedPayGroup         PIC X(01).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SchedType             PIC X(07).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SchedEarnings         PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SchedEmployee         PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SchedEmployer         PIC ZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SchedTotal            PIC ZZZ,ZZ9.99-.
       01 ScheduleCountLine.
           05 SchedCountLabel       PIC X(26).
           05 SchedCountValue       PIC ZZZ,ZZ9.
       01 ScheduleTotalLine.
           05 SchedTotalLabel       PIC X(26).
           05 SchedTotalValue       PIC ZZZ,ZZZ,ZZ9.99-.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-EMPLOYEE
               UNTIL EndOfEmployeeFile
           PERFORM 8000-WRITE-NOTICE-TOTALS
           PERFORM 8500-WRITE-SCHEDULE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           DIVIDE RunDate BY 100 GIVING RunPeriod
           DIVIDE RunDate BY 10000 GIVING RunYear
               REMAINDER RunMonthDay
           PERFORM 1100-READ-PENSION-PARMS
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Pension assessment abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PensionFile
           IF PensionFileStatus = "35"
               OPEN OUTPUT PensionFile
               CLOSE PensionFile
               OPEN I-O PensionFile
           END-IF
           IF PensionFileStatus NOT = "00"
               DISPLAY "Unable to open Pension.dat - status "
                       PensionFileStatus
               DISPLAY "Pension assessment abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PenContrFile
           IF PenContrFileStatus = "35"
               OPEN OUTPUT PenContrFile
               CLOSE PenContrFile
               OPEN I-O PenContrFile
           END-IF
           IF PenContrFileStatus NOT = "00"
               DISPLAY "Unable to open PenContr.dat - status "
                       PenContrFileStatus
               DISPLAY "Pension assessment abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NoticeReport
           MOVE RunDate TO NoticeRunDate
           MOVE SPACES TO NoticeLine
           MOVE NoticeHeading1 TO NoticeLine
           WRITE NoticeLine
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE NoticeColumnLine TO NoticeLine
           WRITE NoticeLine
           OPEN OUTPUT ScheduleReport
           MOVE RunPeriod TO SchedHeadingPeriod
           MOVE RunDate TO SchedHeadingRunDate
           MOVE SPACES TO ScheduleLine
           MOVE ScheduleHeading1 TO ScheduleLine
           WRITE ScheduleLine
           MOVE SPACES TO ScheduleLine
           WRITE ScheduleLine
           MOVE ScheduleColumnLine TO ScheduleLine
           WRITE ScheduleLine
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
           END-START
           IF NOT EndOfEmployeeFile
               PERFORM 2100-READ-EMPLOYEE
           END-IF
           .

       1100-READ-PENSION-PARMS.
           OPEN INPUT PensionParmFile
           IF PensionParmFileStatus NOT = "00"
               DISPLAY "RUN ABANDONED - PenParm.dat missing or "
                       "unreadable - status " PensionParmFileStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PensionParmFile
               AT END
                   DISPLAY "RUN ABANDONED - PenParm.dat is empty"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PensionParmFile
           IF PenMinimumAge NOT NUMERIC
           OR PenMaximumAge NOT NUMERIC
           OR PenMinimumAge = ZERO
           OR PenMinimumAge NOT < PenMaximumAge
               DISPLAY "RUN ABANDONED - pension age band "
                       "missing or out of range"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PenEarningsTrigger NOT NUMERIC
           OR PenLowerLimit NOT NUMERIC
           OR PenUpperLimit NOT NUMERIC
           OR PenEarningsTrigger = ZERO
           OR PenLowerLimit NOT < PenUpperLimit
               DISPLAY "RUN ABANDONED - pension earnings "
                       "thresholds missing or out of range"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PenEmployeeRate NOT NUMERIC
           OR PenEmployerRate NOT NUMERIC
           OR PenEmployerRate = ZERO
               DISPLAY "RUN ABANDONED - pension contribution "
                       "rates missing or zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PenOptOutDays NOT NUMERIC
           OR PenOptOutDays = ZERO
           OR PenReenrolYears NOT NUMERIC
           OR PenReenrolYears = ZERO
               DISPLAY "RUN ABANDONED - opt-out days or "
                       "re-enrolment years missing or zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Pension scheme parameters accepted:"
           DISPLAY "  Age band............: " PenMinimumAge
                   " - " PenMaximumAge
           DISPLAY "  Earnings trigger....: " PenEarningsTrigger
           DISPLAY "  Qualifying earnings.: " PenLowerLimit
                   " - " PenUpperLimit
           DISPLAY "  Employee rate.......: " PenEmployeeRate
           DISPLAY "  Employer rate.......: " PenEmployerRate
           DISPLAY "  Opt-out days........: " PenOptOutDays
           DISPLAY "  Re-enrolment years..: " PenReenrolYears
           .

      *------------------------------------------------------
      * An opt-out keyed since the last run is settled first,
      * whatever has happened to the employee since. Then a
      * leaver's membership ceases, a member is charged for
      * the month, and anyone else is assessed for enrolment -
      * a former member only once the re-enrolment period has
      * run since they left the scheme.
      *------------------------------------------------------
       2000-PROCESS-EMPLOYEE.
           ADD 1 TO EmployeesRead
           MOVE EmpNumber TO PenEmpNumber
           MOVE 'N' TO MemberFound
           READ PensionFile KEY IS PenEmpNumber
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO MemberFound
           END-READ
           IF MemberOnFile AND PenOptedOut AND PenRefundDue
               PERFORM 5000-SETTLE-OPT-OUT
           END-IF
           EVALUATE TRUE
               WHEN EmpStatus = 'T'
                   IF MemberOnFile AND PenEnrolled
                       PERFORM 3800-CEASE-LEAVER
                   END-IF
               WHEN NOT EmpIsActive
                   CONTINUE
               WHEN MemberOnFile AND PenEnrolled
                   PERFORM 4000-ASSESS-CONTRIBUTION
               WHEN MemberOnFile
                   IF PenLeftEmployment
                       MOVE PenStatusDate TO ReenrolDate
                   ELSE
                       COMPUTE ReenrolDate = PenStatusDate
                           + (PenReenrolYears * 10000)
                   END-IF
                   IF RunDate NOT < ReenrolDate
                       PERFORM 3500-CHECK-ELIGIBILITY
                       IF EmployeeIsEligible
                           PERFORM 3000-ENROL-EMPLOYEE
                           PERFORM 4000-ASSESS-CONTRIBUTION
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 3500-CHECK-ELIGIBILITY
                   IF EmployeeIsEligible
                       PERFORM 3000-ENROL-EMPLOYEE
                       PERFORM 4000-ASSESS-CONTRIBUTION
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-EMPLOYEE
           .

       2100-READ-EMPLOYEE.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       3000-ENROL-EMPLOYEE.
           IF MemberOnFile
               ADD 1 TO Reenrolled
               MOVE "RE-ENROLLED" TO NoticeAction
           ELSE
               ADD 1 TO NewlyEnrolled
               MOVE "ENROLLED" TO NoticeAction
               MOVE EmpNumber TO PenEmpNumber
               MOVE ZERO TO PenEnrolCount
           END-IF
           SET PenEnrolled TO TRUE
           MOVE RunDate TO PenEnrolDate
           MOVE RunDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           ADD PenOptOutDays TO DayCalcNumber
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO PenOptOutDeadline
           MOVE ZEROES TO PenStatusDate
           MOVE SPACE TO PenCeaseReason
           SET PenNoRefund TO TRUE
           MOVE ZEROES TO PenLastPeriod
           MOVE ZERO TO PenEmployeeToDate
           MOVE ZERO TO PenEmployerToDate
           ADD 1 TO PenEnrolCount
           IF MemberOnFile
               REWRITE PensionMemberRecord
                   INVALID KEY
                       DISPLAY "Pension.dat rewrite failed for "
                               PenEmpNumber " - status "
                               PensionFileStatus
               END-REWRITE
           ELSE
               WRITE PensionMemberRecord
                   INVALID KEY
                       DISPLAY "Pension.dat write failed for "
                               PenEmpNumber " - status "
                               PensionFileStatus
               END-WRITE
               MOVE 'Y' TO MemberFound
           END-IF
           MOVE RunDate TO NoticeActionDate
           MOVE PenOptOutDeadline TO NoticeDeadline
           PERFORM 6000-WRITE-NOTICE-LINE
           .

       3500-CHECK-ELIGIBILITY.
           MOVE 'N' TO EligibilityCheck
           IF EmpYOB IS NUMERIC AND EmpMOB IS NUMERIC
           AND EmpDOB IS NUMERIC AND EmpYOB < RunYear
               COMPUTE EmployeeAge = RunYear - EmpYOB
               COMPUTE BirthMonthDay = (EmpMOB * 100) + EmpDOB
               IF RunMonthDay < BirthMonthDay
                   SUBTRACT 1 FROM EmployeeAge
               END-IF
               IF EmployeeAge NOT < PenMinimumAge
               AND EmployeeAge < PenMaximumAge
               AND EmpSalary > PenEarningsTrigger
                   MOVE 'Y' TO EligibilityCheck
               END-IF
           END-IF
           .

       3800-CEASE-LEAVER.
           SET PenCeased TO TRUE
           SET PenLeftEmployment TO TRUE
           IF EmpLeavingDate IS NUMERIC AND NOT EmpHasNotLeft
               MOVE EmpLeavingDate TO PenStatusDate
           ELSE
               MOVE RunDate TO PenStatusDate
           END-IF
           REWRITE PensionMemberRecord
               INVALID KEY
                   DISPLAY "Pension.dat rewrite failed for "
                           PenEmpNumber " - status "
                           PensionFileStatus
           END-REWRITE
           ADD 1 TO LeaversCeased
           MOVE "CEASED - LEFT EMPLOYMENT" TO NoticeAction
           MOVE PenStatusDate TO NoticeActionDate
           MOVE ZEROES TO NoticeDeadline
           PERFORM 6000-WRITE-NOTICE-LINE
           .

      *------------------------------------------------------
      * One contribution per member per month. A rerun in the
      * same month finds the month already assessed and skips
      * the member; a member earning no more than the lower
      * limit stays in the scheme but pays nothing that month.
      *------------------------------------------------------
       4000-ASSESS-CONTRIBUTION.
           IF PenLastPeriod NOT < RunPeriod
               ADD 1 TO AlreadyAssessed
           ELSE
               IF EmpSalary > PenUpperLimit
                   MOVE PenUpperLimit TO AnnualQualifying
               ELSE
                   MOVE EmpSalary TO AnnualQualifying
               END-IF
               IF AnnualQualifying > PenLowerLimit
                   SUBTRACT PenLowerLimit FROM AnnualQualifying
               ELSE
                   MOVE ZERO TO AnnualQualifying
               END-IF
               COMPUTE MonthlyQualifying ROUNDED
                   = AnnualQualifying / 12
               COMPUTE EmployeeContribution ROUNDED
                   = MonthlyQualifying * PenEmployeeRate / 100
               COMPUTE EmployerContribution ROUNDED
                   = MonthlyQualifying * PenEmployerRate / 100
               IF EmployeeContribution = ZERO
               AND EmployerContribution = ZERO
                   ADD 1 TO BelowLowerLimit
               ELSE
                   PERFORM 4500-WRITE-CONTRIBUTION
               END-IF
               MOVE RunPeriod TO PenLastPeriod
               REWRITE PensionMemberRecord
                   INVALID KEY
                       DISPLAY "Pension.dat rewrite failed for "
                               PenEmpNumber " - status "
                               PensionFileStatus
               END-REWRITE
           END-IF
           .

       4500-WRITE-CONTRIBUTION.
           MOVE EmpNumber            TO PenContrEmpNumber
           MOVE RunPeriod            TO PenContrPeriod
           SET PenContribution       TO TRUE
           MOVE EmpPayGroup          TO PenContrPayGroup
           MOVE MonthlyQualifying    TO PenContrEarnings
           MOVE EmployeeContribution TO PenContrEmployee
           MOVE EmployerContribution TO PenContrEmployer
           SET PenContrPending       TO TRUE
           MOVE RunDate              TO PenContrAssessedDate
           MOVE ZEROES               TO PenContrSentDate
           WRITE PensionContribRecord
               INVALID KEY
                   ADD 1 TO AlreadyAssessed
               NOT INVALID KEY
                   ADD 1 TO ContribsRaised
                   ADD EmployeeContribution TO TotalEmployeeContrib
                   ADD EmployerContribution TO TotalEmployerContrib
                   ADD EmployeeContribution TO PenEmployeeToDate
                   ADD EmployerContribution TO PenEmployerToDate
                   MOVE "CONTRIB" TO SchedType
                   MOVE MonthlyQualifying TO SchedEarnings
                   MOVE EmployeeContribution TO SchedEmployee
                   MOVE EmployerContribution TO SchedEmployer
                   COMPUTE SchedTotal = EmployeeContribution
                                      + EmployerContribution
                   PERFORM 7000-WRITE-SCHEDULE-LINE
           END-WRITE
           .

      *------------------------------------------------------
      * Contributions still waiting for the payroll feed are
      * cancelled and reversed on the schedule; those already
      * taken are refunded to the employee through payroll
      * and the employer's share is reclaimed from the
      * provider.
      *------------------------------------------------------
       5000-SETTLE-OPT-OUT.
           MOVE ZERO TO RefundEmployee
           MOVE ZERO TO RefundEmployer
           MOVE 'N' TO EndOfContribChain
           MOVE PenEmpNumber TO PenContrEmpNumber
           MOVE ZEROES TO PenContrPeriod
           MOVE SPACE TO PenContrType
           START PenContrFile KEY IS NOT LESS THAN PenContrKey
               INVALID KEY SET NoMoreChainContribs TO TRUE
               NOT INVALID KEY PERFORM 5100-READ-CONTRIBUTION
           END-START
           PERFORM 5200-TAKE-CONTRIBUTION
               UNTIL NoMoreChainContribs
           IF RefundEmployee > ZERO OR RefundEmployer > ZERO
               PERFORM 5500-WRITE-REFUND
           END-IF
           SET PenRefundRaised TO TRUE
           MOVE ZERO TO PenEmployeeToDate
           MOVE ZERO TO PenEmployerToDate
           REWRITE PensionMemberRecord
               INVALID KEY
                   DISPLAY "Pension.dat rewrite failed for "
                           PenEmpNumber " - status "
                           PensionFileStatus
           END-REWRITE
           ADD 1 TO OptOutsRefunded
           IF RefundEmployee > ZERO
               MOVE "OPTED OUT - REFUNDED" TO NoticeAction
           ELSE
               MOVE "OPTED OUT - NONE TAKEN" TO NoticeAction
           END-IF
           MOVE PenStatusDate TO NoticeActionDate
           MOVE PenOptOutDeadline TO NoticeDeadline
           PERFORM 6000-WRITE-NOTICE-LINE
           .

       5100-READ-CONTRIBUTION.
           READ PenContrFile NEXT RECORD
               AT END SET NoMoreChainContribs TO TRUE
           END-READ
           IF NOT NoMoreChainContribs
           AND PenContrEmpNumber NOT = PenEmpNumber
               SET NoMoreChainContribs TO TRUE
           END-IF
           .

       5200-TAKE-CONTRIBUTION.
           IF PenContribution
               EVALUATE TRUE
                   WHEN PenContrPending
                       SET PenContrCancelled TO TRUE
                       REWRITE PensionContribRecord
                           INVALID KEY
                               DISPLAY "PenContr.dat rewrite "
                                       "failed for " PenEmpNumber
                                       " - status "
                                       PenContrFileStatus
                       END-REWRITE
                       ADD 1 TO ContribsCancelled
                       ADD PenContrEmployee TO TotalEmployeeCancelled
                       ADD PenContrEmployer TO TotalEmployerCancelled
                       MOVE "CANCEL" TO SchedType
                       MOVE PenContrEarnings TO SchedEarnings
                       COMPUTE SchedEmployee = ZERO - PenContrEmployee
                       COMPUTE SchedEmployer = ZERO - PenContrEmployer
                       COMPUTE SchedTotal
                           = ZERO - PenContrEmployee - PenContrEmployer
                       PERFORM 7000-WRITE-SCHEDULE-LINE
                   WHEN PenContrSent
                       ADD PenContrEmployee TO RefundEmployee
                       ADD PenContrEmployer TO RefundEmployer
               END-EVALUATE
           END-IF
           PERFORM 5100-READ-CONTRIBUTION
           .

       5500-WRITE-REFUND.
           MOVE PenEmpNumber         TO PenContrEmpNumber
           MOVE RunPeriod            TO PenContrPeriod
           SET PenOptOutRefund       TO TRUE
           MOVE EmpPayGroup          TO PenContrPayGroup
           MOVE ZERO                 TO PenContrEarnings
           MOVE RefundEmployee       TO PenContrEmployee
           MOVE RefundEmployer       TO PenContrEmployer
           SET PenContrPending       TO TRUE
           MOVE RunDate              TO PenContrAssessedDate
           MOVE ZEROES               TO PenContrSentDate
           WRITE PensionContribRecord
               INVALID KEY
                   DISPLAY "PenContr.dat refund write failed for "
                           PenEmpNumber " - status "
                           PenContrFileStatus
               NOT INVALID KEY
                   ADD 1 TO RefundsRaised
                   ADD RefundEmployee TO TotalEmployeeRefund
                   ADD RefundEmployer TO TotalEmployerReclaim
                   MOVE "REFUND" TO SchedType
                   MOVE ZERO TO SchedEarnings
                   COMPUTE SchedEmployee = ZERO - RefundEmployee
                   COMPUTE SchedEmployer = ZERO - RefundEmployer
                   COMPUTE SchedTotal
                       = ZERO - RefundEmployee - RefundEmployer
                   PERFORM 7000-WRITE-SCHEDULE-LINE
           END-WRITE
           .

      * NoticeDeadline carries the opt-out deadline to print,
      * or zeroes where the action has no opt-out window.
       6000-WRITE-NOTICE-LINE.
           MOVE EmpNumber    TO NoticeEmpNumber
           MOVE EmpSurname   TO NoticeSurname
           MOVE EmpForename  TO NoticeForename
           MOVE EmpDeptCode  TO NoticeDeptCode
           MOVE NoticeAction TO NoticeActionText
           MOVE NoticeDeadline TO NoticeOptOutBy
           MOVE SPACES TO NoticeLine
           MOVE NoticeDetailLine TO NoticeLine
           WRITE NoticeLine
           .

       7000-WRITE-SCHEDULE-LINE.
           MOVE EmpNumber   TO SchedEmpNumber
           MOVE EmpSurname  TO SchedSurname
           MOVE EmpPayGroup TO SchedPayGroup
           MOVE SPACES TO ScheduleLine
           MOVE ScheduleDetailLine TO ScheduleLine
           WRITE ScheduleLine
           .

       8000-WRITE-NOTICE-TOTALS.
           MOVE SPACES TO NoticeLine
           WRITE NoticeLine
           MOVE "NEWLY ENROLLED........:" TO NoticeTotalLabel
           MOVE NewlyEnrolled TO NoticeTotalValue
           PERFORM 8100-WRITE-NOTICE-TOTAL
           MOVE "RE-ENROLLED...........:" TO NoticeTotalLabel
           MOVE Reenrolled TO NoticeTotalValue
           PERFORM 8100-WRITE-NOTICE-TOTAL
           MOVE "OPT-OUTS SETTLED......:" TO NoticeTotalLabel
           MOVE OptOutsRefunded TO NoticeTotalValue
           PERFORM 8100-WRITE-NOTICE-TOTAL
           MOVE "CONTRIBUTIONS CANCELLED:" TO NoticeTotalLabel
           MOVE ContribsCancelled TO NoticeTotalValue
           PERFORM 8100-WRITE-NOTICE-TOTAL
           MOVE "LEAVERS CEASED........:" TO NoticeTotalLabel
           MOVE LeaversCeased TO NoticeTotalValue
           PERFORM 8100-WRITE-NOTICE-TOTAL
           .

       8100-WRITE-NOTICE-TOTAL.
           MOVE SPACES TO NoticeLine
           MOVE NoticeTotalLine TO NoticeLine
           WRITE NoticeLine
           .

       8500-WRITE-SCHEDULE-TOTALS.
           COMPUTE NetDueToProvider
               = TotalEmployeeContrib + TotalEmployerContrib
               - TotalEmployeeRefund - TotalEmployerReclaim
               - TotalEmployeeCancelled - TotalEmployerCancelled
           MOVE SPACES TO ScheduleLine
           WRITE ScheduleLine
           MOVE "CONTRIBUTIONS.........:" TO SchedCountLabel
           MOVE ContribsRaised TO SchedCountValue
           PERFORM 8700-WRITE-SCHEDULE-COUNT
           MOVE "REFUNDS...............:" TO SchedCountLabel
           MOVE RefundsRaised TO SchedCountValue
           PERFORM 8700-WRITE-SCHEDULE-COUNT
           MOVE "EMPLOYEE CONTRIBUTIONS:" TO SchedTotalLabel
           MOVE TotalEmployeeContrib TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "EMPLOYER CONTRIBUTIONS:" TO SchedTotalLabel
           MOVE TotalEmployerContrib TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "EMPLOYEE CANCELLED....:" TO SchedTotalLabel
           MOVE TotalEmployeeCancelled TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "EMPLOYER CANCELLED....:" TO SchedTotalLabel
           MOVE TotalEmployerCancelled TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "EMPLOYEE REFUNDED.....:" TO SchedTotalLabel
           MOVE TotalEmployeeRefund TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "EMPLOYER RECLAIMED....:" TO SchedTotalLabel
           MOVE TotalEmployerReclaim TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           MOVE "NET DUE TO PROVIDER...:" TO SchedTotalLabel
           MOVE NetDueToProvider TO SchedTotalValue
           PERFORM 8600-WRITE-SCHEDULE-TOTAL
           DISPLAY "Pension assessment complete for period "
                   RunPeriod
           DISPLAY "  Employees read..........: " EmployeesRead
           DISPLAY "  Newly enrolled..........: " NewlyEnrolled
                   " to PENNOTE.PRT"
           DISPLAY "  Re-enrolled.............: " Reenrolled
           DISPLAY "  Opt-outs settled........: " OptOutsRefunded
           DISPLAY "  Contributions cancelled.: " ContribsCancelled
           DISPLAY "  Leavers ceased..........: " LeaversCeased
           DISPLAY "  Contributions raised....: " ContribsRaised
                   " to PENSCHED.PRT"
           DISPLAY "  Refunds raised..........: " RefundsRaised
           DISPLAY "  Already assessed........: " AlreadyAssessed
           DISPLAY "  Below lower limit.......: " BelowLowerLimit
           CLOSE EmployeeFile PensionFile PenContrFile
                 NoticeReport ScheduleReport
           .

       8600-WRITE-SCHEDULE-TOTAL.
           MOVE SPACES TO ScheduleLine
           MOVE ScheduleTotalLine TO ScheduleLine
           WRITE ScheduleLine
           .

       8700-WRITE-SCHEDULE-COUNT.
           MOVE SPACES TO ScheduleLine
           MOVE ScheduleCountLine TO ScheduleLine
           WRITE ScheduleLine
           .

       9999-EXIT.
           EXIT
           .

       COPY "DAYCALC.CPY".
