          SELECT AuditFile ASSIGN TO "Audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT OPTIONAL SalaryHistoryFile ASSIGN TO "SalHist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT ControlFile ASSIGN TO "Control.dat"
                 ORGANIZATION IS SEQUENTIAL.

                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

          SELECT SalaryBandFile ASSIGN TO "Bands.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BandJobGrade
                 FILE STATUS IS SalaryBandFileStatus.

          SELECT PositionFile ASSIGN TO "Positions.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PostNumber
                 ALTERNATE RECORD KEY IS PostRequisition
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PostEmpNumber
                     WITH DUPLICATES
                 FILE STATUS IS PositionFileStatus.

          SELECT OPTIONAL RunLockFile ASSIGN TO "RunLock.dat"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS RunLockFileStatus.
       FD AuditFile.
           COPY "AUDIT.CPY".

       FD SalaryHistoryFile.
           COPY "SALHIST.CPY".

       FD ControlFile.
           COPY "CONTROL.CPY".

       FD DeptFile.
           COPY "DEPTREC.CPY".

       FD SalaryBandFile.
           COPY "BANDREC.CPY".

       FD PositionFile.
           COPY "POSITION.CPY".

       FD RunLockFile.
           COPY "RUNLOCK.CPY".

       01 RunLockJobTitle           PIC X(10) VALUE "LISTING7-4".
       01 TransactionFileStatus     PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 SalaryBandFileStatus   PIC X(02).
       01 PositionFileStatus     PIC X(02).
       01 EndOfTransactionFile      PIC X(01) VALUE 'N'.
           88 NoMoreTransactions      VALUE 'Y'.

       01 TransactionsRead          PIC 9(07) COMP VALUE ZERO.
       01 TransactionsApplied       PIC 9(07) COMP VALUE ZERO.
       01 TransactionsRejected      PIC 9(07) COMP VALUE ZERO.
       01 TransactionsFlagged       PIC 9(07) COMP VALUE ZERO.
       01 SavedBeforeImage          PIC X(87).
       01 SavedAfterImage           PIC X(87).
       01 SavedOldSalary            PIC 9(07)V99 VALUE ZERO.
       01 SavedOldJobGrade          PIC 9(02) VALUE ZERO.
       01 SavedOldDeptCode          PIC X(04) VALUE SPACES.
       01 SavedOldManager           PIC 9(09) VALUE ZERO.
       01 PendingEmployeeImage      PIC X(87).
       01 ManagerCheckEmpNumber     PIC 9(09) VALUE ZERO.
       01 ReportingLevels           PIC 9(03) COMP VALUE ZERO.
       01 MaximumReportingLevels    PIC 9(03) COMP VALUE 50.
       01 ReportingLineState        PIC X(01) VALUE 'C'.
           88 ClimbingReportingLine   VALUE 'C'.
           88 ReportingLineEnds       VALUE 'E'.
           88 ReportingLineLoops      VALUE 'L'.
       01 RequisitionQuoted         PIC 9(06) VALUE ZERO.
       01 PostingDate               PIC 9(08) VALUE ZERO.
       01 PostsFilled               PIC 9(07) COMP VALUE ZERO.
       01 PostsVacated              PIC 9(07) COMP VALUE ZERO.
       01 SalaryEffectiveDate       PIC 9(08) VALUE ZERO.
       01 TotalRecordsOnFile        PIC 9(07) COMP VALUE ZERO.
       01 TotalHashOfNumbers        PIC 9(11) COMP VALUE ZERO.

           88 ThisRecordIsValid       VALUE 'Y'.
       01 RejectReasonCode          PIC X(02).
       01 RejectReasonText          PIC X(30).
       01 FlaggedReasonText.
           05 FILLER                PIC X(15) VALUE "FLAGGED ONLY - ".
           05 FlaggedReasonDetail   PIC X(25).
       01 RunParmFileStatus         PIC X(02).

       COPY 'DEPTTBL.CPY'.
       COPY 'BANDTBL.CPY'.

       01 HeadingLine1.
           05 FILLER                PIC X(42)
       01 TotalLine3.
           05 FILLER        PIC X(22) VALUE "TRANSACTIONS REJECTED:".
           05 TotalRejected PIC ZZZ,ZZ9.
       01 TotalLine4.
           05 FILLER        PIC X(22) VALUE "OUTSIDE BAND FLAGGED.:".
           05 TotalFlagged  PIC ZZZ,ZZ9.
       01 TotalLine5.
           05 FILLER        PIC X(22) VALUE "POSTS FILLED.........:".
           05 TotalFilled   PIC ZZZ,ZZ9.
       01 TotalLine6.
           05 FILLER        PIC X(22) VALUE "POSTS VACATED........:".
           05 TotalVacated  PIC ZZZ,ZZ9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
       1000-INITIALIZE.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           PERFORM CLAIM-RUN-LOCK
           OPEN I-O EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN I-O PositionFile
           IF PositionFileStatus NOT = "00"
               DISPLAY "Unable to open Positions.dat - status "
                       PositionFileStatus
               DISPLAY "Master update abandoned - no "
                       "transactions applied"
               CLOSE EmployeeFile
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RunControlDate TO PostingDate
           OPEN INPUT TransactionFile
           OPEN OUTPUT ExceptionReport
           OPEN EXTEND AuditFile
           OPEN EXTEND SalaryHistoryFile
           MOVE SPACES TO ExceptionLine
           MOVE HeadingLine1 TO ExceptionLine
           WRITE ExceptionLine
               MOVE TranHireDate TO EmpHireDate
           END-IF
           MOVE TranPayGroup   TO EmpPayGroup
           MOVE ZEROES         TO EmpLeavingDate
           MOVE SPACES         TO EmpLeavingReason
           MOVE TranManagerNumber TO EmpManagerNumber
           MOVE 'Y' TO RecordValid
           IF EmpHireDate NOT NUMERIC
               MOVE 'N' TO RecordValid
           IF ThisRecordIsValid
               PERFORM VALIDATE-DEPT-GRADE-SALARY
           END-IF
           MOVE ZERO TO SavedOldManager
           IF ThisRecordIsValid
               PERFORM 4800-VALIDATE-MANAGER
           END-IF
           MOVE TranRequisition TO RequisitionQuoted
           IF ThisRecordIsValid
               PERFORM VALIDATE-REQUISITION
           END-IF
           IF ThisRecordIsValid
               WRITE EmployeeDetails
                   INVALID KEY
                       MOVE SPACES TO SavedBeforeImage
                       MOVE EmployeeDetails TO SavedAfterImage
                       PERFORM 6000-WRITE-AUDIT-RECORD
                       MOVE ZERO TO SavedOldSalary
                       MOVE EmpHireDate TO SalaryEffectiveDate
                       PERFORM 6500-WRITE-SALARY-HISTORY
                       PERFORM FILL-POST
               END-WRITE
           ELSE
               MOVE RejectReasonText TO RejectReason
                   PERFORM 7000-WRITE-REJECT
               NOT INVALID KEY
                   MOVE EmployeeDetails TO SavedBeforeImage
                   MOVE EmpSalary    TO SavedOldSalary
                   MOVE EmpJobGrade  TO SavedOldJobGrade
                   MOVE EmpDeptCode  TO SavedOldDeptCode
                   MOVE EmpManagerNumber TO SavedOldManager
                   MOVE TranSurname  TO EmpSurname
                   MOVE TranForename TO EmpForename
                   MOVE TranYOB      TO EmpYOB
                   MOVE TranDeptCode TO EmpDeptCode
                   MOVE TranJobGrade TO EmpJobGrade
                   MOVE TranSalary   TO EmpSalary
                   MOVE TranManagerNumber TO EmpManagerNumber
                   IF NOT TranStatusUnchanged
                       MOVE TranStatus TO EmpStatus
                   END-IF
                   PERFORM VALIDATE-DATE-OF-BIRTH
                   IF ThisRecordIsValid
                       PERFORM VALIDATE-DEPT-GRADE-SALARY
                       PERFORM 4100-CHECK-EXISTING-BAND
                   END-IF
                   IF ThisRecordIsValid
                   AND NOT EmpIsActive AND NOT EmpIsInactive
                       MOVE "11" TO RejectReasonCode
                       MOVE "INVALID PAY GROUP" TO RejectReasonText
                   END-IF
                   IF ThisRecordIsValid
                       PERFORM 4500-SET-LEAVING-DETAILS
                   END-IF
                   IF ThisRecordIsValid
                       PERFORM 4800-VALIDATE-MANAGER
                   END-IF
                   MOVE ZERO TO RequisitionQuoted
                   IF ThisRecordIsValid
                   AND NOT TranNoRequisition
                   AND EmpStatus NOT = 'T'
                       MOVE TranRequisition TO RequisitionQuoted
                       PERFORM VALIDATE-REQUISITION
                   END-IF
                   IF ThisRecordIsValid
                       REWRITE EmployeeDetails
                           INVALID KEY
                               SET AuditChange TO TRUE
                               MOVE EmployeeDetails TO SavedAfterImage
                               PERFORM 6000-WRITE-AUDIT-RECORD
                               IF EmpSalary NOT = SavedOldSalary
                                   PERFORM 4600-SET-SALARY-EFFECTIVE
                                   PERFORM 6500-WRITE-SALARY-HISTORY
                               END-IF
                               PERFORM 4700-MOVE-POSTS
                       END-REWRITE
                   ELSE
                       MOVE RejectReasonText TO RejectReason
           END-READ
           .

      * A salary that was already outside its grade band is not
      * the fault of a change that leaves the salary and grade
      * alone - the change is applied and the salary flagged on
      * the exception report for the reward team.
       4100-CHECK-EXISTING-BAND.
           IF NOT ThisRecordIsValid
           AND (RejectReasonCode = "14" OR RejectReasonCode = "15")
           AND EmpSalary = SavedOldSalary
           AND EmpJobGrade = SavedOldJobGrade
               MOVE 'Y' TO RecordValid
               ADD 1 TO TransactionsFlagged
               MOVE SPACES TO DetailLine
               MOVE TranCode TO DetailTranCode
               MOVE TranEmpNumber TO DetailEmpNumber
               MOVE RejectReasonText TO FlaggedReasonDetail
               MOVE FlaggedReasonText TO DetailReason
               MOVE SPACES TO ExceptionLine
               MOVE DetailLine TO ExceptionLine
               WRITE ExceptionLine
           END-IF
           .

      * A terminate carries the leaving date and reason onto
      * the master for the leaver's final pay. A leaving date
      * still to come is refused - the terminate should be
      * future-dated through TranEffectiveDate instead. Any
      * other change to a terminated employee leaves the
      * leaving details alone; a reinstatement clears them.
       4500-SET-LEAVING-DETAILS.
           IF TranStatusTerminated
               IF TranLeavingToday
                   MOVE RunControlDate TO EmpLeavingDate
               ELSE
                   MOVE TranLeavingDate TO EmpLeavingDate
               END-IF
               MOVE TranLeavingReason TO EmpLeavingReason
               IF EmpLeavingDate NOT NUMERIC
               OR EmpLeavingDate > RunControlDate
               OR EmpLeavingDate < EmpHireDate
                   MOVE 'N' TO RecordValid
                   MOVE "12" TO RejectReasonCode
                   MOVE "INVALID LEAVING DATE" TO RejectReasonText
               ELSE
                   IF NOT EmpLeavingReasonValid
                       MOVE 'N' TO RecordValid
                       MOVE "13" TO RejectReasonCode
                       MOVE "INVALID LEAVING REASON"
                         TO RejectReasonText
                   END-IF
               END-IF
           ELSE
               IF EmpStatus NOT = 'T'
                   MOVE ZEROES TO EmpLeavingDate
                   MOVE SPACES TO EmpLeavingReason
               END-IF
           END-IF
           .

      * A salary change takes effect from the transaction's
      * effective date, or tonight if it has none. A date in
      * the past makes it a backdated award; it can go back no
      * further than the employee's hire date.
       4600-SET-SALARY-EFFECTIVE.
           IF TranEffectiveNow
           OR TranEffectiveDate NOT NUMERIC
           OR TranEffectiveDate > RunControlDate
               MOVE RunControlDate TO SalaryEffectiveDate
           ELSE
               MOVE TranEffectiveDate TO SalaryEffectiveDate
           END-IF
           IF SalaryEffectiveDate < EmpHireDate
               MOVE EmpHireDate TO SalaryEffectiveDate
           END-IF
           .

      * Terminating the holder, or moving them to another
      * department or grade, opens their post again with no
      * requisition - it is refilled only once HR raises a new
      * one. A change quoting a requisition seats the employee
      * in that post, giving up any post they held before.
       4700-MOVE-POSTS.
           IF EmpStatus = 'T'
           OR EmpDeptCode NOT = SavedOldDeptCode
           OR EmpJobGrade NOT = SavedOldJobGrade
           OR RequisitionQuoted NOT = ZERO
               PERFORM VACATE-POST
           END-IF
           IF RequisitionQuoted NOT = ZERO
               PERFORM FILL-POST
           END-IF
           .

      * A new manager must be an active employee, and following
      * the reporting line up from that manager must not lead
      * back to this employee. Only a manager that differs from
      * the one already held is checked, so a change that does
      * not touch the reporting line is not refused because the
      * existing manager has since left. The master is read to
      * climb the line, so the record being built is held aside
      * and put back afterwards.
       4800-VALIDATE-MANAGER.
           IF EmpManagerNumber NOT NUMERIC
               MOVE 'N' TO RecordValid
               MOVE "18" TO RejectReasonCode
               MOVE "INVALID MANAGER NUMBER" TO RejectReasonText
           ELSE
               IF NOT EmpHasNoManager
               AND EmpManagerNumber NOT = SavedOldManager
                   MOVE EmployeeDetails TO PendingEmployeeImage
                   MOVE EmpNumber TO ManagerCheckEmpNumber
                   PERFORM 4850-CHECK-REPORTING-LINE
                   MOVE PendingEmployeeImage TO EmployeeDetails
               END-IF
           END-IF
           .

       4850-CHECK-REPORTING-LINE.
           IF EmpManagerNumber = ManagerCheckEmpNumber
               MOVE 'N' TO RecordValid
               MOVE "19" TO RejectReasonCode
               MOVE "REPORTING LOOP" TO RejectReasonText
           ELSE
               MOVE EmpManagerNumber TO EmpNumber
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       MOVE 'N' TO RecordValid
                   NOT INVALID KEY
                       IF NOT EmpIsActive
                           MOVE 'N' TO RecordValid
                       END-IF
               END-READ
               IF NOT ThisRecordIsValid
                   MOVE "18" TO RejectReasonCode
                   MOVE "MANAGER NOT ACTIVE EMPLOYEE"
                     TO RejectReasonText
               ELSE
                   MOVE ZERO TO ReportingLevels
                   SET ClimbingReportingLine TO TRUE
                   PERFORM 4900-CLIMB-REPORTING-LINE
                       UNTIL NOT ClimbingReportingLine
                   IF ReportingLineLoops
                       MOVE 'N' TO RecordValid
                       MOVE "19" TO RejectReasonCode
                       MOVE "REPORTING LOOP" TO RejectReasonText
                   END-IF
               END-IF
           END-IF
           .

      * One step up the line from the record in the buffer. A
      * line that runs past MaximumReportingLevels can only be
      * a loop already on the master, and is refused the same.
       4900-CLIMB-REPORTING-LINE.
           ADD 1 TO ReportingLevels
           EVALUATE TRUE
               WHEN EmpManagerNumber NOT NUMERIC
               WHEN EmpHasNoManager
                   SET ReportingLineEnds TO TRUE
               WHEN EmpManagerNumber = ManagerCheckEmpNumber
                   SET ReportingLineLoops TO TRUE
               WHEN ReportingLevels > MaximumReportingLevels
                   SET ReportingLineLoops TO TRUE
               WHEN OTHER
                   MOVE EmpManagerNumber TO EmpNumber
                   READ EmployeeFile KEY IS EmpNumber
                       INVALID KEY
                           SET ReportingLineEnds TO TRUE
                   END-READ
           END-EVALUATE
           .

       5000-APPLY-DELETE.
           MOVE TranEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
                           SET AuditDelete TO TRUE
                           MOVE SPACES TO SavedAfterImage
                           PERFORM 6000-WRITE-AUDIT-RECORD
                           MOVE TranEmpNumber TO EmpNumber
                           PERFORM VACATE-POST
                   END-DELETE
           END-READ
           .

       COPY "DEPTLOAD.CPY".

       COPY "BANDLOAD.CPY".

       COPY "POSTCHK.CPY".

       COPY "RUNCTL.CPY".

       COPY "LOCKCTL.CPY".
           MOVE TranEmpNumber   TO AuditEmpNumber
           MOVE SavedBeforeImage TO AuditBeforeImage
           MOVE SavedAfterImage  TO AuditAfterImage
           MOVE TranEnteredBy    TO AuditEnteredBy
           MOVE TranApprovedBy   TO AuditApprovedBy
           WRITE AuditRecord
           .

       6500-WRITE-SALARY-HISTORY.
           MOVE EmpNumber           TO SalHistEmpNumber
           MOVE SalaryEffectiveDate TO SalHistEffectiveDate
           MOVE RunControlDate      TO SalHistRecordedDate
           ACCEPT SalHistRecordedTime FROM TIME
           MOVE EmpDeptCode         TO SalHistDeptCode
           MOVE EmpPayGroup         TO SalHistPayGroup
           MOVE SavedOldSalary      TO SalHistOldSalary
           MOVE EmpSalary           TO SalHistNewSalary
           MOVE "LISTING7-4"        TO SalHistJobName
           IF ChangeTransaction
           AND SalaryEffectiveDate < RunControlDate
               MOVE 'Y' TO SalHistBackdated
           ELSE
               MOVE 'N' TO SalHistBackdated
           END-IF
           WRITE SalaryHistoryRecord
           .

       7000-WRITE-REJECT.
           ADD 1 TO TransactionsRejected
           MOVE SPACES TO DetailLine
           MOVE SPACES TO ExceptionLine
           MOVE TotalLine3 TO ExceptionLine
           WRITE ExceptionLine
           MOVE TransactionsFlagged TO TotalFlagged
           MOVE SPACES TO ExceptionLine
           MOVE TotalLine4 TO ExceptionLine
           WRITE ExceptionLine
           MOVE PostsFilled TO TotalFilled
           MOVE SPACES TO ExceptionLine
           MOVE TotalLine5 TO ExceptionLine
           WRITE ExceptionLine
           MOVE PostsVacated TO TotalVacated
           MOVE SPACES TO ExceptionLine
           MOVE TotalLine6 TO ExceptionLine
           WRITE ExceptionLine
           PERFORM 8500-WRITE-CONTROL-RECORD
           CLOSE EmployeeFile TransactionFile ExceptionReport AuditFile
                 SalaryHistoryFile PositionFile
           PERFORM RELEASE-RUN-LOCK
           .

