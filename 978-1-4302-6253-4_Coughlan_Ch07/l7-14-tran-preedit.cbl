          SELECT EditReport ASSIGN TO "TRANEDIT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT ApprovalFile ASSIGN TO "Approvals.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ApprovalKey
                 FILE STATUS IS ApprovalFileStatus.

          SELECT RunParmFile ASSIGN TO "RunParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunParmFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
           COPY "BATCH.CPY".

       FD CleanTransactionFile.
       01 CleanTransactionRecord    PIC X(118).

       FD EditReport.
       01 EditLine                  PIC X(80).

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD ApprovalFile.
           COPY "APPROVAL.CPY".

       FD RunParmFile.
           COPY "RUNPARM.CPY".

       WORKING-STORAGE SECTION.
       01 BatchFileStatus           PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 ApprovalFileStatus        PIC X(02).
       01 RunParmFileStatus         PIC X(02).
       01 EmployeeMaster            PIC X(01) VALUE 'N'.
           88 EmployeeMasterOpen      VALUE 'Y'.
       01 EndOfApprovalFile         PIC X(01) VALUE 'N'.
           88 NoMoreApprovals         VALUE 'Y'.
       01 EndOfBatchFile            PIC X(01) VALUE 'N'.
           88 NoMoreBatchRecords      VALUE 'Y'.

       01 SavedBatchDept            PIC X(04) VALUE SPACES.
       01 SavedExpectedCount        PIC 9(07) VALUE ZERO.
       01 SavedSalaryHash           PIC 9(11)V99 VALUE ZERO.
       01 SavedOperatorId           PIC X(08) VALUE SPACES.

       01 TransactionsRead          PIC 9(07) COMP VALUE ZERO.
       01 TransactionsAccepted      PIC 9(07) COMP VALUE ZERO.
       01 TransactionsBounced       PIC 9(07) COMP VALUE ZERO.
       01 ActualSalaryHash          PIC 9(11)V99 VALUE ZERO.
       01 TransactionsParked        PIC 9(07) COMP VALUE ZERO.
       01 ApprovedChangesReleased   PIC 9(07) COMP VALUE ZERO.

      * A change needing a second operator's approval is held
      * in the table with the reasons it was parked and the
      * master values it would overwrite, and goes to
      * Approvals.dat rather than TranClean.dat.
       01 CleanTransactionTable.
           05 CleanTranCount        PIC 9(04) COMP VALUE ZERO.
           05 CleanTranEntry        OCCURS 5000 TIMES.
               10 CleanTranImage    PIC X(118).
               10 CleanTranReasons  PIC X(03).
                   88 CleanTranNotParked  VALUE SPACES.
               10 CleanTranOldSalary
                                    PIC 9(07)V99.
               10 CleanTranOldGrade PIC 9(02).
               10 CleanTranOldStatus
                                    PIC X(01).
       01 WriteTableIndex           PIC 9(04) COMP VALUE ZERO.

       01 EmpSequenceTable.

       01 BounceReason              PIC X(40).

       01 ParkReasons.
           05 ParkSalaryFlag        PIC X(01).
           05 ParkGradeFlag         PIC X(01).
           05 ParkStatusFlag        PIC X(01).
       01 SalaryMovement            PIC S9(07)V99 VALUE ZERO.
       01 SalaryMovementLimit       PIC 9(07)V99 VALUE ZERO.

       01 ParkedReasonText.
           05 FILLER                PIC X(22)
              VALUE "PARKED FOR APPROVAL - ".
           05 ParkedTextReasons     PIC X(03).
       01 ReleasedReasonText.
           05 FILLER                PIC X(30)
              VALUE "APPROVED CHANGE RELEASED - BY ".
           05 ReleasedTextApprover  PIC X(08).

       01 ReportHeading1.
           05 FILLER                PIC X(42)
              VALUE "TRANSACTION BATCH PRE-EDIT - EDIT REPORT".
           05 HeadingBatchNumber    PIC 9(06).
           05 FILLER                PIC X(13) VALUE "  SUBMITTED: ".
           05 HeadingBatchDept      PIC X(04).
           05 FILLER                PIC X(12) VALUE "  KEYED BY: ".
           05 HeadingOperatorId     PIC X(08).
       01 BounceDetailLine.
           05 BounceTranCode        PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           PERFORM 2000-PROCESS-BATCH-RECORD
               UNTIL NoMoreBatchRecords
           PERFORM 6000-BALANCE-BATCH
           PERFORM 7600-RELEASE-APPROVED-CHANGES
           PERFORM 7000-WRITE-CLEAN-FILE
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           .

       1000-INITIALIZE.
           PERFORM READ-RUN-CONTROL
           OPEN I-O ApprovalFile
           IF ApprovalFileStatus = "35"
               OPEN OUTPUT ApprovalFile
               CLOSE ApprovalFile
               OPEN I-O ApprovalFile
           END-IF
           IF ApprovalFileStatus NOT = "00"
               DISPLAY "Unable to open Approvals.dat - status "
                       ApprovalFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT BatchFile
           IF BatchFileStatus NOT = "00"
               DISPLAY "Unable to open TranBatch.dat - status "
           WRITE EditLine
           MOVE SPACES TO EditLine
           WRITE EditLine
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus = "00"
               SET EmployeeMasterOpen TO TRUE
           ELSE
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               MOVE 'N' TO BatchAccepted
               MOVE SPACES TO BounceDetailLine
               MOVE "EMPLOYEE MASTER NOT AVAILABLE"
                 TO BounceReasonText
               PERFORM 7500-WRITE-BOUNCE-LINE
           END-IF
           IF NOT NoMoreBatchRecords
               PERFORM 2100-READ-BATCH-RECORD
           END-IF
               MOVE BatchDeptCode      TO SavedBatchDept
               MOVE BatchExpectedCount TO SavedExpectedCount
               MOVE BatchSalaryHash    TO SavedSalaryHash
               MOVE BatchOperatorId    TO SavedOperatorId
               MOVE SavedBatchNumber TO HeadingBatchNumber
               MOVE SavedBatchDept   TO HeadingBatchDept
               MOVE SavedOperatorId  TO HeadingOperatorId
               MOVE SPACES TO EditLine
               MOVE BatchHeadingLine TO EditLine
               WRITE EditLine
               IF SavedOperatorId = SPACES
                   MOVE 'N' TO BatchAccepted
                   MOVE SPACES TO BounceDetailLine
                   MOVE "NO OPERATOR ID ON BATCH HEADER"
                     TO BounceReasonText
                   PERFORM 7500-WRITE-BOUNCE-LINE
               END-IF
           END-IF
           .

               IF TranEffectiveDate NOT NUMERIC
                   MOVE "INVALID EFFECTIVE DATE" TO BounceReason
               ELSE
                   PERFORM 5550-CHECK-REQUISITION
               END-IF
               IF BounceReason = SPACES
                   PERFORM 5560-CHECK-MANAGER-NUMBER
               END-IF
               IF BounceReason = SPACES
                   PERFORM 5600-CHECK-EMPLOYEE-SEQUENCE
               END-IF
           END-IF
           IF BounceReason = SPACES
               ADD 1 TO TransactionsAccepted
               ADD 1 TO CleanTranCount
               MOVE SavedOperatorId TO TranEnteredBy
               MOVE SPACES          TO TranApprovedBy
               MOVE TransactionRecord
                 TO CleanTranImage(CleanTranCount)
               MOVE SPACES TO CleanTranReasons(CleanTranCount)
               IF ChangeTransaction
                   PERFORM 5800-CHECK-APPROVAL-NEEDED
               END-IF
           ELSE
               ADD 1 TO TransactionsBounced
               MOVE SPACES TO BounceDetailLine
           END-IF
           .

      * Every hire must quote the requisition it fills; the
      * master update checks it against Positions.dat.
       5550-CHECK-REQUISITION.
           IF TranRequisition NOT NUMERIC
               MOVE "INVALID REQUISITION NUMBER" TO BounceReason
           ELSE
               IF AddTransaction AND TranNoRequisition
                   MOVE "NO REQUISITION QUOTED ON ADD"
                     TO BounceReason
               END-IF
           END-IF
           .

      * The master update checks the manager is an active
      * employee and that no reporting loop is made; here the
      * number need only be numeric and not the employee's own.
       5560-CHECK-MANAGER-NUMBER.
           IF NOT DeleteTransaction
               IF TranManagerNumber NOT NUMERIC
                   MOVE "INVALID MANAGER NUMBER" TO BounceReason
               ELSE
                   IF TranManagerNumber = TranEmpNumber
                       MOVE "EMPLOYEE CANNOT REPORT TO SELF"
                         TO BounceReason
                   END-IF
               END-IF
           END-IF
           .

       5600-CHECK-EMPLOYEE-SEQUENCE.
           MOVE 'Y' TO SequenceValid
           SET EmpSeqIndex TO 1
           END-IF
           .

       5800-CHECK-APPROVAL-NEEDED.
      * A change is parked when it moves the salary by more than
      * the run-control percentage of the current salary, or
      * changes the grade or the status. A change for someone
      * not on the master is left for the master update to
      * reject.
           IF EmployeeMasterOpen
               MOVE TranEmpNumber TO EmpNumber
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 5850-SET-PARK-REASONS
               END-READ
           END-IF
           .

       5850-SET-PARK-REASONS.
           MOVE SPACES TO ParkReasons
           IF TranSalary NUMERIC
               COMPUTE SalaryMovement = TranSalary - EmpSalary
               IF SalaryMovement < ZERO
                   MULTIPLY -1 BY SalaryMovement
               END-IF
               COMPUTE SalaryMovementLimit ROUNDED =
                   EmpSalary * ApprovalPercent / 100
               IF SalaryMovement > SalaryMovementLimit
                   MOVE 'S' TO ParkSalaryFlag
               END-IF
           END-IF
           IF TranJobGrade NOT = EmpJobGrade
               MOVE 'G' TO ParkGradeFlag
           END-IF
           IF NOT TranStatusUnchanged
           AND TranStatus NOT = EmpStatus
               MOVE 'T' TO ParkStatusFlag
           END-IF
           MOVE ParkReasons TO CleanTranReasons(CleanTranCount)
           MOVE EmpSalary   TO CleanTranOldSalary(CleanTranCount)
           MOVE EmpJobGrade TO CleanTranOldGrade(CleanTranCount)
           MOVE EmpStatus   TO CleanTranOldStatus(CleanTranCount)
           .

       6000-BALANCE-BATCH.
           IF ExpectingHeader
               MOVE 'N' TO BatchAccepted
           .

       7100-WRITE-CLEAN-TRANSACTION.
           IF CleanTranNotParked(WriteTableIndex)
               MOVE CleanTranImage(WriteTableIndex)
                 TO CleanTransactionRecord
               WRITE CleanTransactionRecord
           ELSE
               PERFORM 7200-PARK-TRANSACTION
           END-IF
           .

       7200-PARK-TRANSACTION.
           MOVE CleanTranImage(WriteTableIndex) TO TransactionRecord
           MOVE SPACES TO ApprovalRecord
           MOVE RunControlDate   TO ApprovalParkedDate
           MOVE SavedBatchNumber TO ApprovalBatchNumber
           MOVE WriteTableIndex  TO ApprovalBatchSeq
           SET ApprovalParked TO TRUE
           MOVE CleanTranReasons(WriteTableIndex) TO ApprovalReasons
           MOVE TranEmpNumber    TO ApprovalEmpNumber
           MOVE TranEnteredBy    TO ApprovalEnteredBy
           MOVE ZERO TO ApprovalDecisionDate
           MOVE ZERO TO ApprovalReleasedDate
           MOVE CleanTranOldSalary(WriteTableIndex)
             TO ApprovalOldSalary
           MOVE CleanTranOldGrade(WriteTableIndex)
             TO ApprovalOldJobGrade
           MOVE CleanTranOldStatus(WriteTableIndex)
             TO ApprovalOldStatus
           MOVE TransactionRecord TO ApprovalTranImage
           SUBTRACT 1 FROM TransactionsAccepted
           MOVE SPACES TO BounceDetailLine
           MOVE TranCode      TO BounceTranCode
           MOVE TranEmpNumber TO BounceEmpNumber
           WRITE ApprovalRecord
               INVALID KEY
                   MOVE "ALREADY PARKED - NOT PARKED AGAIN"
                     TO BounceReasonText
               NOT INVALID KEY
                   ADD 1 TO TransactionsParked
                   MOVE ApprovalReasons TO ParkedTextReasons
                   MOVE ParkedReasonText TO BounceReasonText
           END-WRITE
           PERFORM 7500-WRITE-BOUNCE-LINE
           .

       7600-RELEASE-APPROVED-CHANGES.
      * Changes approved since the last run go out ahead of
      * tonight's batch, whether or not the batch balances.
           MOVE 'N' TO EndOfApprovalFile
           MOVE LOW-VALUES TO ApprovalKey
           START ApprovalFile KEY IS NOT LESS THAN ApprovalKey
               INVALID KEY SET NoMoreApprovals TO TRUE
               NOT INVALID KEY PERFORM 7610-READ-APPROVAL
           END-START
           PERFORM 7620-RELEASE-ONE-APPROVAL
               UNTIL NoMoreApprovals
           .

       7610-READ-APPROVAL.
           READ ApprovalFile NEXT RECORD
               AT END SET NoMoreApprovals TO TRUE
           END-READ
           .

       7620-RELEASE-ONE-APPROVAL.
           IF ApprovalApproved
               MOVE ApprovalTranImage TO CleanTransactionRecord
               WRITE CleanTransactionRecord
               SET ApprovalReleased TO TRUE
               MOVE RunControlDate TO ApprovalReleasedDate
               REWRITE ApprovalRecord
                   INVALID KEY
                       DISPLAY "Approvals.dat rewrite failed - "
                               "status " ApprovalFileStatus
               END-REWRITE
               ADD 1 TO ApprovedChangesReleased
               MOVE ApprovalTranImage TO TransactionRecord
               MOVE SPACES TO BounceDetailLine
               MOVE TranCode      TO BounceTranCode
               MOVE TranEmpNumber TO BounceEmpNumber
               MOVE ApprovalDecidedBy TO ReleasedTextApprover
               MOVE ReleasedReasonText TO BounceReasonText
               PERFORM 7500-WRITE-BOUNCE-LINE
           END-IF
           PERFORM 7610-READ-APPROVAL
           .

       7500-WRITE-BOUNCE-LINE.
           MOVE TransactionsBounced TO EditTotalValue
           MOVE EditTotalLine TO EditLine
           WRITE EditLine
           MOVE "PARKED FOR APPROVAL...: " TO EditTotalLabel
           MOVE TransactionsParked TO EditTotalValue
           MOVE EditTotalLine TO EditLine
           WRITE EditLine
           MOVE "APPROVED CHANGES OUT..: " TO EditTotalLabel
           MOVE ApprovedChangesReleased TO EditTotalValue
           MOVE EditTotalLine TO EditLine
           WRITE EditLine
           IF BatchIsAcceptable
               DISPLAY "Batch " SavedBatchNumber " balanced - "
                       TransactionsAccepted " transactions released, "
                       TransactionsParked " parked for approval"
           ELSE
               DISPLAY "Batch " SavedBatchNumber
                       " REJECTED - see TRANEDIT.PRT"
           END-IF
           IF ApprovedChangesReleased > ZERO
               DISPLAY ApprovedChangesReleased
                       " approved changes released"
           END-IF
           IF EmployeeMasterOpen
               CLOSE EmployeeFile
           END-IF
           CLOSE BatchFile CleanTransactionFile EditReport
                 ApprovalFile
           .

       9999-EXIT.
           EXIT
           .

       COPY "RUNCTL.CPY".
