       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-58.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT BankHoldFile ASSIGN TO "BankHold.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BankHoldEmpNumber
                 FILE STATUS IS BankHoldFileStatus.

          SELECT BankFile ASSIGN TO "BankAcct.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BankEmpNumber
                 FILE STATUS IS BankFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT BankAuditInFile ASSIGN TO "BankAudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankAuditInStatus.

          SELECT BankAuditFile ASSIGN TO "BankAudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS BankAuditOutStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BankHoldFile.
           COPY 'BANKHOLD.CPY'.

       FD BankFile.
           COPY 'BANKACCT.CPY'.

       FD EmployeeFile.
           COPY 'EMPLOYEE.CPY'.

       FD BankAuditInFile.
       01 BankAuditInRecord         PIC X(122).

       FD BankAuditFile.
           COPY 'BANKAUD.CPY'.

       WORKING-STORAGE SECTION.
       01 BankHoldFileStatus        PIC X(02).
       01 BankFileStatus            PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 BankAuditInStatus         PIC X(02).
       01 BankAuditOutStatus        PIC X(02).

       01 OperatorId                PIC X(08) VALUE SPACES.
       01 TodayDate                 PIC 9(08) VALUE ZERO.
       01 TodayTime                 PIC 9(08) VALUE ZERO.
       01 EntryEmpNumber            PIC 9(09) VALUE ZEROES.
       01 EntryContactName          PIC X(20) VALUE SPACES.
       01 EntryContactPhone         PIC X(15) VALUE SPACES.

       01 EmployeeAvailable         PIC X(01) VALUE 'Y'.
           88 EmployeesOnFile         VALUE 'Y'.
       01 EndOfVerification         PIC X(01) VALUE 'N'.
           88 NoMoreVerification      VALUE 'Y'.
       01 HoldReady                 PIC X(01) VALUE 'N'.
           88 HoldCanBeVerified       VALUE 'Y'.
       01 EndOfBankAudit            PIC X(01) VALUE 'N'.
           88 NoMoreBankAudit         VALUE 'Y'.
       01 PreviousFound             PIC X(01) VALUE 'N'.
           88 PreviousAccountFound    VALUE 'Y'.

       01 OutcomeReply              PIC X(01) VALUE SPACE.
           88 ConfirmedReply          VALUE 'C'.
           88 RejectedReply           VALUE 'R'.
           88 SkipReply               VALUE 'S'.

      * The audit record read back when a change is rejected,
      * and the account it replaced.
       01 AuditReadRecord.
           05 AuditReadJobName      PIC X(10).
           05 AuditReadRunDate      PIC 9(08).
           05 AuditReadRunTime      PIC 9(08).
           05 AuditReadActionCode   PIC X(01).
           05 AuditReadEmpNumber    PIC 9(09).
           05 AuditReadBeforeImage  PIC X(43).
           05 AuditReadAfterImage   PIC X(43).
       01 PreviousBankImage         PIC X(43) VALUE SPACES.
       01 SavedBeforeImage          PIC X(43) VALUE SPACES.
       01 SavedAfterImage           PIC X(43) VALUE SPACES.

       01 ChangesVerified           PIC 9(05) COMP VALUE ZERO.
       01 ChangesRejected           PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
           DISPLAY "Your operator id: " WITH NO ADVANCING
           ACCEPT OperatorId
           IF OperatorId = SPACES
               DISPLAY "No operator id entered - verification ended"
               STOP RUN
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           PERFORM 100000-OpenBankFiles
           PERFORM 200000-VerifyOneChange
               UNTIL NoMoreVerification
           IF EmployeesOnFile
               CLOSE EmployeeFile
           END-IF
           CLOSE BankHoldFile BankFile
           DISPLAY "Changes verified.........: " ChangesVerified
           DISPLAY "Changes rejected.........: " ChangesRejected
           DISPLAY "Bank change verification ended"
           STOP RUN
           .

       100000-OpenBankFiles.
           OPEN I-O BankHoldFile
           IF BankHoldFileStatus = "35"
               DISPLAY "No bank detail changes are held"
               STOP RUN
           END-IF
           IF BankHoldFileStatus NOT = "00"
               DISPLAY "Unable to open BankHold.dat - status "
                       BankHoldFileStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O BankFile
           IF BankFileStatus NOT = "00"
               DISPLAY "Unable to open BankAcct.dat - status "
                       BankFileStatus
               CLOSE BankHoldFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Employee.dat not available - names not shown"
               MOVE 'N' TO EmployeeAvailable
           END-IF
           .

       200000-VerifyOneChange.
           DISPLAY "-------------------------------------------"
           DISPLAY "Employee number (0 to finish): "
               WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           IF EntryEmpNumber = ZERO
               SET NoMoreVerification TO TRUE
           ELSE
               PERFORM 210000-FindHeldChange
               IF HoldCanBeVerified
                   PERFORM 220000-ShowHeldChange
                   PERFORM 230000-RecordCallback
               END-IF
           END-IF
           .

      * The operator who keyed the change may not verify it.
       210000-FindHeldChange.
           MOVE 'N' TO HoldReady
           MOVE EntryEmpNumber TO BankHoldEmpNumber
           READ BankHoldFile KEY IS BankHoldEmpNumber
               INVALID KEY
                   DISPLAY "No bank change held for " EntryEmpNumber
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT BankHoldPending
                           DISPLAY "Bank change for " EntryEmpNumber
                                   " is not awaiting a callback"
                       WHEN BankHoldChangedBy = OperatorId
                           DISPLAY "You made this change - another "
                                   "operator must verify it"
                       WHEN OTHER
                           MOVE 'Y' TO HoldReady
                   END-EVALUATE
           END-READ
           IF HoldCanBeVerified
               MOVE EntryEmpNumber TO BankEmpNumber
               READ BankFile KEY IS BankEmpNumber
                   INVALID KEY
                       MOVE 'N' TO HoldReady
                       DISPLAY "No bank details on file for "
                               EntryEmpNumber
               END-READ
           END-IF
           .

       220000-ShowHeldChange.
           IF EmployeesOnFile
               MOVE EntryEmpNumber TO EmpNumber
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       DISPLAY "Employee " EntryEmpNumber
                               " is not on the Employee master"
                   NOT INVALID KEY
                       DISPLAY "Employee " EmpNumber " "
                               EmpForename " " EmpSurname
               END-READ
           END-IF
           DISPLAY "  New sort code.......: " BankSortCode
           DISPLAY "  New account number..: " BankAccountNumber
           DISPLAY "  Account name........: " BankAccountName
           DISPLAY "  Changed on..........: " BankHoldLatestDate
                   " by " BankHoldChangedBy
           DISPLAY "  Changes since last..: " BankHoldChangeCount
           DISPLAY "  Cooling-off until...: " BankHoldUntilDate
           IF BankHoldHasPrevious
               DISPLAY "  Previous account is paid until released"
           ELSE
               DISPLAY "  No previous account - pay is held"
           END-IF
           DISPLAY "Call the employee on the number held by HR - "
                   "never on one given with the change"
           .

       230000-RecordCallback.
           MOVE SPACES TO EntryContactName
           MOVE SPACES TO EntryContactPhone
           DISPLAY "Person spoken to: " WITH NO ADVANCING
           ACCEPT EntryContactName
           DISPLAY "Number called: " WITH NO ADVANCING
           ACCEPT EntryContactPhone
           IF EntryContactName = SPACES
           OR EntryContactPhone = SPACES
               DISPLAY "Callback not recorded - person and number "
                       "are both required"
           ELSE
               MOVE SPACE TO OutcomeReply
               PERFORM 240000-GetOutcome
                   UNTIL ConfirmedReply OR RejectedReply OR SkipReply
               EVALUATE TRUE
                   WHEN ConfirmedReply PERFORM 300000-ConfirmChange
                   WHEN RejectedReply  PERFORM 400000-RejectChange
                   WHEN OTHER
                       DISPLAY "Change left on hold"
               END-EVALUATE
           END-IF
           .

       240000-GetOutcome.
           DISPLAY "Employee (C)onfirmed, (R)ejected the change, "
                   "or (S)kip: " WITH NO ADVANCING
           ACCEPT OutcomeReply
           IF NOT (ConfirmedReply OR RejectedReply OR SkipReply)
               DISPLAY "Enter C, R or S"
           END-IF
           .

       250000-StampCallback.
           ACCEPT TodayTime FROM TIME
           MOVE OperatorId        TO BankHoldVerifiedBy
           MOVE TodayDate         TO BankHoldVerifiedDate
           MOVE TodayTime         TO BankHoldVerifiedTime
           MOVE EntryContactName  TO BankHoldContactName
           MOVE EntryContactPhone TO BankHoldContactPhone
           .

       300000-ConfirmChange.
           SET BankHoldVerified TO TRUE
           PERFORM 250000-StampCallback
           REWRITE BankHoldRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           BankHoldFileStatus
               NOT INVALID KEY
                   ADD 1 TO ChangesVerified
                   IF TodayDate < BankHoldUntilDate
                       DISPLAY "Change verified - new account paid "
                               "from " BankHoldUntilDate
                   ELSE
                       DISPLAY "Change verified - new account paid "
                               "from the next extract"
                   END-IF
           END-REWRITE
           .

      * A change the employee did not ask for is put back: the
      * account it replaced is restored from BankAudit.dat, or
      * the bank details are removed if there was none, and
      * the reversal is audited like any other maintenance.
       400000-RejectChange.
           MOVE BankAccountRecord TO SavedBeforeImage
           IF BankHoldHasPrevious
               PERFORM 410000-FindPreviousAccount
               IF PreviousAccountFound
                   MOVE PreviousBankImage TO BankAccountRecord
                   REWRITE BankAccountRecord
                       INVALID KEY
                           DISPLAY "BankAcct.dat rewrite failed - "
                                   "status " BankFileStatus
                       NOT INVALID KEY
                           MOVE 'C' TO BankAuditActionCode
                           MOVE BankAccountRecord TO SavedAfterImage
                           PERFORM 450000-WriteBankAudit
                           SET BankHoldRejected TO TRUE
                           PERFORM 480000-RewriteRejectedHold
                           DISPLAY "Change rejected - previous account "
                                   "restored"
                   END-REWRITE
               ELSE
                   DISPLAY "Previous account not found on "
                           "BankAudit.dat - change left on hold"
               END-IF
           ELSE
               DELETE BankFile RECORD
                   INVALID KEY
                       DISPLAY "BankAcct.dat delete failed - status "
                               BankFileStatus
                   NOT INVALID KEY
                       MOVE 'D' TO BankAuditActionCode
                       MOVE SPACES TO SavedAfterImage
                       PERFORM 450000-WriteBankAudit
                       SET BankHoldDeleted TO TRUE
                       PERFORM 480000-RewriteRejectedHold
                       DISPLAY "Change rejected - bank details removed"
               END-DELETE
           END-IF
           .

       410000-FindPreviousAccount.
           MOVE 'N' TO PreviousFound
           MOVE 'N' TO EndOfBankAudit
           OPEN INPUT BankAuditInFile
           IF BankAuditInStatus = "00"
               PERFORM 420000-ReadBankAudit
               PERFORM 430000-CheckAuditRecord
                   UNTIL NoMoreBankAudit OR PreviousAccountFound
               CLOSE BankAuditInFile
           END-IF
           .

       420000-ReadBankAudit.
           READ BankAuditInFile
               AT END SET NoMoreBankAudit TO TRUE
           END-READ
           .

       430000-CheckAuditRecord.
           MOVE BankAuditInRecord TO AuditReadRecord
           IF AuditReadEmpNumber = BankHoldEmpNumber
           AND AuditReadRunDate = BankHoldAuditDate
           AND AuditReadRunTime = BankHoldAuditTime
           AND AuditReadActionCode = 'C'
               MOVE AuditReadBeforeImage TO PreviousBankImage
               SET PreviousAccountFound TO TRUE
           ELSE
               PERFORM 420000-ReadBankAudit
           END-IF
           .

       450000-WriteBankAudit.
           OPEN EXTEND BankAuditFile
           MOVE "LISTING758" TO BankAuditJobName
           ACCEPT BankAuditRunDate FROM DATE YYYYMMDD
           ACCEPT BankAuditRunTime FROM TIME
           MOVE EntryEmpNumber   TO BankAuditEmpNumber
           MOVE SavedBeforeImage TO BankAuditBeforeImage
           MOVE SavedAfterImage  TO BankAuditAfterImage
           WRITE BankAuditRecord
           CLOSE BankAuditFile
           .

       480000-RewriteRejectedHold.
           PERFORM 250000-StampCallback
           REWRITE BankHoldRecord
               INVALID KEY
                   DISPLAY "BankHold.dat rewrite failed - status "
                           BankHoldFileStatus
               NOT INVALID KEY
                   ADD 1 TO ChangesRejected
           END-REWRITE
           .
