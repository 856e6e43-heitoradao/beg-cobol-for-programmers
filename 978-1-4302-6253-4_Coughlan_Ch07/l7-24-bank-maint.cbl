          SELECT BankAuditFile ASSIGN TO "BankAudit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT BankHoldFile ASSIGN TO "BankHold.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BankHoldEmpNumber
                 FILE STATUS IS BankHoldFileStatus.

          SELECT RunParmFile ASSIGN TO "RunParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunParmFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BankFile.
       FD BankAuditFile.
           COPY 'BANKAUD.CPY'.

       FD BankHoldFile.
           COPY 'BANKHOLD.CPY'.

       FD RunParmFile.
           COPY 'RUNPARM.CPY'.

       WORKING-STORAGE SECTION.
       01 BankFileStatus         PIC X(02).
       01 EmployeeFileStatus     PIC X(02).
       01 BankHoldFileStatus     PIC X(02).
       01 RunParmFileStatus      PIC X(02).
       01 EndOfBankFile          PIC X(01) VALUE 'N'.
           88 NoMoreBankRecords    VALUE 'Y'.

       01 DigitWeight            PIC 9(01) COMP VALUE ZERO.

       01 SavedBeforeImage       PIC X(43) VALUE SPACES.
       01 SavedBeforeDetails REDEFINES SavedBeforeImage.
           05 SavedBeforeEmpNumber
                                 PIC 9(09).
           05 SavedBeforeSortCode
                                 PIC 9(06).
           05 SavedBeforeAccountNo
                                 PIC 9(08).
           05 FILLER             PIC X(20).
       01 SavedAfterImage        PIC X(43) VALUE SPACES.

       01 OperatorId             PIC X(08) VALUE SPACES.
       01 TodayDate              PIC 9(08) VALUE ZEROES.
       01 HoldUntilDate          PIC 9(08) VALUE ZEROES.
       01 ChangeStampDate        PIC 9(08) VALUE ZEROES.
       01 ChangeStampTime        PIC 9(08) VALUE ZEROES.
       01 HoldRecordFound        PIC X(01) VALUE 'N'.
           88 HoldOnFile           VALUE 'Y'.

       COPY 'DAYWORK.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-RUN-CONTROL
           DISPLAY "Your operator id: " WITH NO ADVANCING
           ACCEPT OperatorId
           IF OperatorId = SPACES
               DISPLAY "No operator id entered - maintenance ended"
               STOP RUN
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           ADD BankHoldDays TO DayCalcNumber
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO HoldUntilDate
           PERFORM 100000-OpenBankFile
           PERFORM 110000-OpenBankHoldFile
           OPEN EXTEND BankAuditFile
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE BankFile BankAuditFile BankHoldFile
           DISPLAY "Bank details maintenance ended"
           STOP RUN
           .
           END-IF
           .

      * A change to bank details cannot be made unless it can
      * also be held, so the extract never pays a new account
      * that nobody has verified.
       110000-OpenBankHoldFile.
           OPEN I-O BankHoldFile
           IF BankHoldFileStatus = "35"
               OPEN OUTPUT BankHoldFile
               CLOSE BankHoldFile
               OPEN I-O BankHoldFile
           END-IF
           IF BankHoldFileStatus NOT = "00"
               DISPLAY "Unable to open BankHold.dat - status "
                       BankHoldFileStatus
               CLOSE BankFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(A)dd, (C)hange, (D)elete, (L)ist, "
                           MOVE BankAccountRecord
                             TO SavedAfterImage
                           PERFORM 800000-WriteBankAuditRecord
                           PERFORM 750000-HoldReAddedDetails
                   END-WRITE
               END-IF
           END-IF
                               MOVE BankAccountRecord
                                 TO SavedAfterImage
                               PERFORM 800000-WriteBankAuditRecord
                               IF BankSortCode NOT = SavedBeforeSortCode
                               OR BankAccountNumber
                                  NOT = SavedBeforeAccountNo
                                   PERFORM 700000-HoldBankChange
                               END-IF
                       END-REWRITE
                   END-IF
           END-READ
                           MOVE 'D' TO BankAuditActionCode
                           MOVE SPACES TO SavedAfterImage
                           PERFORM 800000-WriteBankAuditRecord
                           PERFORM 760000-RecordDeletedDetails
                   END-DELETE
           END-READ
           .
           PERFORM 610000-ReadBankRecord
           .

      * A new sort code or account number is held. The hold
      * keeps the audit key of the first change since the
      * account was last verified, so the account paid while
      * the hold lasts is always the last one verified.
       700000-HoldBankChange.
           PERFORM 780000-ReadBankHold
           EVALUATE TRUE
               WHEN NOT HoldOnFile
                   PERFORM 710000-StartNewHold
               WHEN BankHoldPending
                   CONTINUE
               WHEN BankHoldVerified
                AND TodayDate < BankHoldUntilDate
                   CONTINUE
               WHEN OTHER
                   PERFORM 710000-StartNewHold
           END-EVALUATE
           PERFORM 720000-MarkChangeHeld
           .

       710000-StartNewHold.
           MOVE EntryEmpNumber  TO BankHoldEmpNumber
           MOVE ChangeStampDate TO BankHoldAuditDate
           MOVE ChangeStampTime TO BankHoldAuditTime
           MOVE ZERO TO BankHoldChangeCount
           SET BankHoldHasPrevious TO TRUE
           .

       720000-MarkChangeHeld.
           SET BankHoldPending TO TRUE
           MOVE ChangeStampDate TO BankHoldLatestDate
           MOVE ChangeStampTime TO BankHoldLatestTime
           MOVE HoldUntilDate   TO BankHoldUntilDate
           ADD 1 TO BankHoldChangeCount
           MOVE OperatorId      TO BankHoldChangedBy
           MOVE SPACES TO BankHoldVerifiedBy
           MOVE ZEROES TO BankHoldVerifiedDate
           MOVE ZEROES TO BankHoldVerifiedTime
           MOVE SPACES TO BankHoldContactName
           MOVE SPACES TO BankHoldContactPhone
           PERFORM 790000-WriteBankHold
           DISPLAY "Change held until " HoldUntilDate
                   " and until a callback is recorded"
           IF BankHoldHasPrevious
               DISPLAY "The previous account is paid meanwhile"
           ELSE
               DISPLAY "No previous account - pay is held meanwhile"
           END-IF
           .

      * Bank details deleted and then added again are held as
      * a change, with no previous account to pay.
       750000-HoldReAddedDetails.
           PERFORM 780000-ReadBankHold
           IF HoldOnFile
           AND BankHoldDeleted
               PERFORM 720000-MarkChangeHeld
           END-IF
           .

       760000-RecordDeletedDetails.
           PERFORM 780000-ReadBankHold
           MOVE EntryEmpNumber  TO BankHoldEmpNumber
           SET BankHoldDeleted TO TRUE
           SET BankHoldNoPrevious TO TRUE
           MOVE ChangeStampDate TO BankHoldAuditDate
           MOVE ChangeStampTime TO BankHoldAuditTime
           MOVE ChangeStampDate TO BankHoldLatestDate
           MOVE ChangeStampTime TO BankHoldLatestTime
           MOVE ZEROES TO BankHoldUntilDate
           MOVE ZERO TO BankHoldChangeCount
           MOVE OperatorId      TO BankHoldChangedBy
           MOVE SPACES TO BankHoldVerifiedBy
           MOVE ZEROES TO BankHoldVerifiedDate
           MOVE ZEROES TO BankHoldVerifiedTime
           MOVE SPACES TO BankHoldContactName
           MOVE SPACES TO BankHoldContactPhone
           PERFORM 790000-WriteBankHold
           .

       780000-ReadBankHold.
           MOVE 'N' TO HoldRecordFound
           MOVE EntryEmpNumber TO BankHoldEmpNumber
           READ BankHoldFile KEY IS BankHoldEmpNumber
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO HoldRecordFound
           END-READ
           .

       790000-WriteBankHold.
           IF HoldOnFile
               REWRITE BankHoldRecord
                   INVALID KEY
                       DISPLAY "BankHold.dat rewrite failed - status "
                               BankHoldFileStatus
               END-REWRITE
           ELSE
               WRITE BankHoldRecord
                   INVALID KEY
                       DISPLAY "BankHold.dat write failed - status "
                               BankHoldFileStatus
               END-WRITE
           END-IF
           .

       800000-WriteBankAuditRecord.
           MOVE "LISTING724" TO BankAuditJobName
           ACCEPT BankAuditRunDate FROM DATE YYYYMMDD
           ACCEPT BankAuditRunTime FROM TIME
           MOVE BankAuditRunDate TO ChangeStampDate
           MOVE BankAuditRunTime TO ChangeStampTime
           MOVE EntryEmpNumber   TO BankAuditEmpNumber
           MOVE SavedBeforeImage TO BankAuditBeforeImage
           MOVE SavedAfterImage  TO BankAuditAfterImage
           WRITE BankAuditRecord
           .

       COPY 'RUNCTL.CPY'.
       COPY 'DAYCALC.CPY'.
