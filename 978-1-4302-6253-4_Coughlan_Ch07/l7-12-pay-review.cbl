          SELECT AuditFile ASSIGN TO "Audit.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT SalaryBandFile ASSIGN TO "Bands.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BandJobGrade
                 FILE STATUS IS SalaryBandFileStatus.

          SELECT OPTIONAL SalaryHistoryFile ASSIGN TO "SalHist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT LetterReqFile ASSIGN TO "LetterReq.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LtrReqKey
                 FILE STATUS IS LetterReqFileStatus.

          SELECT OPTIONAL RunLockFile ASSIGN TO "RunLock.dat"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS RunLockFileStatus.
       FD AuditFile.
           COPY "AUDIT.CPY".

       FD SalaryBandFile.
           COPY "BANDREC.CPY".

       FD SalaryHistoryFile.
           COPY "SALHIST.CPY".

       FD LetterReqFile.
           COPY "LTRREQ.CPY".

       FD RunLockFile.
           COPY "RUNLOCK.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 RateFileStatus            PIC X(02).
       01 SalaryBandFileStatus      PIC X(02).
       01 RunLockFileStatus         PIC X(02).
       01 LetterReqFileStatus       PIC X(02).
       01 LetterFileState           PIC X(01) VALUE 'N'.
           88 LetterFileIsOpen        VALUE 'Y'.
       01 RunLockJobTitle           PIC X(10) VALUE "LISTING712".
       01 EndOfRateFile             PIC X(01) VALUE 'N'.
           88 NoMoreRateRecords       VALUE 'Y'.
       01 TrialRunOption            PIC X(01) VALUE 'Y'.
           88 MasterUpdateRun         VALUE 'N'.

      * The award is normally agreed before the run, but when
      * it is settled late the date it should have taken
      * effect is keyed here and the arrears run pays the
      * back pay owed from that date.
       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 AwardEffectiveEntry       PIC X(08) VALUE SPACES.
       01 AwardEffectiveDate        PIC 9(08) VALUE ZERO.

       01 GradeRateTable.
           05 GradeRateEntry OCCURS 99 TIMES.
               10 GradeIncreaseType  PIC X(01).
       01 EmployeesReviewed         PIC 9(07) COMP VALUE ZERO.
       01 EmployeesIncreased        PIC 9(07) COMP VALUE ZERO.
       01 EmployeesNoRate           PIC 9(07) COMP VALUE ZERO.
       01 EmployeesOutOfBand        PIC 9(07) COMP VALUE ZERO.
       01 LettersRequested          PIC 9(07) COMP VALUE ZERO.
       01 LettersAlreadyRequested   PIC 9(07) COMP VALUE ZERO.
       01 LetterRequestDate         PIC 9(08) VALUE ZERO.

      * The award is applied even when it takes the salary
      * outside the band for the grade; the register flags it
      * for the reward team to review.
       01 BandFlag                  PIC X(10) VALUE SPACES.
           88 NewSalaryInBand         VALUE SPACES.

       COPY 'BANDTBL.CPY'.

       01 NewSalary                 PIC 9(07)V99 VALUE ZERO.
       01 SalaryIncrease            PIC 9(07)V99 VALUE ZERO.
       01 SavedBeforeImage          PIC X(87).

       01 DeptTotalsTable.
           05 DeptTotalsEntry OCCURS 50 TIMES
           05 FILLER                PIC X(14) VALUE "    OLD SALARY".
           05 FILLER                PIC X(14) VALUE "    NEW SALARY".
           05 FILLER                PIC X(14) VALUE "      INCREASE".
           05 FILLER                PIC X(12) VALUE "  BAND".
       01 RegisterDetailLine.
           05 RegDetailEmpNumber    PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegDetailNewSalary    PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegDetailIncrease     PIC Z,ZZZ,ZZ9.99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegDetailBandFlag     PIC X(10).
       01 DeptTotalHeadingLine.
           05 FILLER                PIC X(30)
              VALUE "INCREASE TOTALS BY DEPARTMENT".
           DISPLAY "Trial run only - print register without "
                   "updating the master (Y/N): " WITH NO ADVANCING
           ACCEPT TrialRunOption
           ACCEPT RunDate FROM DATE YYYYMMDD
           DISPLAY "Date the award takes effect (YYYYMMDD, "
                   "blank for today): " WITH NO ADVANCING
           ACCEPT AwardEffectiveEntry
           IF AwardEffectiveEntry = SPACES
               MOVE RunDate TO AwardEffectiveDate
           ELSE
               IF AwardEffectiveEntry NOT NUMERIC
                   DISPLAY "Effective date must be eight digits"
                   DISPLAY "Pay review abandoned - master not updated"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE AwardEffectiveEntry TO AwardEffectiveDate
           END-IF
           IF AwardEffectiveDate > RunDate
               DISPLAY "Effective date " AwardEffectiveDate
                       " is still to come - run the review then"
               DISPLAY "Pay review abandoned - master not updated"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO GradeRateTable
           MOVE SPACES TO DeptTotalsTable
           PERFORM 1500-LOAD-RATE-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           PERFORM CLAIM-RUN-LOCK
           OPEN I-O EmployeeFile
           IF EmployeeFileStatus NOT = "00"
           END-IF
           OPEN OUTPUT ReviewRegister
           OPEN EXTEND AuditFile
           IF MasterUpdateRun
               OPEN EXTEND SalaryHistoryFile
               MOVE RunDate TO LetterRequestDate
               PERFORM OPEN-LETTER-REQUEST-FILE
           END-IF
           IF NOT MasterUpdateRun
               MOVE "*** TRIAL RUN - NO UPDATE ***"
                 TO HeadingRunMode
                   + GradeIncreaseValue(EmpJobGrade)
           END-IF
           COMPUTE SalaryIncrease = NewSalary - EmpSalary
           PERFORM 3500-CHECK-SALARY-BAND
           PERFORM 4000-WRITE-REGISTER-LINE
           PERFORM 5000-ACCUMULATE-DEPT-TOTALS
           IF MasterUpdateRun
                   NOT INVALID KEY
                       ADD 1 TO EmployeesIncreased
                       PERFORM 6000-WRITE-AUDIT-RECORD
                       PERFORM 6500-WRITE-SALARY-HISTORY
                       PERFORM 6700-REQUEST-LETTER
               END-REWRITE
           ELSE
               ADD 1 TO EmployeesIncreased
           END-IF
           .

       3500-CHECK-SALARY-BAND.
           MOVE SPACES TO BandFlag
           SET BandTableIndex TO 1
           SEARCH BandTableEntry
               AT END
                   MOVE "NO BAND" TO BandFlag
               WHEN BandTableGrade(BandTableIndex) = ZERO
                   MOVE "NO BAND" TO BandFlag
               WHEN BandTableGrade(BandTableIndex) = EmpJobGrade
                   IF NewSalary < BandTableMinimum(BandTableIndex)
                       MOVE "BELOW MIN" TO BandFlag
                   END-IF
                   IF NewSalary > BandTableMaximum(BandTableIndex)
                       MOVE "ABOVE MAX" TO BandFlag
                   END-IF
           END-SEARCH
           IF NOT NewSalaryInBand
               ADD 1 TO EmployeesOutOfBand
           END-IF
           .

       4000-WRITE-REGISTER-LINE.
           MOVE SPACES TO RegisterDetailLine
           MOVE EmpNumber      TO RegDetailEmpNumber
           MOVE EmpSalary      TO RegDetailOldSalary
           MOVE NewSalary      TO RegDetailNewSalary
           MOVE SalaryIncrease TO RegDetailIncrease
           MOVE BandFlag       TO RegDetailBandFlag
           MOVE SPACES TO RegisterLine
           MOVE RegisterDetailLine TO RegisterLine
           WRITE RegisterLine
           MOVE EmpNumber TO AuditEmpNumber
           MOVE SavedBeforeImage TO AuditBeforeImage
           MOVE EmployeeDetails TO AuditAfterImage
           MOVE SPACES TO AuditAuthorisation
           WRITE AuditRecord
           .

      * An award cannot take effect before the employee was
      * hired - the arrears would run back before the first
      * day's pay.
       6500-WRITE-SALARY-HISTORY.
           MOVE EmpNumber          TO SalHistEmpNumber
           IF AwardEffectiveDate < EmpHireDate
               MOVE EmpHireDate TO SalHistEffectiveDate
           ELSE
               MOVE AwardEffectiveDate TO SalHistEffectiveDate
           END-IF
           MOVE RunDate            TO SalHistRecordedDate
           ACCEPT SalHistRecordedTime FROM TIME
           MOVE EmpDeptCode        TO SalHistDeptCode
           MOVE EmpPayGroup        TO SalHistPayGroup
           COMPUTE SalHistOldSalary = NewSalary - SalaryIncrease
           MOVE NewSalary          TO SalHistNewSalary
           MOVE "LISTING712"       TO SalHistJobName
           IF SalHistEffectiveDate < RunDate
               MOVE 'Y' TO SalHistBackdated
           ELSE
               MOVE 'N' TO SalHistBackdated
           END-IF
           WRITE SalaryHistoryRecord
           .

      * The award letter quotes the salary before and after and
      * the date the award takes effect.
       6700-REQUEST-LETTER.
           INITIALIZE LetterRequestRecord
           MOVE EmpNumber            TO LtrReqEmpNumber
           SET PayReviewLetter TO TRUE
           MOVE SalHistEffectiveDate TO LtrReqEventDate
           MOVE "LISTING712"         TO LtrReqJobName
           MOVE SalHistOldSalary     TO LtrReqOldSalary
           MOVE NewSalary            TO LtrReqNewSalary
           MOVE EmpDeptCode          TO LtrReqOldDeptCode
           MOVE EmpDeptCode          TO LtrReqNewDeptCode
           PERFORM POST-LETTER-REQUEST
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           WRITE RegisterLine
           PERFORM 8200-WRITE-COMPANY-TOTAL
           CLOSE EmployeeFile ReviewRegister AuditFile
           IF MasterUpdateRun
               CLOSE SalaryHistoryFile
               PERFORM CLOSE-LETTER-REQUEST-FILE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Employees reviewed.....: " EmployeesReviewed
           DISPLAY "Increases applied......: " EmployeesIncreased
           DISPLAY "No rate for grade......: " EmployeesNoRate
           DISPLAY "Outside grade band.....: " EmployeesOutOfBand
           IF MasterUpdateRun
               DISPLAY "Award letters requested: " LettersRequested
           END-IF
           IF NOT MasterUpdateRun
               DISPLAY "TRIAL RUN ONLY - Employee.dat NOT updated"
           END-IF
           .

       COPY "LOCKCTL.CPY".

       COPY "BANDLOAD.CPY".

       COPY "LTRPOST.CPY".
