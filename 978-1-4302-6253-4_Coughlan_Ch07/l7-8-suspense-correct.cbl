                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

          SELECT SalaryBandFile ASSIGN TO "Bands.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BandJobGrade
                 FILE STATUS IS SalaryBandFileStatus.

          SELECT OPTIONAL RunLockFile ASSIGN TO "RunLock.dat"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS RunLockFileStatus.

       FD NewSuspenseFile.
       01 NewSuspenseRecord.
           05 NewSuspenseEmployeeData  PIC X(87).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 NewSuspenseReasonCode    PIC X(02).
           05 FILLER                   PIC X(02) VALUE SPACES.
       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       FD SalaryBandFile.
           COPY 'BANDREC.CPY'.

       FD RunLockFile.
           COPY 'RUNLOCK.CPY'.

       01 RunLockFileStatus      PIC X(02).
       01 RunLockJobTitle        PIC X(10) VALUE "LISTING7-8".
       01 DeptFileStatus         PIC X(02).
       01 SalaryBandFileStatus   PIC X(02).
       01 EndOfSuspenseFile      PIC X(01) VALUE 'N'.
           88 NoMoreSuspenseRecords VALUE 'Y'.

       01 MaximumBirthYear       PIC 9(04) VALUE 2010.
       01 MinimumJobGrade        PIC 9(02) VALUE 01.
       01 MaximumJobGrade        PIC 9(02) VALUE 08.
       01 SavedIncomingRecord    PIC X(87).

       01 CorrectedEmployeeData  PIC X(87) VALUE SPACES.
       01 CorrectionRunDate      PIC 9(08) VALUE ZEROES.
       01 TotalRecordsOnFile     PIC 9(07) COMP VALUE ZERO.
       01 TotalHashOfNumbers     PIC 9(11) COMP VALUE ZERO.
       01 RecordsResuspended     PIC 9(07) COMP VALUE ZERO.

       COPY 'DEPTTBL.CPY'.
       COPY 'BANDTBL.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           PERFORM CLAIM-RUN-LOCK
           OPEN I-O EmployeeFile
           IF EmployeeFileStatus NOT = "00"
           IF NOT (WeeklyPaid OR MonthlyPaid)
               MOVE 'M' TO EmpPayGroup
           END-IF
           MOVE ZEROES TO EmpLeavingDate
           MOVE SPACES TO EmpLeavingReason
           MOVE ZEROES TO EmpManagerNumber
           PERFORM 310000-ValidateEmployeeData
           IF ThisRecordIsValid
               WRITE EmployeeDetails

       COPY 'DEPTLOAD.CPY'.

       COPY 'BANDLOAD.CPY'.

       320000-CheckDuplicateEmployee.
           MOVE EmployeeDetails TO SavedIncomingRecord
           READ EmployeeFile KEY IS EmpNumber
           MOVE EmpNumber TO AuditEmpNumber
           MOVE SPACES TO AuditBeforeImage
           MOVE EmployeeDetails TO AuditAfterImage
           MOVE SPACES TO AuditAuthorisation
           WRITE AuditRecord
           .

