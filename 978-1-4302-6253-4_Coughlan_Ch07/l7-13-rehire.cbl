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

          SELECT LetterReqFile ASSIGN TO "LetterReq.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LtrReqKey
                 FILE STATUS IS LetterReqFileStatus.

          SELECT OPTIONAL RunLockFile ASSIGN TO "RunLock.dat"
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS RunLockFileStatus.
           COPY 'EMPLOYEE.CPY'.

       FD HistoryFile.
       01 HistoryRecord             PIC X(87).

       FD AuditFile.
           COPY 'AUDIT.CPY'.
       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       FD SalaryBandFile.
           COPY 'BANDREC.CPY'.

       FD PositionFile.
           COPY 'POSITION.CPY'.

       FD LetterReqFile.
           COPY 'LTRREQ.CPY'.

       FD RunLockFile.
           COPY 'RUNLOCK.CPY'.

       01 RunLockFileStatus      PIC X(02).
       01 RunLockJobTitle        PIC X(10) VALUE "LISTING713".
       01 DeptFileStatus         PIC X(02).
       01 SalaryBandFileStatus   PIC X(02).
       01 PositionFileStatus     PIC X(02).
       01 LetterReqFileStatus    PIC X(02).
       01 LetterFileState        PIC X(01) VALUE 'N'.
           88 LetterFileIsOpen     VALUE 'Y'.
       01 EndOfHistoryFile       PIC X(01) VALUE 'N'.
           88 NoMoreHistoryRecords VALUE 'Y'.

       01 MaximumBirthYear       PIC 9(04) VALUE 2010.
       01 MinimumJobGrade        PIC 9(02) VALUE 01.
       01 MaximumJobGrade        PIC 9(02) VALUE 08.
       01 SavedIncomingRecord    PIC X(87).

       01 SearchModeOption       PIC X(01) VALUE SPACE.
           88 SearchByNumber       VALUE 'N'.
       01 TotalHashOfNumbers     PIC 9(11) COMP VALUE ZERO.
       01 EmployeesReinstated    PIC 9(05) COMP VALUE ZERO.
       01 ReinstatesRejected     PIC 9(05) COMP VALUE ZERO.
       01 RequisitionQuoted      PIC 9(06) VALUE ZEROES.
       01 PostingDate            PIC 9(08) VALUE ZEROES.
       01 PostsFilled            PIC 9(05) COMP VALUE ZERO.
       01 PostsVacated           PIC 9(05) COMP VALUE ZERO.
       01 LettersRequested       PIC 9(05) COMP VALUE ZERO.
       01 LettersAlreadyRequested PIC 9(05) COMP VALUE ZERO.
       01 LetterRequestDate      PIC 9(08) VALUE ZEROES.

       COPY 'DEPTTBL.CPY'.
       COPY 'BANDTBL.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           PERFORM 100000-GetSearchRequest
           PERFORM CLAIM-RUN-LOCK
           OPEN I-O EmployeeFile
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN I-O PositionFile
           IF PositionFileStatus NOT = "00"
               DISPLAY "Unable to open Positions.dat - status "
                       PositionFileStatus
               CLOSE EmployeeFile
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN INPUT HistoryFile
           IF HistoryFileStatus NOT = "00"
               DISPLAY "Unable to open History.dat - status "
                       HistoryFileStatus
               CLOSE EmployeeFile PositionFile
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           OPEN EXTEND AuditFile
           ACCEPT LetterRequestDate FROM DATE YYYYMMDD
           PERFORM OPEN-LETTER-REQUEST-FILE
           PERFORM 200000-ReadHistoryRecord
           PERFORM UNTIL NoMoreHistoryRecords OR QuitRequested
               PERFORM 300000-CheckHistoryRecord
               PERFORM 200000-ReadHistoryRecord
           END-PERFORM
           PERFORM 850000-WriteControlRecord
           CLOSE EmployeeFile HistoryFile AuditFile PositionFile
           PERFORM CLOSE-LETTER-REQUEST-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Archive records matched..: " ArchiveMatches
           DISPLAY "Employees reinstated.....: " EmployeesReinstated
           DISPLAY "Reinstatements rejected..: " ReinstatesRejected
           DISPLAY "Posts filled.............: " PostsFilled
           DISPLAY "Rehire letters requested.: " LettersRequested
           STOP RUN
           .

           MOVE 'A' TO EmpStatus
           ACCEPT RehireRunDate FROM DATE YYYYMMDD
           MOVE RehireRunDate TO EmpHireDate
           MOVE RehireRunDate TO PostingDate
           IF NOT (WeeklyPaid OR MonthlyPaid)
               MOVE 'M' TO EmpPayGroup
           END-IF
           MOVE ZEROES TO EmpLeavingDate
           MOVE SPACES TO EmpLeavingReason
           MOVE ZEROES TO EmpManagerNumber
           DISPLAY "Requisition for the post being filled: "
               WITH NO ADVANCING
           MOVE ZEROES TO RequisitionQuoted
           ACCEPT RequisitionQuoted
           PERFORM 510000-ValidateEmployeeData
           IF ThisRecordIsValid
               WRITE EmployeeDetails
                   DISPLAY "Employee " EmpNumber
                           " reinstated with status A"
                   PERFORM 800000-WriteAuditRecordForAdd
                   PERFORM FILL-POST
                   PERFORM 600000-RequestRehireLetter
               END-WRITE
           ELSE
               ADD 1 TO ReinstatesRejected
           END-IF
           .

       600000-RequestRehireLetter.
           INITIALIZE LetterRequestRecord
           MOVE EmpNumber     TO LtrReqEmpNumber
           SET RehireLetter TO TRUE
           MOVE RehireRunDate TO LtrReqEventDate
           MOVE "LISTING713"  TO LtrReqJobName
           MOVE EmpSalary     TO LtrReqOldSalary
           MOVE EmpSalary     TO LtrReqNewSalary
           MOVE EmpDeptCode   TO LtrReqOldDeptCode
           MOVE EmpDeptCode   TO LtrReqNewDeptCode
           PERFORM POST-LETTER-REQUEST
           .

       510000-ValidateEmployeeData.
           MOVE 'Y' TO RecordValid
           MOVE SPACES TO RejectReasonCode RejectReasonText
           IF ThisRecordIsValid
               PERFORM VALIDATE-DEPT-GRADE-SALARY
           END-IF
           IF ThisRecordIsValid
               PERFORM VALIDATE-REQUISITION
           END-IF
           IF ThisRecordIsValid
               PERFORM 520000-CheckDuplicateEmployee
           END-IF

       COPY 'DEPTLOAD.CPY'.

       COPY 'BANDLOAD.CPY'.

       COPY 'POSTCHK.CPY'.

       COPY 'LOCKCTL.CPY'.

       COPY 'LTRPOST.CPY'.

       520000-CheckDuplicateEmployee.
           MOVE EmployeeDetails TO SavedIncomingRecord
           READ EmployeeFile KEY IS EmpNumber
           MOVE EmpNumber TO AuditEmpNumber
           MOVE SPACES TO AuditBeforeImage
           MOVE EmployeeDetails TO AuditAfterImage
           MOVE SPACES TO AuditAuthorisation
           WRITE AuditRecord
           .
