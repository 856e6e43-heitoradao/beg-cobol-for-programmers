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
       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       FD SalaryBandFile.
           COPY 'BANDREC.CPY'.

       FD RunLockFile.
           COPY 'RUNLOCK.CPY'.

       01 RunLockJobTitle        PIC X(10) VALUE "LISTING7-3".
       01 RestartFileStatus      PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 SalaryBandFileStatus   PIC X(02).
       01 RecordValid            PIC X(01) VALUE 'Y'.
           88 ThisRecordIsValid    VALUE 'Y'.
       01 RejectReasonCode       PIC X(02).
       01 TotalRecordsOnFile     PIC 9(07) COMP VALUE ZERO.
       01 TotalHashOfNumbers     PIC 9(11) COMP VALUE ZERO.

       01 SavedIncomingRecord    PIC X(87).

       COPY 'DEPTTBL.CPY'.
       COPY 'BANDTBL.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-RUN-CONTROL
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SALARY-BAND-TABLE
           PERFORM CLAIM-RUN-LOCK
           PERFORM 100000-OpenEmployeeFile
           OPEN OUTPUT SuspenseFile
           MOVE EmpNumber TO AuditEmpNumber
           MOVE SPACES TO AuditBeforeImage
           MOVE EmployeeDetails TO AuditAfterImage
           MOVE SPACES TO AuditAuthorisation
           WRITE AuditRecord
           .


       COPY 'DEPTLOAD.CPY'.

       COPY 'BANDLOAD.CPY'.

       COPY 'LOCKCTL.CPY'.

       COPY 'RUNCTL.CPY'.
               IF NOT (WeeklyPaid OR MonthlyPaid)
                   MOVE 'M' TO EmpPayGroup
               END-IF
               MOVE ZEROES TO EmpLeavingDate
               MOVE SPACES TO EmpLeavingReason
               MOVE ZEROES TO EmpManagerNumber
           END-IF
      *    MOVE "\n" TO LineEnding
           .
