           COPY "EMPLOYEE.CPY".

       FD BackupFile.
       01 BackupRecord              PIC X(87).

       FD AuditFile.
           COPY "AUDIT.CPY".

       2000-RELOAD-EMPLOYEE.
           MOVE BackupRecord TO EmployeeDetails
           PERFORM 2500-DEFAULT-LEAVING-DETAILS
           PERFORM 2600-DEFAULT-MANAGER-NUMBER
           WRITE EmployeeDetails
               INVALID KEY
                   DISPLAY "Duplicate backup record for employee "
           PERFORM 1100-READ-BACKUP-RECORD
           .

      * Backup generations and audit images cut before the
      * leaving details were carried on the master come back
      * short - the missing fields are blank, not zero.
       2500-DEFAULT-LEAVING-DETAILS.
           IF EmpLeavingDate NOT NUMERIC
               MOVE ZEROES TO EmpLeavingDate
               MOVE SPACES TO EmpLeavingReason
           END-IF
           .

      * Likewise for images cut before the reporting line was
      * held - the employee comes back reporting to nobody.
       2600-DEFAULT-MANAGER-NUMBER.
           IF EmpManagerNumber NOT NUMERIC
               MOVE ZEROES TO EmpManagerNumber
           END-IF
           .

       3000-ROLL-FORWARD-AUDIT.
           OPEN I-O EmployeeFile
           OPEN INPUT AuditFile

       4100-APPLY-ADD-IMAGE.
           MOVE AuditAfterImage TO EmployeeDetails
           PERFORM 2500-DEFAULT-LEAVING-DETAILS
           PERFORM 2600-DEFAULT-MANAGER-NUMBER
           WRITE EmployeeDetails
               INVALID KEY
                   REWRITE EmployeeDetails

       4200-APPLY-CHANGE-IMAGE.
           MOVE AuditAfterImage TO EmployeeDetails
           PERFORM 2500-DEFAULT-LEAVING-DETAILS
           PERFORM 2600-DEFAULT-MANAGER-NUMBER
           REWRITE EmployeeDetails
               INVALID KEY
                   WRITE EmployeeDetails
