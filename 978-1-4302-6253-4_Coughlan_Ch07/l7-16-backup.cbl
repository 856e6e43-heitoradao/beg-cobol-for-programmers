           COPY "EMPLOYEE.CPY".

       FD BackupFile.
       01 BackupRecord              PIC X(87).

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
