      *------------------------------------------------------
      * SALHIST.CPY
      * Salary history record - SalHist.dat, appended (like
      * Audit.dat) by every run that changes EmpSalary: the
      * master update (Listing7-4) for adds and changes and
      * the annual pay review (Listing7-12). Each record holds
      * the salary before and after and the date the change
      * takes effect. A change whose effective date is earlier
      * than the date it was recorded is backdated, and the
      * arrears run (Listing7-39) works out the back pay owed
      * for the pay periods in between.
      *------------------------------------------------------
       01 SalaryHistoryRecord.
           05 SalHistEmpNumber        PIC 9(09).
           05 SalHistEffectiveDate    PIC 9(08).
           05 SalHistRecordedDate     PIC 9(08).
           05 SalHistRecordedTime     PIC 9(08).
           05 SalHistDeptCode         PIC X(04).
           05 SalHistPayGroup         PIC X(01).
           05 SalHistOldSalary        PIC 9(07)V99.
           05 SalHistNewSalary        PIC 9(07)V99.
           05 SalHistJobName          PIC X(10).
           05 SalHistBackdated        PIC X(01).
               88 SalaryChangeBackdated  VALUE 'Y'.
