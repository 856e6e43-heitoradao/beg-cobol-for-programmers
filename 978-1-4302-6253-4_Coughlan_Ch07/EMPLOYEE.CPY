      * Employee master record layout - shared by all the
      * Chapter 7 Employee.dat programs.
      *
      * Fixed layout (87 bytes):
      *   nnnnnnnnnSSSSSSSSSSSSSSSFFFFFFFFFFyyyyMMddGDDDDJJsssssssvvT
      *   hhhhhhhhpllllllllrrmmmmmmmmm
      * EmpHireDate is captured on add transactions and set
      * to the run date by the rehire run (Listing7-13).
      * EmpPayGroup decides which of the bureau's controlled
      * feed files (weekly or monthly) the payroll extract
      * writes the employee to.
      * EmpLeavingDate and EmpLeavingReason are set by a
      * terminate transaction in the master update (Listing7-4)
      * and drive the leaver's final pay on the next payroll
      * extract. Both are cleared again on reinstatement.
      * EmpManagerNumber is the employee this person reports to,
      * maintained by add and change transactions through the
      * master update. The master update refuses a manager who
      * is not an active employee or who would close a loop in
      * the reporting line. Zeroes for the top of the tree.
      *------------------------------------------------------
       01 EmployeeDetails.
           05 EmpNumber          PIC 9(09).
           05 EmpPayGroup        PIC X(01).
               88 WeeklyPaid         VALUE 'W'.
               88 MonthlyPaid        VALUE 'M'.
           05 EmpLeavingDate     PIC 9(08).
               88 EmpHasNotLeft      VALUE ZEROES.
           05 EmpLeavingReason   PIC X(02).
               88 EmpLeavingReasonValid
                                     VALUE 'RS' 'RD' 'RT' 'DI'
                                           'EC' 'DE'.
           05 EmpManagerNumber   PIC 9(09).
               88 EmpHasNoManager    VALUE ZEROES.
