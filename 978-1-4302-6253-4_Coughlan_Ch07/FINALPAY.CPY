      *------------------------------------------------------
      * FINALPAY.CPY
      * Leaver settlement record - FinalPay.dat, keyed on the
      * employee number plus the leaving date. Written by the
      * payroll extract (Listing7-6) when a leaver's final-pay
      * record goes on the feed; a key already on file means
      * that leaving has been settled and is not paid again.
      * A reinstated employee who later leaves again gets a
      * new leaving date and so a new settlement.
      *------------------------------------------------------
       01 FinalPayRecord.
           05 FinalPayKey.
               10 FinalPayEmpNumber   PIC 9(09).
               10 FinalPayLeavingDate PIC 9(08).
           05 FinalPayLeavingReason   PIC X(02).
           05 FinalPayDeptCode        PIC X(04).
           05 FinalPayPayGroup        PIC X(01).
           05 FinalPayAnnualSalary    PIC 9(07)V99.
           05 FinalPayDaysPaid        PIC 9(02).
           05 FinalPayPeriodDays      PIC 9(02).
           05 FinalPaySalary          PIC 9(07)V99.
           05 FinalPayLeaveDays       PIC 9(03)V9.
           05 FinalPayLeaveClass      PIC X(01).
           05 FinalPayLeaveAmount     PIC 9(07)V99.
           05 FinalPayRunDate         PIC 9(08).
