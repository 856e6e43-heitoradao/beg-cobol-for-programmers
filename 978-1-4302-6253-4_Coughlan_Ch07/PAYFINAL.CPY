      *------------------------------------------------------
      * PAYFINAL.CPY
      * Final-pay record on the payroll extract feed - written
      * by Listing7-6 in place of the salary record for an
      * employee terminated with a leaving date. It carries the
      * salary for the final pay period pro-rated to the
      * leaving date, and the untaken annual leave (entitlement
      * minus taken on LeaveBal.dat) paid out at the daily rate,
      * or recovered if the employee has taken more than was
      * earned. The record type byte shares the first position
      * with the salary ('S') and element ('E') records.
      *------------------------------------------------------
       01 PayFinalExtractRecord.
           05 PayFinalRecordType      PIC X(01).
               88 FinalPayExtractRecord  VALUE 'F'.
           05 PayFinalEmpNumber       PIC 9(09).
           05 PayFinalLeavingDate     PIC 9(08).
           05 PayFinalLeavingReason   PIC X(02).
           05 PayFinalSalary          PIC 9(07)V99.
           05 PayFinalLeaveDays       PIC 9(03)V9.
           05 PayFinalLeaveClass      PIC X(01).
               88 FinalLeavePayout       VALUE 'A'.
               88 FinalLeaveRecovery     VALUE 'D'.
           05 PayFinalLeaveAmount     PIC 9(07)V99.
           05 PayFinalSortCode        PIC 9(06).
           05 PayFinalAccountNo       PIC 9(08).
