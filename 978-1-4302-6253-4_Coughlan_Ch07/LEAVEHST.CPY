      *------------------------------------------------------
      * LEAVEHST.CPY
      * Closed leave year history - LeaveHist.dat, keyed on
      * LeaveHistEmpNumber plus LeaveHistYear. One record is
      * written per employee by the leave year-end run
      * (Listing7-38) holding the balance as it stood when
      * the year was closed, the days carried forward under
      * the grade cap and the days forfeited. A record on
      * file for that year or any later one means the year has
      * been closed for that employee and the balance is not
      * rolled a second time.
      *------------------------------------------------------
       01 LeaveHistoryRecord.
           05 LeaveHistKey.
               10 LeaveHistEmpNumber PIC 9(09).
               10 LeaveHistYear      PIC 9(04).
           05 LeaveHistDeptCode     PIC X(04).
           05 LeaveHistJobGrade     PIC 9(02).
           05 LeaveHistEntitledDays PIC 9(03)V9.
           05 LeaveHistTakenDays    PIC 9(03)V9.
           05 LeaveHistSickDays     PIC 9(03)V9.
           05 LeaveHistUnpaidDays   PIC 9(03)V9.
           05 LeaveHistCapDays      PIC 9(02)V9.
           05 LeaveHistCarriedDays  PIC 9(03)V9.
           05 LeaveHistForfeitDays  PIC 9(03)V9.
           05 LeaveHistCloseDate    PIC 9(08).
