      * and DEPTCHK.CPY require, so the edit limits come
      * straight off this record.
      *
      * Layout: yyyymmddRcccccyyyyYYYYggGGrrkkpppaaabbbwwwL
      *
      * RetentionYears is the number of whole years a leaver
      * must have been terminated before the retention run
      * of the oldest backup generation you would restore, or
      * forward recovery (Listing7-17) will have nothing to
      * roll forward from.
      * ApprovalPercent (one decimal place, ppp = 125 for
      * 12.5%) is the largest salary movement a change
      * transaction may make before the pre-edit (Listing7-14)
      * parks it for a second operator to approve; zero parks
      * every salary change. ApprovalAgeDays is how long a
      * parked change may wait before it appears on the
      * approvals ageing report (Listing7-40).
      * BankHoldDays is the cooling-off period for a change to
      * an employee's bank details (Listing7-24): the previous
      * account goes on being paid until the period is over
      * and the change has been verified by a callback
      * (Listing7-58). BankChangeWindowDays is how far back
      * the bank hold report (Listing7-59) looks for employees
      * whose bank details have changed more than once.
      * LeaveEarlyCloseOption (Y or N) lets the leave year-end
      * (Listing7-38) close the leave year that is still
      * running. It should stay N except for the one run that
      * needs it.
      *------------------------------------------------------
       01 RunControlRecord.
           05 RunControlDate         PIC 9(08).
           05 MaximumJobGrade        PIC 9(02).
           05 RetentionYears         PIC 9(02).
           05 AuditKeepMonths        PIC 9(02).
           05 ApprovalPercent        PIC 9(02)V9.
           05 ApprovalAgeDays        PIC 9(03).
           05 BankHoldDays           PIC 9(03).
           05 BankChangeWindowDays   PIC 9(03).
           05 LeaveEarlyCloseOption  PIC X(01).
               88 EarlyLeaveCloseAllowed VALUE 'Y'.
               88 EarlyLeaveCloseRefused VALUE 'N'.
