      * absence posting run (Listing7-20). The remaining
      * balance is always entitlement minus taken - it is
      * never stored, so the two runs cannot disagree.
      * The leave year-end run (Listing7-38) closes the year:
      * entitlement is reset to the days carried forward and
      * the taken, sick and unpaid counters start again.
      *------------------------------------------------------
       01 LeaveBalanceRecord.
           05 LeaveEmpNumber        PIC 9(09).
