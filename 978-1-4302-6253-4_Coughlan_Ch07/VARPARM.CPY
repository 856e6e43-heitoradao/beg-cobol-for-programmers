      *------------------------------------------------------
      * VARPARM.CPY
      * Payroll feed variance parameter record - FeedVar.dat,
      * one record prepared by payroll and read at start-up by
      * the pre-release variance check (Listing7-56) and the
      * release override (Listing7-57). Both abandon with
      * return code 16 if a value is missing or out of range.
      *
      * Layout: sssaaaaaaahhhoooooooo (then four more operators)
      *
      * VarSalaryPercent (one decimal place, 100 for 10.0%) is
      * the largest salary movement against the prior release
      * that passes without being listed; VarElementAmount is
      * the same for a pay element, as an amount per period.
      * VarHoldPercent is the largest movement in total pay
      * for a pay group that may be released without an
      * override. Only the operators named here may override
      * a held release; unused entries are left blank.
      *------------------------------------------------------
       01 VarianceParmRecord.
           05 VarSalaryPercent       PIC 9(02)V9.
           05 VarElementAmount       PIC 9(05)V99.
           05 VarHoldPercent         PIC 9(02)V9.
           05 VarOverrideOperator    PIC X(08) OCCURS 5 TIMES
                                     INDEXED BY VarOperatorIndex.
