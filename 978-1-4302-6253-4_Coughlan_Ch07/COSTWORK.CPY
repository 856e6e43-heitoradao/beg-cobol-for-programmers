      *------------------------------------------------------
      * COSTWORK.CPY
      * Work area for the cost split routine in COSTSPLT.CPY.
      * Move the date the cost is for to CostSplitDate and the
      * amount to split to CostSplitBase, then PERFORM
      * BUILD-COST-SPLIT with the employee in EmployeeDetails.
      * CostSplitCount entries come back, each with the
      * charged department, its percentage and its share of
      * the amount; the last share takes any rounding so the
      * shares always add back to CostSplitBase.
      *------------------------------------------------------
       01 CostSplitWork.
           05 CostSplitDate             PIC 9(08).
           05 CostSplitBase             PIC 9(07)V99.
           05 CostSplitAllotted         PIC 9(07)V99.
           05 CostSplitCount            PIC 9(01).
           05 CostSplitSub              PIC 9(02) COMP.
           05 CostSplitScan             PIC X(01).
               88 CostSplitScanDone        VALUE 'Y'.
           05 CostSplitSource           PIC X(01).
               88 CostSplitFromFile        VALUE 'F'.
               88 CostSplitHomeOnly        VALUE 'H'.
           05 CostSplitEntry OCCURS 5 TIMES.
               10 CostSplitDeptCode     PIC X(04).
               10 CostSplitPercent      PIC 9(03)V99.
               10 CostSplitAmount       PIC 9(07)V99.
