      *------------------------------------------------------
      * COSTALOC.CPY
      * Cost allocation record - CostAlloc.dat, keyed on the
      * employee number and the date the split takes effect.
      * Each record splits the employee's salary cost across
      * up to five charged departments by percentage; the
      * percentages always total 100.00 (Listing7-45 refuses
      * anything else). The split in force on a date is the
      * one with the latest effective date on or before it.
      * An employee with no split in force is charged wholly
      * to EmpDeptCode. See COSTSPLT.CPY.
      *------------------------------------------------------
       01 CostAllocRecord.
           05 CostAllocKey.
               10 CostAllocEmpNumber     PIC 9(09).
               10 CostAllocEffectiveDate PIC 9(08).
           05 CostAllocSplitCount        PIC 9(01).
           05 CostAllocSplit OCCURS 5 TIMES.
               10 CostAllocDeptCode      PIC X(04).
               10 CostAllocPercent       PIC 9(03)V99.
