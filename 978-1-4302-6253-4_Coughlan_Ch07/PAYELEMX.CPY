      * employee it belongs to. The record type byte in the
      * first position tells the bureau (and the Listing7-11
      * reconciliation) element records from salary records.
      * One-off back pay from the arrears run (ARREARS.CPY)
      * travels the same way under element code 'ARR', and
      * pension contributions (PENCONTR.CPY) as 'PEN' (employee
      * deduction), 'PER' (employer contribution - class 'R',
      * reported to the bureau but not part of the employee's
      * pay) and 'PRF' (opt-out refund).
      *------------------------------------------------------
       01 PayElementExtractRecord.
           05 PayElemExtType        PIC X(01).
