      *------------------------------------------------------
      * ARREARS.CPY
      * Back-pay arrears record - Arrears.dat, keyed on the
      * salary history entry it was worked out from (employee,
      * effective date and the date and time the change was
      * recorded), so a backdated change is only ever costed
      * once. Written by the arrears run (Listing7-39) as
      * pending; the payroll extract (Listing7-6) sends each
      * pending amount to the bureau as a one-off 'ARR' pay
      * element behind the employee's salary record and marks
      * it paid. A backdated reduction is recovered the same
      * way as a deduction. An amount too large for a single
      * element is held for payroll to key by hand.
      *------------------------------------------------------
       01 ArrearsRecord.
           05 ArrearsKey.
               10 ArrearsEmpNumber    PIC 9(09).
               10 ArrearsEffectiveDate
                                      PIC 9(08).
               10 ArrearsRecordedDate PIC 9(08).
               10 ArrearsRecordedTime PIC 9(08).
           05 ArrearsDeptCode         PIC X(04).
           05 ArrearsPayGroup         PIC X(01).
           05 ArrearsPeriods          PIC 9(03).
           05 ArrearsClass            PIC X(01).
               88 ArrearsBackPay         VALUE 'A'.
               88 ArrearsRecovery        VALUE 'D'.
           05 ArrearsAmount           PIC 9(07)V99.
           05 ArrearsStatus           PIC X(01).
               88 ArrearsPending         VALUE 'P'.
               88 ArrearsPaid            VALUE 'X'.
               88 ArrearsHeld            VALUE 'H'.
           05 ArrearsCalcDate         PIC 9(08).
           05 ArrearsPaidDate         PIC 9(08).
