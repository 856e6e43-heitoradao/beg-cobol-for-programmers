      * code and account number on every salary record, and
      * rejects active employees with no record here onto an
      * exception report rather than sending them unpaid.
      * A change of sort code or account number is held on
      * BankHold.dat (BANKHOLD.CPY) until it is verified, and
      * the extract pays the previous account meanwhile.
      *------------------------------------------------------
       01 BankAccountRecord.
           05 BankEmpNumber         PIC 9(09).
