      *------------------------------------------------------
      * EARNLDG.CPY
      * Year-to-date earnings ledger - EarnLedger.dat, keyed on
      * EarnLdgEmpNumber plus EarnLdgTaxYear. EarnLdgTaxYear is
      * the calendar year the tax year starts in, so 2026 holds
      * pay dated 6 April 2026 to 5 April 2027. Every return the
      * reconciliation (Listing7-11) matches to the extract and
      * the bureau applied is posted here: the salary (or a
      * leaver's pro-rated final salary), any untaken leave paid
      * out or recovered, and each pay element by code, so the
      * annual earnings statement (Listing7-54) can show them
      * separately. EarnLdgGross is what the bureau paid and
      * EarnLdgPostCount the number of returns posted; the
      * ledger-to-return control (Listing7-55) proves both
      * against the posting log (EARNPOST.CPY).
      * Element codes beyond the table are added to the
      * EarnLdgOther amounts for their class.
      *------------------------------------------------------
       01 EarningsLedgerRecord.
           05 EarnLdgKey.
               10 EarnLdgEmpNumber  PIC 9(09).
               10 EarnLdgTaxYear    PIC 9(04).
           05 EarnLdgPayGroup       PIC X(01).
           05 EarnLdgFirstPayDate   PIC 9(08).
           05 EarnLdgLastPayDate    PIC 9(08).
           05 EarnLdgPostCount      PIC 9(03).
           05 EarnLdgSalary         PIC 9(09)V99.
           05 EarnLdgLeavePaid      PIC 9(09)V99.
           05 EarnLdgLeaveRecovered PIC 9(09)V99.
           05 EarnLdgGross          PIC S9(09)V99.
           05 EarnLdgOtherAllowance PIC 9(09)V99.
           05 EarnLdgOtherDeduction PIC 9(09)V99.
           05 EarnLdgOtherEmployer  PIC 9(09)V99.
           05 EarnLdgElementCount   PIC 9(02).
           05 EarnLdgElement OCCURS 30 TIMES
                             INDEXED BY EarnLdgIndex.
               10 EarnLdgElemCode   PIC X(03).
               10 EarnLdgElemClass  PIC X(01).
               10 EarnLdgElemAmount PIC 9(09)V99.
