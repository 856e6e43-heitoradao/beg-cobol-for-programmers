      *------------------------------------------------------
      * EARNPOST.CPY
      * Earnings posting log - EarnPost.dat, keyed on pay
      * group, pay date (the run date on the extract feed)
      * and employee number. The reconciliation (Listing7-11)
      * writes one detail record for every return it posts to
      * the earnings ledger (EARNLDG.CPY) and will not post a
      * return whose key is already on file, so a return file
      * reconciled a second time cannot be counted twice.
      * The record with EarnPostEmpNumber zero is the control
      * record for the pay run: the returns received and
      * applied at the latest reconciliation, the returns and
      * gross posted by all of them, the duplicates refused
      * and the number of times the run has been reconciled.
      * Its tax year is the one the pay date falls in, as on
      * the details. Listing7-55 proves the ledger against
      * this file.
      *------------------------------------------------------
       01 EarnPostRecord.
           05 EarnPostKey.
               10 EarnPostPayGroup  PIC X(01).
               10 EarnPostPayDate   PIC 9(08).
               10 EarnPostEmpNumber PIC 9(09).
                   88 EarnPostRunControl VALUE ZEROES.
           05 EarnPostTaxYear       PIC 9(04).
           05 EarnPostGross         PIC S9(09)V99.
           05 EarnPostPostedDate    PIC 9(08).
           05 EarnPostPostedTime    PIC 9(08).
           05 EarnPostRunDetails.
               10 EarnPostReturnsIn     PIC 9(07).
               10 EarnPostReturnsApplied PIC 9(07).
               10 EarnPostReturnsPosted PIC 9(07).
               10 EarnPostDuplicates    PIC 9(07).
               10 EarnPostReconcileRuns PIC 9(03).
