      * extract run rejects it onto an exception report.
      * The record type byte in the first position tells the
      * bureau salary records from the pay element records
      * (PAYELEMX.CPY) that follow them on the feed, and from
      * the leavers' final-pay records (PAYFINAL.CPY).
      *------------------------------------------------------
       01 PayrollExtractRecord.
           05 PayExtractRecordType    PIC X(01).
