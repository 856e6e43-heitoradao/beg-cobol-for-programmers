      * Control header/trailer record carried on the front
      * and back of every payroll feed file sent to the
      * bureau. The record type shares the first byte with
      * the salary ('S'), element ('E') and final-pay ('F')
      * records so the bureau and the reconciliation can
      * tell control records from details. The header carries the run
      * date and pay group; the trailer repeats them and
      * adds the salary record count and salary hash, so a
      * truncated transmission is caught at once. A leaver's
      * final-pay record counts as that employee's salary
      * record and adds its pro-rated salary to the hash.
      *------------------------------------------------------
       01 PayFeedControlRecord.
           05 PayFeedRecordType     PIC X(01).
