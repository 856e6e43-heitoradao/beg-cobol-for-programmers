      *------------------------------------------------------
      * PENPARM.CPY
      * Pension scheme parameter record - PenParm.dat, one
      * record prepared by payroll and read at start-up by the
      * monthly pension assessment (Listing7-46). The run is
      * abandoned with return code 16 if any value is missing
      * or out of range.
      *
      * Layout: aaAAttttttttttllllllllluuuuuuuuueeeerrrrdddy
      *
      * An employee is auto-enrolled when aged from
      * PenMinimumAge up to (not including) PenMaximumAge with
      * annual salary above PenEarningsTrigger. Contributions
      * are taken on qualifying earnings - salary between the
      * lower and upper limits - at the employee and employer
      * rates (two decimal places, 0500 for 5.00%). A new
      * member may opt out for a refund within PenOptOutDays
      * of enrolment; anyone who opts out or ceases is
      * re-assessed PenReenrolYears after leaving the scheme.
      *------------------------------------------------------
       01 PensionParmRecord.
           05 PenMinimumAge          PIC 9(02).
           05 PenMaximumAge          PIC 9(02).
           05 PenEarningsTrigger     PIC 9(07)V99.
           05 PenLowerLimit          PIC 9(07)V99.
           05 PenUpperLimit          PIC 9(07)V99.
           05 PenEmployeeRate        PIC 9(02)V99.
           05 PenEmployerRate        PIC 9(02)V99.
           05 PenOptOutDays          PIC 9(03).
           05 PenReenrolYears        PIC 9(01).
