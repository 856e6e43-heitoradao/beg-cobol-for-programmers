      *------------------------------------------------------
      * PENSION.CPY
      * Pension scheme member record - Pension.dat, keyed on
      * employee number. Written by the monthly assessment
      * (Listing7-46) when an employee is auto-enrolled, and
      * kept for good once written so the member's history
      * survives opting out, ceasing and re-enrolment.
      * Opt-outs and voluntary cessations are keyed through
      * Listing7-47. PenStatusDate is the date the member
      * opted out or ceased (zeroes while enrolled). An
      * opt-out within the window is marked refund due; the
      * next assessment cancels any contributions not yet sent
      * to payroll and raises a refund of those already taken.
      * PenLastPeriod (YYYYMM) is the last month contributions
      * were assessed, so a rerun in the same month does not
      * charge the member twice.
      *------------------------------------------------------
       01 PensionMemberRecord.
           05 PenEmpNumber           PIC 9(09).
           05 PenStatus              PIC X(01).
               88 PenEnrolled           VALUE 'E'.
               88 PenOptedOut           VALUE 'O'.
               88 PenCeased             VALUE 'C'.
           05 PenEnrolDate           PIC 9(08).
           05 PenOptOutDeadline      PIC 9(08).
           05 PenStatusDate          PIC 9(08).
           05 PenCeaseReason         PIC X(01).
               88 PenLeftByChoice       VALUE 'V'.
               88 PenLeftEmployment     VALUE 'L'.
           05 PenRefundStatus        PIC X(01).
               88 PenNoRefund           VALUE 'N'.
               88 PenRefundDue          VALUE 'P'.
               88 PenRefundRaised       VALUE 'X'.
           05 PenLastPeriod          PIC 9(06).
           05 PenEmployeeToDate      PIC 9(07)V99.
           05 PenEmployerToDate      PIC 9(07)V99.
           05 PenEnrolCount          PIC 9(02).
