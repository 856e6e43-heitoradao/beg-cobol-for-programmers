      *------------------------------------------------------
      * PENCONTR.CPY
      * Pension contribution record - PenContr.dat, keyed on
      * employee, contribution month (YYYYMM) and type. The
      * monthly assessment (Listing7-46) writes one pending
      * contribution per member per month, and one refund
      * when a member opts out inside the window. The payroll
      * extract (Listing7-6) sends each pending record to the
      * bureau once, as pay elements behind the employee's
      * salary record - 'PEN' (employee deduction), 'PER'
      * (employer contribution) and 'PRF' (opt-out refund) -
      * and marks it sent. A contribution still pending when
      * the member opts out is cancelled instead.
      *------------------------------------------------------
       01 PensionContribRecord.
           05 PenContrKey.
               10 PenContrEmpNumber  PIC 9(09).
               10 PenContrPeriod     PIC 9(06).
               10 PenContrType       PIC X(01).
                   88 PenContribution    VALUE 'C'.
                   88 PenOptOutRefund    VALUE 'R'.
           05 PenContrPayGroup       PIC X(01).
           05 PenContrEarnings       PIC 9(07)V99.
           05 PenContrEmployee       PIC 9(05)V99.
           05 PenContrEmployer       PIC 9(05)V99.
           05 PenContrStatus         PIC X(01).
               88 PenContrPending       VALUE 'P'.
               88 PenContrSent          VALUE 'X'.
               88 PenContrCancelled     VALUE 'K'.
           05 PenContrAssessedDate   PIC 9(08).
           05 PenContrSentDate       PIC 9(08).
