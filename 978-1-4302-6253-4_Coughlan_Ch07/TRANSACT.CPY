      * TRANSACT.CPY
      * Transaction record layout for the Employee master
      * update program (Add / Change / Delete).
      * A change that sets TranStatus to 'T' must carry the
      * leaving date (zeroes for the run date) and one of the
      * leaving reason codes listed in EMPLOYEE.CPY:
      *   RS resigned          RD redundant     RT retired
      *   DI dismissed         EC end of contract
      *   DE death in service
      * TranEnteredBy is stamped by the pre-edit (Listing7-14)
      * from the operator on the batch header. TranApprovedBy
      * is filled in only when a salary, grade or status change
      * was parked for a second operator to approve
      * (Listing7-40); it is spaces on everything else.
      * TranRequisition is the open requisition on Positions.dat
      * that an add is hired against; a change may quote one to
      * move the employee into a new post. Zeroes otherwise.
      * TranManagerNumber is the employee the person reports to,
      * carried on adds and changes like the other employee
      * fields; zeroes means the person reports to nobody.
      *------------------------------------------------------
       01 TransactionRecord.
           05 TranCode            PIC X(01).
                   88 TranPayGroupUnchanged VALUE SPACE.
                   88 TranPayGroupWeekly    VALUE 'W'.
                   88 TranPayGroupMonthly   VALUE 'M'.
               10 TranLeavingDate   PIC 9(08).
                   88 TranLeavingToday      VALUE ZEROES.
               10 TranLeavingReason PIC X(02).
           05 TranEffectiveDate   PIC 9(08).
               88 TranEffectiveNow      VALUE ZEROES.
           05 TranEnteredBy       PIC X(08).
           05 TranApprovedBy      PIC X(08).
           05 TranRequisition     PIC 9(06).
               88 TranNoRequisition     VALUE ZEROES.
           05 TranManagerNumber   PIC 9(09).
