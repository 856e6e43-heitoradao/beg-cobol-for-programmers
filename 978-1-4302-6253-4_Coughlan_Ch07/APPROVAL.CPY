      *------------------------------------------------------
      * APPROVAL.CPY
      * Parked change record - Approvals.dat, keyed on the
      * date the change was parked, the batch it came in on
      * and its position in that batch. The pre-edit
      * (Listing7-14) parks any change transaction that moves
      * EmpSalary by more than the run-control approval
      * percentage, changes EmpJobGrade or changes EmpStatus,
      * instead of releasing it. A second operator, who must
      * not be the one who entered it, approves or rejects it
      * in Listing7-40; the next pre-edit releases approved
      * changes to the master update and marks them released.
      * The reason flags show which test parked the change.
      *------------------------------------------------------
       01 ApprovalRecord.
           05 ApprovalKey.
               10 ApprovalParkedDate  PIC 9(08).
               10 ApprovalBatchNumber PIC 9(06).
               10 ApprovalBatchSeq    PIC 9(04).
           05 ApprovalStatus          PIC X(01).
               88 ApprovalParked         VALUE 'P'.
               88 ApprovalApproved       VALUE 'A'.
               88 ApprovalRejected       VALUE 'R'.
               88 ApprovalReleased       VALUE 'X'.
           05 ApprovalReasons.
               10 ApprovalSalaryFlag  PIC X(01).
                   88 ApprovalForSalary  VALUE 'S'.
               10 ApprovalGradeFlag   PIC X(01).
                   88 ApprovalForGrade   VALUE 'G'.
               10 ApprovalStatusFlag  PIC X(01).
                   88 ApprovalForStatus  VALUE 'T'.
           05 ApprovalEmpNumber       PIC 9(09).
           05 ApprovalEnteredBy       PIC X(08).
           05 ApprovalDecidedBy       PIC X(08).
           05 ApprovalDecisionDate    PIC 9(08).
           05 ApprovalReleasedDate    PIC 9(08).
           05 ApprovalOldSalary       PIC 9(07)V99.
           05 ApprovalOldJobGrade     PIC 9(02).
           05 ApprovalOldStatus       PIC X(01).
           05 ApprovalTranImage       PIC X(118).
