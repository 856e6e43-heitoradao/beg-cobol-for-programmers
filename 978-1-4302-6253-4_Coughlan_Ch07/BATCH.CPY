      * front and back of every HR transaction batch. The
      * record type shares the first byte with TranCode in
      * TRANSACT.CPY so the pre-edit can tell control records
      * from transactions. BatchOperatorId identifies who
      * keyed the batch; it is carried on to every transaction
      * so that a change needing approval can be refused to
      * the same operator.
      *------------------------------------------------------
       01 BatchControlRecord.
           05 BatchRecordType        PIC X(01).
           05 BatchDeptCode          PIC X(04).
           05 BatchExpectedCount     PIC 9(07).
           05 BatchSalaryHash        PIC 9(11)V99.
           05 BatchOperatorId        PIC X(08).
