      *------------------------------------------------------
      * LTRREQ.CPY
      * Letter request record - LetterReq.dat, keyed on the
      * employee, the letter type and the date of the event
      * the letter is about. Written (see LTRPOST.CPY) by the
      * runs that change an employee's terms: the pay review
      * (Listing7-12, effective date of the award), the bulk
      * transfer (Listing7-31, date of the transfer run), the
      * rehire (Listing7-13, rehire date) and the service
      * projection (Listing7-37, date the milestone falls). A
      * second request for the same event is ignored, so a
      * rerun never produces a second letter.
      *
      * The letter run (Listing7-51) prints pending requests
      * and marks them issued; a request that can no longer be
      * sent is marked cancelled. LtrReqStatusDate is the date
      * of the last change of status.
      *------------------------------------------------------
       01 LetterRequestRecord.
           05 LtrReqKey.
               10 LtrReqEmpNumber     PIC 9(09).
               10 LtrReqType          PIC X(02).
                   88 PayReviewLetter    VALUE 'PR'.
                   88 TransferLetter     VALUE 'TR'.
                   88 RehireLetter       VALUE 'RH'.
                   88 ServiceLetter      VALUE 'LS'.
                   88 LetterTypeValid    VALUE 'PR' 'TR' 'RH' 'LS'.
               10 LtrReqEventDate     PIC 9(08).
           05 LtrReqJobName           PIC X(10).
           05 LtrReqRequestedDate     PIC 9(08).
           05 LtrReqStatus            PIC X(01).
               88 LetterPending          VALUE 'P'.
               88 LetterIssued           VALUE 'I'.
               88 LetterCancelled        VALUE 'C'.
           05 LtrReqStatusDate        PIC 9(08).
           05 LtrReqOldSalary         PIC 9(07)V99.
           05 LtrReqNewSalary         PIC 9(07)V99.
           05 LtrReqOldDeptCode       PIC X(04).
           05 LtrReqNewDeptCode       PIC X(04).
           05 LtrReqServiceYears      PIC 9(02).
