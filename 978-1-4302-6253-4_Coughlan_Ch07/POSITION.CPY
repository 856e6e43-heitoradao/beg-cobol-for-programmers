      *------------------------------------------------------
      * POSITION.CPY
      * Approved post record - Positions.dat, keyed on
      * PostNumber with alternate keys on PostRequisition and
      * PostEmpNumber (both WITH DUPLICATES, since vacant and
      * unrequisitioned posts carry zeroes). Each post belongs
      * to one department at one grade. Posts are set up,
      * frozen and requisitioned in Listing7-43.
      *   O open   - vacant; can be filled once a requisition
      *              has been raised against it
      *   F filled - PostEmpNumber holds the employee
      *   Z frozen - vacant and not to be filled
      * The master update fills a post from the requisition on
      * an add (or a change that moves the employee) and opens
      * it again, with no requisition, when the holder is
      * terminated, deleted or moved to another department or
      * grade. Listing7-44 reports the vacancies.
      * The record with PostNumber zero is the requisition
      * control record. It holds in PostLastRequisition the
      * last requisition number given out, so a number freed
      * when a post is vacated or frozen is never given out
      * again.
      *------------------------------------------------------
       01 PositionRecord.
           05 PostNumber              PIC 9(06).
               88 PostRequisitionControl VALUE ZEROES.
           05 PostDeptCode            PIC X(04).
           05 PostJobGrade            PIC 9(02).
           05 PostStatus              PIC X(01).
               88 PostIsOpen             VALUE 'O'.
               88 PostIsFilled           VALUE 'F'.
               88 PostIsFrozen           VALUE 'Z'.
               88 PostIsControl          VALUE 'C'.
           05 PostRequisition         PIC 9(06).
               88 PostHasNoRequisition   VALUE ZEROES.
           05 PostOpenedDate          PIC 9(08).
           05 PostLastRequisition REDEFINES PostOpenedDate
                                      PIC 9(08).
           05 PostEmpNumber           PIC 9(09).
               88 PostIsVacant           VALUE ZEROES.
           05 PostFilledDate          PIC 9(08).
