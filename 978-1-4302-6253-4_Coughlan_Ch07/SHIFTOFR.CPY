      *------------------------------------------------------
      * SHIFTOFR.CPY
      * Overtime shift offer record - ShiftOffer.dat, keyed on
      * department, shift date and a slot number within the
      * day, so a department can offer several shifts on one
      * date. Offered and cancelled through Listing7-48 and
      * allocated by the overtime allocation run (Listing7-49).
      * A shift with one volunteer is allocated directly; one
      * with more is queued for the shift tie-breaker
      * (Listing5-10, or the Listing5-12 knockout for three or
      * more) and settled from MatchHist.dat on a later run.
      * The winner is paid through an overtime allowance on
      * PayElem.dat - ShiftPayCode is the element it went to.
      * A shift whose date passes before it is allocated
      * lapses.
      *------------------------------------------------------
       01 ShiftOfferRecord.
           05 ShiftOfferKey.
               10 ShiftDeptCode      PIC X(04).
               10 ShiftDate          PIC 9(08).
               10 ShiftSlot          PIC 9(02).
           05 ShiftStartTime         PIC 9(04).
           05 ShiftHours             PIC 9(02)V9.
           05 ShiftRateMultiplier    PIC 9V99.
           05 ShiftStatus            PIC X(01).
               88 ShiftIsOpen           VALUE 'O'.
               88 ShiftIsContested      VALUE 'Q'.
               88 ShiftIsAllocated      VALUE 'A'.
               88 ShiftIsCancelled      VALUE 'C'.
               88 ShiftHasLapsed        VALUE 'L'.
           05 ShiftOfferedDate       PIC 9(08).
           05 ShiftQueuedDate        PIC 9(08).
           05 ShiftWinner            PIC 9(09).
           05 ShiftAllocatedDate     PIC 9(08).
           05 ShiftDecidedBy         PIC X(01).
               88 ShiftUncontested      VALUE 'U'.
               88 ShiftByTieBreak       VALUE 'T'.
           05 ShiftPayCode           PIC X(03).
           05 ShiftPayAmount         PIC 9(05)V99.
