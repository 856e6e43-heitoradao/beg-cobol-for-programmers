      *------------------------------------------------------
      * SHIFTVOL.CPY
      * Overtime volunteer record - ShiftVol.dat, one per
      * employee putting their name forward for a shift on
      * ShiftOffer.dat (SHIFTOFR.CPY), keyed on the shift key
      * plus employee number, with an alternate key on the
      * employee number for the overtime fairness report
      * (Listing7-50). Keyed through Listing7-48; a shift takes
      * at most eight volunteers, the most the knockout
      * tie-breaker can settle. The allocation run marks the
      * winner won and the other volunteers lost, and flags
      * every volunteer on a contested shift.
      *------------------------------------------------------
       01 ShiftVolunteerRecord.
           05 ShiftVolKey.
               10 ShiftVolOfferKey.
                   15 ShiftVolDeptCode  PIC X(04).
                   15 ShiftVolDate      PIC 9(08).
                   15 ShiftVolSlot      PIC 9(02).
               10 ShiftVolEmpNumber  PIC 9(09).
           05 ShiftVolRecordedDate   PIC 9(08).
           05 ShiftVolHours          PIC 9(02)V9.
           05 ShiftVolOutcome        PIC X(01).
               88 VolunteerPending      VALUE 'P'.
               88 VolunteerWon          VALUE 'W'.
               88 VolunteerLost         VALUE 'L'.
               88 VolunteerWithdrawn    VALUE 'X'.
           05 ShiftVolContested      PIC X(01).
               88 VolunteerWasContested VALUE 'Y'.
