      *------------------------------------------------------
      * FEEDREL.CPY
      * Payroll feed release record - FeedRel.dat, keyed on
      * pay group plus the run date on the feed. Written by
      * the pre-release variance check (Listing7-56) for each
      * feed it checks, so the bureau transmission can tell a
      * released feed from a held one. FeedRelRecordCount and
      * FeedRelSalaryHash are the feed's own trailer figures,
      * so an override applies only to the very file that was
      * checked - a feed extracted again must be checked again.
      * A feed held because total pay moved too far may be
      * overridden by an authorised operator in Listing7-57
      * and is then released by the next variance check. A
      * feed held on its controls cannot be overridden - it
      * must be extracted again.
      * The prior generation (PrevPayW.dat / PrevPayM.dat) is
      * replaced only when a feed is released. The payroll
      * extract (Listing7-6) reads this file to send again any
      * final pay, arrears or pension stamped with the run date
      * of a feed that was never released, or with today's date
      * when today's feed has not yet been checked.
      *------------------------------------------------------
       01 FeedReleaseRecord.
           05 FeedRelKey.
               10 FeedRelPayGroup    PIC X(01).
               10 FeedRelRunDate     PIC 9(08).
           05 FeedRelStatus          PIC X(01).
               88 FeedRelHeld           VALUE 'H'.
               88 FeedRelOverridden     VALUE 'A'.
               88 FeedRelReleased       VALUE 'R'.
               88 FeedRelReleasedOnOverride VALUE 'V'.
               88 FeedRelIsReleased     VALUE 'R' 'V'.
           05 FeedRelHoldType        PIC X(01).
               88 FeedRelNoHold         VALUE SPACE.
               88 FeedRelHeldOnControls VALUE 'C'.
               88 FeedRelHeldOnMovement VALUE 'P'.
           05 FeedRelHoldReason      PIC X(30).
           05 FeedRelRecordCount     PIC 9(07).
           05 FeedRelSalaryHash      PIC 9(11)V99.
           05 FeedRelPriorRunDate    PIC 9(08).
           05 FeedRelTotalPay        PIC S9(11)V99.
           05 FeedRelPriorTotalPay   PIC S9(11)V99.
           05 FeedRelMovePercent     PIC S9(05)V9.
           05 FeedRelNewPayees       PIC 9(05).
           05 FeedRelDroppedPayees   PIC 9(05).
           05 FeedRelBankChanges     PIC 9(05).
           05 FeedRelSalaryMoves     PIC 9(05).
           05 FeedRelElementMoves    PIC 9(05).
           05 FeedRelCheckedDate     PIC 9(08).
           05 FeedRelCheckedTime     PIC 9(08).
           05 FeedRelOverrideBy      PIC X(08).
           05 FeedRelOverrideDate    PIC 9(08).
           05 FeedRelOverrideTime    PIC 9(08).
           05 FeedRelReleasedDate    PIC 9(08).
           05 FeedRelReleasedTime    PIC 9(08).
