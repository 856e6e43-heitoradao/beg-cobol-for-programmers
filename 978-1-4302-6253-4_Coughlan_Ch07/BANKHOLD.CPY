      *------------------------------------------------------
      * BANKHOLD.CPY
      * Bank detail change hold record - BankHold.dat, keyed
      * on BankHoldEmpNumber. Written by the bank details
      * maintenance program (Listing7-24) whenever the sort
      * code or account number on an existing BankAcct.dat
      * record is changed, or bank details are deleted and
      * later added again. The change is held for the
      * BankHoldDays cooling-off period on RunParm.dat and
      * until a callback to the employee has been recorded
      * (Listing7-58). While it is held the payroll extract
      * (Listing7-6) goes on paying the previous account,
      * taken from the before image of the BankAudit.dat
      * record named by BankHoldAuditDate/Time, or holds the
      * payment if there was no previous account to pay.
      *
      * BankHoldAuditDate/Time always name the first change
      * since the account last verified, so a second change
      * inside the hold does not make the first new account
      * the "previous" one. Each further change restarts the
      * cooling-off period and clears any verification.
      * A change is released once it is verified and the
      * run date has reached BankHoldUntilDate. A rejected
      * change has already been put back by Listing7-58.
      *------------------------------------------------------
       01 BankHoldRecord.
           05 BankHoldEmpNumber      PIC 9(09).
           05 BankHoldStatus         PIC X(01).
               88 BankHoldPending       VALUE 'P'.
               88 BankHoldVerified      VALUE 'V'.
               88 BankHoldRejected      VALUE 'R'.
               88 BankHoldDeleted       VALUE 'D'.
           05 BankHoldPrevious       PIC X(01).
               88 BankHoldHasPrevious   VALUE 'Y'.
               88 BankHoldNoPrevious    VALUE 'N'.
           05 BankHoldAuditDate      PIC 9(08).
           05 BankHoldAuditTime      PIC 9(08).
           05 BankHoldLatestDate     PIC 9(08).
           05 BankHoldLatestTime     PIC 9(08).
           05 BankHoldUntilDate      PIC 9(08).
           05 BankHoldChangeCount    PIC 9(03).
           05 BankHoldChangedBy      PIC X(08).
           05 BankHoldVerifiedBy     PIC X(08).
           05 BankHoldVerifiedDate   PIC 9(08).
           05 BankHoldVerifiedTime   PIC 9(08).
           05 BankHoldContactName    PIC X(20).
           05 BankHoldContactPhone   PIC X(15).
