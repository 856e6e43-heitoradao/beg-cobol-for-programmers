      *------------------------------------------------------
      * BANDREC.CPY
      * Salary band reference master record - Bands.dat, keyed
      * on the job grade. Maintained by Listing7-41; loaded
      * into the BANDTBL.CPY table at start-up by every
      * program that edits or reports on EmpSalary against
      * EmpJobGrade, so re-pointing a band is a data change,
      * not a recompile. The midpoint is the rate for a fully
      * competent employee in the grade and is the base of the
      * compa-ratio (salary / midpoint).
      *------------------------------------------------------
       01 SalaryBandRecord.
           05 BandJobGrade         PIC 9(02).
           05 BandMinimum          PIC 9(07)V99.
           05 BandMidpoint         PIC 9(07)V99.
           05 BandMaximum          PIC 9(07)V99.
