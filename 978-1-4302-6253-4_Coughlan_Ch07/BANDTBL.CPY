      *------------------------------------------------------
      * BANDTBL.CPY
      * Salary bands by job grade, held as a WORKING-STORAGE
      * table and searched to edit EmpSalary against the band
      * for EmpJobGrade. The table is loaded from the Bands.dat
      * reference file at start-up (see BANDLOAD.CPY); unused
      * entries are left at grade zero, which is never a
      * valid grade.
      *------------------------------------------------------
       01 BandTable.
           05 BandTableEntry OCCURS 99 TIMES
                              INDEXED BY BandTableIndex.
               10 BandTableGrade    PIC 9(02).
               10 BandTableMinimum  PIC 9(07)V99.
               10 BandTableMidpoint PIC 9(07)V99.
               10 BandTableMaximum  PIC 9(07)V99.
