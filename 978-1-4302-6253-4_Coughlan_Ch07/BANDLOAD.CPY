      *------------------------------------------------------
      * BANDLOAD.CPY
      * Loads the BANDTBL.CPY salary band table from the
      * Bands.dat reference file, copied into the PROCEDURE
      * DIVISION of every program that edits or reports on
      * EmpSalary against the grade band.
      *
      * Requires the program to declare SalaryBandFile (SELECT
      * and FD copying BANDREC.CPY), SalaryBandFileStatus
      * PIC X(02) and COPY 'BANDTBL.CPY' in WORKING-STORAGE.
      * The run is abandoned if the reference file cannot be
      * read - no program may edit salaries against an empty
      * table.
      *------------------------------------------------------
       LOAD-SALARY-BAND-TABLE.
           MOVE ZEROES TO BandTable
           SET BandTableIndex TO 1
           OPEN INPUT SalaryBandFile
           IF SalaryBandFileStatus NOT = "00"
               DISPLAY "Unable to open Bands.dat - status "
                       SalaryBandFileStatus
               DISPLAY "Run abandoned - salary band file required"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ONE-SALARY-BAND
               UNTIL SalaryBandFileStatus NOT = "00"
           CLOSE SalaryBandFile
           .

       LOAD-ONE-SALARY-BAND.
           READ SalaryBandFile NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   IF BandTableIndex > 99
                       DISPLAY "Salary band table full - grade "
                               BandJobGrade " not loaded"
                   ELSE
                       MOVE BandJobGrade
                         TO BandTableGrade(BandTableIndex)
                       MOVE BandMinimum
                         TO BandTableMinimum(BandTableIndex)
                       MOVE BandMidpoint
                         TO BandTableMidpoint(BandTableIndex)
                       MOVE BandMaximum
                         TO BandTableMaximum(BandTableIndex)
                       SET BandTableIndex UP BY 1
                   END-IF
           END-READ
           .
