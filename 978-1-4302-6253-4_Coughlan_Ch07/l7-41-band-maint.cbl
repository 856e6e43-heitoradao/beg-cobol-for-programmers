       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-41.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT SalaryBandFile ASSIGN TO "Bands.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BandJobGrade
                 FILE STATUS IS SalaryBandFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD SalaryBandFile.
           COPY 'BANDREC.CPY'.

       FD EmployeeFile.
           COPY 'EMPLOYEE.CPY'.

       WORKING-STORAGE SECTION.
       01 SalaryBandFileStatus   PIC X(02).
       01 EmployeeFileStatus     PIC X(02).
       01 EndOfBandFile          PIC X(01) VALUE 'N'.
           88 NoMoreBandRecords    VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 AddAction            VALUE 'A'.
           88 ChangeAction         VALUE 'C'.
           88 DeleteAction         VALUE 'D'.
           88 ListAction           VALUE 'L'.
           88 QuitAction           VALUE 'Q'.

       01 EntryJobGrade          PIC 9(02) VALUE ZEROES.
       01 EntryMinimum           PIC 9(07)V99 VALUE ZEROES.
       01 EntryMidpoint          PIC 9(07)V99 VALUE ZEROES.
       01 EntryMaximum           PIC 9(07)V99 VALUE ZEROES.

       01 EntryValid             PIC X(01) VALUE 'Y'.
           88 EntryIsValid         VALUE 'Y'.
       01 ActiveEmployeeCount    PIC 9(05) COMP VALUE ZERO.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 100000-OpenBandFile
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE SalaryBandFile
           DISPLAY "Salary band maintenance ended"
           STOP RUN
           .

       100000-OpenBandFile.
           OPEN I-O SalaryBandFile
           IF SalaryBandFileStatus = "35"
               OPEN OUTPUT SalaryBandFile
               CLOSE SalaryBandFile
               OPEN I-O SalaryBandFile
           END-IF
           IF SalaryBandFileStatus NOT = "00"
               DISPLAY "Unable to open Bands.dat - status "
                       SalaryBandFileStatus
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(A)dd, (C)hange, (D)elete, (L)ist, "
                   "(Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN AddAction    PERFORM 300000-AddBand
               WHEN ChangeAction PERFORM 400000-ChangeBand
               WHEN DeleteAction PERFORM 500000-DeleteBand
               WHEN ListAction   PERFORM 600000-ListBands
               WHEN QuitAction   CONTINUE
               WHEN OTHER        DISPLAY "Enter A, C, D, L or Q"
           END-EVALUATE
           .

       250000-GetJobGrade.
           DISPLAY "Job grade (2 digits): " WITH NO ADVANCING
           MOVE ZEROES TO EntryJobGrade
           ACCEPT EntryJobGrade
           .

       260000-GetBandAmounts.
           MOVE 'Y' TO EntryValid
           DISPLAY "Band minimum: " WITH NO ADVANCING
           MOVE ZEROES TO EntryMinimum
           ACCEPT EntryMinimum
           DISPLAY "Band midpoint: " WITH NO ADVANCING
           MOVE ZEROES TO EntryMidpoint
           ACCEPT EntryMidpoint
           DISPLAY "Band maximum: " WITH NO ADVANCING
           MOVE ZEROES TO EntryMaximum
           ACCEPT EntryMaximum
           IF EntryMinimum NOT NUMERIC
           OR EntryMidpoint NOT NUMERIC
           OR EntryMaximum NOT NUMERIC
               MOVE 'N' TO EntryValid
               DISPLAY "Band amounts must be numeric"
           ELSE
               IF EntryMinimum = ZERO
                   MOVE 'N' TO EntryValid
                   DISPLAY "Band minimum cannot be zero"
               END-IF
               IF EntryMinimum > EntryMidpoint
               OR EntryMidpoint > EntryMaximum
                   MOVE 'N' TO EntryValid
                   DISPLAY "Band must run minimum <= midpoint "
                           "<= maximum"
               END-IF
           END-IF
           .

       300000-AddBand.
           PERFORM 250000-GetJobGrade
           IF EntryJobGrade NOT NUMERIC
           OR EntryJobGrade = ZERO
               DISPLAY "No valid job grade entered"
           ELSE
               PERFORM 260000-GetBandAmounts
               IF NOT EntryIsValid
                   DISPLAY "Band not added"
               ELSE
                   MOVE EntryJobGrade TO BandJobGrade
                   MOVE EntryMinimum  TO BandMinimum
                   MOVE EntryMidpoint TO BandMidpoint
                   MOVE EntryMaximum  TO BandMaximum
                   WRITE SalaryBandRecord
                       INVALID KEY
                           DISPLAY "Band for grade " EntryJobGrade
                                   " is already on file"
                       NOT INVALID KEY
                           DISPLAY "Band for grade " EntryJobGrade
                                   " added"
                   END-WRITE
               END-IF
           END-IF
           .

       400000-ChangeBand.
           PERFORM 250000-GetJobGrade
           MOVE EntryJobGrade TO BandJobGrade
           READ SalaryBandFile KEY IS BandJobGrade
               INVALID KEY
                   DISPLAY "No band on file for grade "
                           EntryJobGrade
               NOT INVALID KEY
                   DISPLAY "Current minimum " BandMinimum
                           " midpoint " BandMidpoint
                           " maximum " BandMaximum
                   PERFORM 260000-GetBandAmounts
                   IF EntryIsValid
                       MOVE EntryMinimum  TO BandMinimum
                       MOVE EntryMidpoint TO BandMidpoint
                       MOVE EntryMaximum  TO BandMaximum
                       REWRITE SalaryBandRecord
                           INVALID KEY
                               DISPLAY "Rewrite failed - status "
                                       SalaryBandFileStatus
                           NOT INVALID KEY
                               DISPLAY "Band for grade "
                                       EntryJobGrade " changed"
                       END-REWRITE
                   ELSE
                       DISPLAY "Band unchanged"
                   END-IF
           END-READ
           .

       500000-DeleteBand.
           PERFORM 250000-GetJobGrade
           MOVE EntryJobGrade TO BandJobGrade
           READ SalaryBandFile KEY IS BandJobGrade
               INVALID KEY
                   DISPLAY "No band on file for grade "
                           EntryJobGrade
               NOT INVALID KEY
                   PERFORM 550000-CountActiveEmployees
                   IF ActiveEmployeeCount > ZERO
                       DISPLAY "Grade " EntryJobGrade " has "
                               ActiveEmployeeCount
                               " active employees - not deleted"
                   ELSE
                       DELETE SalaryBandFile RECORD
                           INVALID KEY
                               DISPLAY "Delete failed - status "
                                       SalaryBandFileStatus
                           NOT INVALID KEY
                               DISPLAY "Band for grade "
                                       EntryJobGrade " deleted"
                       END-DELETE
                   END-IF
           END-READ
           .

       550000-CountActiveEmployees.
           MOVE ZERO TO ActiveEmployeeCount
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Employee.dat not available - status "
                       EmployeeFileStatus
               DISPLAY "Delete refused - cannot check employees"
               MOVE 1 TO ActiveEmployeeCount
           ELSE
               MOVE ZEROES TO EmpNumber
               START EmployeeFile KEY IS NOT LESS THAN EmpNumber
                   INVALID KEY SET EndOfEmployeeFile TO TRUE
                   NOT INVALID KEY PERFORM 560000-ReadEmployee
               END-START
               PERFORM 570000-CheckOneEmployee
                   UNTIL EndOfEmployeeFile
               CLOSE EmployeeFile
           END-IF
           .

       560000-ReadEmployee.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       570000-CheckOneEmployee.
           IF EmpIsActive AND EmpJobGrade = EntryJobGrade
               ADD 1 TO ActiveEmployeeCount
           END-IF
           PERFORM 560000-ReadEmployee
           .

       600000-ListBands.
           MOVE 'N' TO EndOfBandFile
           MOVE ZEROES TO BandJobGrade
           START SalaryBandFile KEY IS NOT LESS THAN BandJobGrade
               INVALID KEY SET NoMoreBandRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadBandRecord
           END-START
           PERFORM 620000-DisplayBandRecord
               UNTIL NoMoreBandRecords
           .

       610000-ReadBandRecord.
           READ SalaryBandFile NEXT RECORD
               AT END SET NoMoreBandRecords TO TRUE
           END-READ
           .

       620000-DisplayBandRecord.
           DISPLAY BandJobGrade SPACE BandMinimum SPACE
                   BandMidpoint SPACE BandMaximum
           PERFORM 610000-ReadBandRecord
           .
