       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-48.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ShiftOfferFile ASSIGN TO "ShiftOffer.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ShiftOfferKey
                 FILE STATUS IS ShiftOfferFileStatus.

          SELECT ShiftVolFile ASSIGN TO "ShiftVol.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ShiftVolKey
                 ALTERNATE RECORD KEY IS ShiftVolEmpNumber
                     WITH DUPLICATES
                 FILE STATUS IS ShiftVolFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ShiftOfferFile.
           COPY 'SHIFTOFR.CPY'.

       FD ShiftVolFile.
           COPY 'SHIFTVOL.CPY'.

       FD EmployeeFile.
           COPY 'EMPLOYEE.CPY'.

       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       WORKING-STORAGE SECTION.
       01 ShiftOfferFileStatus   PIC X(02).
       01 ShiftVolFileStatus     PIC X(02).
       01 EmployeeFileStatus     PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 EndOfShiftFile         PIC X(01) VALUE 'N'.
           88 NoMoreShiftRecords   VALUE 'Y'.
       01 EndOfVolunteerChain    PIC X(01) VALUE 'N'.
           88 NoMoreChainVolunteers VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 OfferAction          VALUE 'O'.
           88 CancelAction         VALUE 'C'.
           88 VolunteerAction      VALUE 'V'.
           88 WithdrawAction       VALUE 'W'.
           88 ListAction           VALUE 'L'.
           88 QuitAction           VALUE 'Q'.

       01 EntryDeptCode          PIC X(04) VALUE SPACES.
       01 EntryShiftDate         PIC 9(08) VALUE ZEROES.
       01 EntrySlot              PIC 9(02) VALUE ZEROES.
       01 EntryStartTime         PIC 9(04) VALUE ZEROES.
       01 EntryHours             PIC 9(02)V9 VALUE ZEROES.
       01 EntryMultiplier        PIC 9V99 VALUE ZEROES.
       01 EntryEmpNumber         PIC 9(09) VALUE ZEROES.
       01 NextSlot               PIC 9(02) VALUE ZEROES.
       01 VolunteerCount         PIC 9(02) VALUE ZEROES.
       01 TodaysDate             PIC 9(08) VALUE ZEROES.

      * The knockout tie-breaker takes no more than eight.
       01 MaximumVolunteers      PIC 9(02) VALUE 8.
      * Time and a half unless the shift says otherwise.
       01 StandardMultiplier     PIC 9V99 VALUE 1.50.

       01 EntryValid             PIC X(01) VALUE 'Y'.
           88 EntryIsValid         VALUE 'Y'.
       01 ShiftFound             PIC X(01) VALUE 'N'.
           88 ShiftOnFile          VALUE 'Y'.

       COPY 'DEPTTBL.CPY'.

       PROCEDURE DIVISION.
       Begin.
           PERFORM LOAD-DEPARTMENT-TABLE
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM 100000-OpenShiftFiles
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE ShiftOfferFile ShiftVolFile EmployeeFile
           DISPLAY "Overtime shift maintenance ended"
           STOP RUN
           .

       100000-OpenShiftFiles.
           OPEN I-O ShiftOfferFile
           IF ShiftOfferFileStatus = "35"
               OPEN OUTPUT ShiftOfferFile
               CLOSE ShiftOfferFile
               OPEN I-O ShiftOfferFile
           END-IF
           IF ShiftOfferFileStatus NOT = "00"
               DISPLAY "Unable to open ShiftOffer.dat - status "
                       ShiftOfferFileStatus
               STOP RUN
           END-IF
           OPEN I-O ShiftVolFile
           IF ShiftVolFileStatus = "35"
               OPEN OUTPUT ShiftVolFile
               CLOSE ShiftVolFile
               OPEN I-O ShiftVolFile
           END-IF
           IF ShiftVolFileStatus NOT = "00"
               DISPLAY "Unable to open ShiftVol.dat - status "
                       ShiftVolFileStatus
               CLOSE ShiftOfferFile
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               CLOSE ShiftOfferFile ShiftVolFile
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(O)ffer shift, (C)ancel shift, (V)olunteer, "
                   "(W)ithdraw volunteer, (L)ist, (Q)uit: "
                   WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN OfferAction     PERFORM 300000-OfferShift
               WHEN CancelAction    PERFORM 400000-CancelShift
               WHEN VolunteerAction PERFORM 500000-AddVolunteer
               WHEN WithdrawAction  PERFORM 550000-WithdrawVolunteer
               WHEN ListAction      PERFORM 600000-ListShifts
               WHEN QuitAction      CONTINUE
               WHEN OTHER           DISPLAY "Enter O, C, V, W, L or Q"
           END-EVALUATE
           .

       250000-GetDeptAndDate.
           MOVE 'Y' TO EntryValid
           DISPLAY "Department: " WITH NO ADVANCING
           MOVE SPACES TO EntryDeptCode
           ACCEPT EntryDeptCode
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   MOVE 'N' TO EntryValid
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   MOVE 'N' TO EntryValid
               WHEN DeptTableCode(DeptTableIndex) = EntryDeptCode
                   CONTINUE
           END-SEARCH
           IF NOT EntryIsValid
               DISPLAY "Department " EntryDeptCode
                       " is not an active department"
           ELSE
               DISPLAY "Shift date YYYYMMDD: " WITH NO ADVANCING
               MOVE ZEROES TO EntryShiftDate
               ACCEPT EntryShiftDate
               IF EntryShiftDate NOT NUMERIC
               OR EntryShiftDate < TodaysDate
                   MOVE 'N' TO EntryValid
                   DISPLAY "Shift date must be today or later"
               END-IF
           END-IF
           .

       260000-GetShift.
           PERFORM 250000-GetDeptAndDate
           MOVE 'N' TO ShiftFound
           IF EntryIsValid
               DISPLAY "Slot: " WITH NO ADVANCING
               MOVE ZEROES TO EntrySlot
               ACCEPT EntrySlot
               MOVE EntryDeptCode  TO ShiftDeptCode
               MOVE EntryShiftDate TO ShiftDate
               MOVE EntrySlot      TO ShiftSlot
               READ ShiftOfferFile KEY IS ShiftOfferKey
                   INVALID KEY
                       DISPLAY "No shift " EntryDeptCode SPACE
                               EntryShiftDate " slot " EntrySlot
                   NOT INVALID KEY
                       MOVE 'Y' TO ShiftFound
               END-READ
           END-IF
           .

      * A new shift takes the next free slot for the department
      * and date.
       300000-OfferShift.
           PERFORM 250000-GetDeptAndDate
           IF EntryIsValid
               DISPLAY "Start time HHMM: " WITH NO ADVANCING
               MOVE ZEROES TO EntryStartTime
               ACCEPT EntryStartTime
               DISPLAY "Hours (99.9): " WITH NO ADVANCING
               MOVE ZEROES TO EntryHours
               ACCEPT EntryHours
               DISPLAY "Rate multiplier (9.99, 0 for "
                       StandardMultiplier "): " WITH NO ADVANCING
               MOVE ZEROES TO EntryMultiplier
               ACCEPT EntryMultiplier
               IF EntryStartTime NOT NUMERIC
               OR EntryStartTime > 2359
                   MOVE 'N' TO EntryValid
                   DISPLAY "Start time must be 0000 to 2359"
               END-IF
               IF EntryHours NOT NUMERIC
               OR EntryHours = ZERO
               OR EntryHours > 24
                   MOVE 'N' TO EntryValid
                   DISPLAY "Hours must be over 0 and no more than 24"
               END-IF
               IF EntryMultiplier NOT NUMERIC
                   MOVE 'N' TO EntryValid
                   DISPLAY "Rate multiplier must be numeric"
               ELSE
                   IF EntryMultiplier = ZERO
                       MOVE StandardMultiplier TO EntryMultiplier
                   END-IF
               END-IF
           END-IF
           IF NOT EntryIsValid
               DISPLAY "Shift not offered"
           ELSE
               PERFORM 350000-FindNextSlot
               MOVE EntryDeptCode   TO ShiftDeptCode
               MOVE EntryShiftDate  TO ShiftDate
               MOVE NextSlot        TO ShiftSlot
               MOVE EntryStartTime  TO ShiftStartTime
               MOVE EntryHours      TO ShiftHours
               MOVE EntryMultiplier TO ShiftRateMultiplier
               SET ShiftIsOpen      TO TRUE
               MOVE TodaysDate      TO ShiftOfferedDate
               MOVE ZEROES          TO ShiftQueuedDate
               MOVE ZEROES          TO ShiftWinner
               MOVE ZEROES          TO ShiftAllocatedDate
               MOVE SPACE           TO ShiftDecidedBy
               MOVE SPACES          TO ShiftPayCode
               MOVE ZERO            TO ShiftPayAmount
               WRITE ShiftOfferRecord
                   INVALID KEY
                       DISPLAY "Write failed - status "
                               ShiftOfferFileStatus
                   NOT INVALID KEY
                       DISPLAY "Shift " EntryDeptCode SPACE
                               EntryShiftDate " slot " NextSlot
                               " offered"
               END-WRITE
           END-IF
           .

       350000-FindNextSlot.
           MOVE ZEROES TO NextSlot
           MOVE 'N' TO EndOfShiftFile
           MOVE EntryDeptCode  TO ShiftDeptCode
           MOVE EntryShiftDate TO ShiftDate
           MOVE ZEROES         TO ShiftSlot
           START ShiftOfferFile KEY IS NOT LESS THAN ShiftOfferKey
               INVALID KEY SET NoMoreShiftRecords TO TRUE
               NOT INVALID KEY PERFORM 360000-ReadDayShift
           END-START
           PERFORM 370000-NoteDayShift
               UNTIL NoMoreShiftRecords
           ADD 1 TO NextSlot
           .

       360000-ReadDayShift.
           READ ShiftOfferFile NEXT RECORD
               AT END SET NoMoreShiftRecords TO TRUE
           END-READ
           IF NOT NoMoreShiftRecords
           AND (ShiftDeptCode NOT = EntryDeptCode
                OR ShiftDate NOT = EntryShiftDate)
               SET NoMoreShiftRecords TO TRUE
           END-IF
           .

       370000-NoteDayShift.
           MOVE ShiftSlot TO NextSlot
           PERFORM 360000-ReadDayShift
           .

       400000-CancelShift.
           PERFORM 260000-GetShift
           IF ShiftOnFile
               IF ShiftIsOpen OR ShiftIsContested
                   SET ShiftIsCancelled TO TRUE
                   REWRITE ShiftOfferRecord
                       INVALID KEY
                           DISPLAY "Rewrite failed - status "
                                   ShiftOfferFileStatus
                       NOT INVALID KEY
                           DISPLAY "Shift cancelled"
                           PERFORM 410000-WithdrawVolunteers
                   END-REWRITE
               ELSE
                   DISPLAY "Only an open or contested shift can be "
                           "cancelled - status " ShiftStatus
               END-IF
           END-IF
           .

      * Volunteers still pending on a cancelled shift are
      * withdrawn, so the fairness report does not carry them as
      * shifts waiting to be allocated.
       410000-WithdrawVolunteers.
           MOVE 'N' TO EndOfVolunteerChain
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolKey
               INVALID KEY SET NoMoreChainVolunteers TO TRUE
               NOT INVALID KEY PERFORM 525000-ReadVolunteer
           END-START
           PERFORM 415000-WithdrawOneVolunteer
               UNTIL NoMoreChainVolunteers
           .

       415000-WithdrawOneVolunteer.
           IF VolunteerPending
               SET VolunteerWithdrawn TO TRUE
               REWRITE ShiftVolunteerRecord
                   INVALID KEY
                       DISPLAY "Rewrite failed for " ShiftVolEmpNumber
                               " - status " ShiftVolFileStatus
               END-REWRITE
           END-IF
           PERFORM 525000-ReadVolunteer
           .

       500000-AddVolunteer.
           PERFORM 260000-GetShift
           IF ShiftOnFile
               IF NOT ShiftIsOpen
                   DISPLAY "Shift is no longer open - status "
                           ShiftStatus
               ELSE
                   PERFORM 520000-CountVolunteers
                   IF VolunteerCount NOT < MaximumVolunteers
                       DISPLAY "Shift already has "
                               MaximumVolunteers " volunteers"
                   ELSE
                       PERFORM 510000-GetEmployee
                       IF EntryIsValid
                           PERFORM 530000-WriteVolunteer
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       510000-GetEmployee.
           MOVE 'Y' TO EntryValid
           DISPLAY "Employee number: " WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           MOVE EntryEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE 'N' TO EntryValid
                   DISPLAY "Employee " EntryEmpNumber
                           " is not on the master"
               NOT INVALID KEY
                   IF EmpIsActive
                       DISPLAY "  " EmpForename " " EmpSurname
                   ELSE
                       MOVE 'N' TO EntryValid
                       DISPLAY "Employee " EntryEmpNumber
                               " is not active - status " EmpStatus
                   END-IF
           END-READ
           .

       520000-CountVolunteers.
           MOVE ZEROES TO VolunteerCount
           MOVE 'N' TO EndOfVolunteerChain
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolKey
               INVALID KEY SET NoMoreChainVolunteers TO TRUE
               NOT INVALID KEY PERFORM 525000-ReadVolunteer
           END-START
           PERFORM 527000-CountOneVolunteer
               UNTIL NoMoreChainVolunteers
           .

       525000-ReadVolunteer.
           READ ShiftVolFile NEXT RECORD
               AT END SET NoMoreChainVolunteers TO TRUE
           END-READ
           IF NOT NoMoreChainVolunteers
           AND ShiftVolOfferKey NOT = ShiftOfferKey
               SET NoMoreChainVolunteers TO TRUE
           END-IF
           .

       527000-CountOneVolunteer.
           IF VolunteerPending
               ADD 1 TO VolunteerCount
           END-IF
           PERFORM 525000-ReadVolunteer
           .

       530000-WriteVolunteer.
           MOVE ShiftOfferKey  TO ShiftVolOfferKey
           MOVE EntryEmpNumber TO ShiftVolEmpNumber
           MOVE TodaysDate     TO ShiftVolRecordedDate
           MOVE ShiftHours     TO ShiftVolHours
           SET VolunteerPending TO TRUE
           MOVE 'N'            TO ShiftVolContested
           WRITE ShiftVolunteerRecord
               INVALID KEY
                   DISPLAY "Employee " EntryEmpNumber
                           " has already volunteered for this shift"
               NOT INVALID KEY
                   DISPLAY "Employee " EntryEmpNumber
                           " volunteered for the shift"
           END-WRITE
           .

       550000-WithdrawVolunteer.
           PERFORM 260000-GetShift
           IF ShiftOnFile
               IF NOT ShiftIsOpen
                   DISPLAY "Shift is no longer open - status "
                           ShiftStatus
               ELSE
                   DISPLAY "Employee number: " WITH NO ADVANCING
                   MOVE ZEROES TO EntryEmpNumber
                   ACCEPT EntryEmpNumber
                   MOVE ShiftOfferKey  TO ShiftVolOfferKey
                   MOVE EntryEmpNumber TO ShiftVolEmpNumber
                   READ ShiftVolFile KEY IS ShiftVolKey
                       INVALID KEY
                           DISPLAY "Employee " EntryEmpNumber
                                   " has not volunteered"
                       NOT INVALID KEY
                           SET VolunteerWithdrawn TO TRUE
                           REWRITE ShiftVolunteerRecord
                               INVALID KEY
                                   DISPLAY "Rewrite failed - status "
                                           ShiftVolFileStatus
                               NOT INVALID KEY
                                   DISPLAY "Volunteer withdrawn"
                           END-REWRITE
                   END-READ
               END-IF
           END-IF
           .

       600000-ListShifts.
           DISPLAY "Department: " WITH NO ADVANCING
           MOVE SPACES TO EntryDeptCode
           ACCEPT EntryDeptCode
           MOVE 'N' TO EndOfShiftFile
           MOVE EntryDeptCode TO ShiftDeptCode
           MOVE TodaysDate    TO ShiftDate
           MOVE ZEROES        TO ShiftSlot
           START ShiftOfferFile KEY IS NOT LESS THAN ShiftOfferKey
               INVALID KEY SET NoMoreShiftRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadDeptShift
           END-START
           PERFORM 620000-DisplayShift
               UNTIL NoMoreShiftRecords
           .

       610000-ReadDeptShift.
           READ ShiftOfferFile NEXT RECORD
               AT END SET NoMoreShiftRecords TO TRUE
           END-READ
           IF NOT NoMoreShiftRecords
           AND ShiftDeptCode NOT = EntryDeptCode
               SET NoMoreShiftRecords TO TRUE
           END-IF
           .

       620000-DisplayShift.
           PERFORM 520000-CountVolunteers
           DISPLAY ShiftDate SPACE ShiftSlot SPACE ShiftStartTime
                   SPACE ShiftHours SPACE ShiftRateMultiplier
                   SPACE ShiftStatus " volunteers " VolunteerCount
                   " winner " ShiftWinner
           PERFORM 610000-ReadDeptShift
           .

       COPY 'DEPTLOAD.CPY'.
