       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-43.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PositionFile ASSIGN TO "Positions.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PostNumber
                 ALTERNATE RECORD KEY IS PostRequisition
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS PostEmpNumber
                     WITH DUPLICATES
                 FILE STATUS IS PositionFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

          SELECT BudgetFile ASSIGN TO "Budget.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS BudgetDeptCode
                 FILE STATUS IS BudgetFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PositionFile.
           COPY 'POSITION.CPY'.

       FD DeptFile.
           COPY 'DEPTREC.CPY'.

       FD BudgetFile.
           COPY 'BUDGET.CPY'.

       WORKING-STORAGE SECTION.
       01 PositionFileStatus     PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 BudgetFileStatus       PIC X(02).
       01 EndOfPositionFile      PIC X(01) VALUE 'N'.
           88 NoMorePositionRecords VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 AddAction            VALUE 'A'.
           88 RequisitionAction    VALUE 'R'.
           88 FreezeAction         VALUE 'F'.
           88 UnfreezeAction       VALUE 'U'.
           88 DeleteAction         VALUE 'D'.
           88 ListAction           VALUE 'L'.
           88 QuitAction           VALUE 'Q'.

       01 EntryPostNumber        PIC 9(06) VALUE ZEROES.
       01 EntryDeptCode          PIC X(04) VALUE SPACES.
       01 EntryJobGrade          PIC 9(02) VALUE ZEROES.

       01 EntryValid             PIC X(01) VALUE 'Y'.
           88 EntryIsValid         VALUE 'Y'.
       01 TodaysDate             PIC 9(08) VALUE ZEROES.
       01 DeptPostCount          PIC 9(05) COMP VALUE ZERO.
       01 HighestRequisition     PIC 9(06) VALUE ZEROES.
       01 RequisitionControl     PIC X(01) VALUE 'N'.
           88 RequisitionControlOnFile VALUE 'Y'.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM 100000-OpenPositionFile
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE PositionFile
           DISPLAY "Position maintenance ended"
           STOP RUN
           .

       100000-OpenPositionFile.
           OPEN I-O PositionFile
           IF PositionFileStatus = "35"
               OPEN OUTPUT PositionFile
               CLOSE PositionFile
               OPEN I-O PositionFile
           END-IF
           IF PositionFileStatus NOT = "00"
               DISPLAY "Unable to open Positions.dat - status "
                       PositionFileStatus
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(A)dd post, (R)aise requisition, (F)reeze, "
                   "(U)nfreeze,"
           DISPLAY "(D)elete, (L)ist, (Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN AddAction         PERFORM 300000-AddPost
               WHEN RequisitionAction PERFORM 400000-RaiseRequisition
               WHEN FreezeAction      PERFORM 450000-FreezePost
               WHEN UnfreezeAction    PERFORM 470000-UnfreezePost
               WHEN DeleteAction      PERFORM 500000-DeletePost
               WHEN ListAction        PERFORM 600000-ListPosts
               WHEN QuitAction        CONTINUE
               WHEN OTHER
                   DISPLAY "Enter A, R, F, U, D, L or Q"
           END-EVALUATE
           .

       250000-GetPostNumber.
           DISPLAY "Post number (6 digits): " WITH NO ADVANCING
           MOVE ZEROES TO EntryPostNumber
           ACCEPT EntryPostNumber
           .

       260000-GetPostDetails.
           MOVE 'Y' TO EntryValid
           DISPLAY "Department code: " WITH NO ADVANCING
           MOVE SPACES TO EntryDeptCode
           ACCEPT EntryDeptCode
           DISPLAY "Job grade (2 digits): " WITH NO ADVANCING
           MOVE ZEROES TO EntryJobGrade
           ACCEPT EntryJobGrade
           IF EntryDeptCode = SPACES
               MOVE 'N' TO EntryValid
               DISPLAY "No department code entered"
           END-IF
           IF EntryJobGrade NOT NUMERIC
           OR EntryJobGrade = ZERO
               MOVE 'N' TO EntryValid
               DISPLAY "No valid job grade entered"
           END-IF
           .

       270000-CheckDeptOnFile.
           OPEN INPUT DeptFile
           IF DeptFileStatus NOT = "00"
               DISPLAY "Depts.dat not available - status "
                       DeptFileStatus
               DISPLAY "Add refused - cannot check department"
               MOVE 'N' TO EntryValid
           ELSE
               MOVE EntryDeptCode TO DeptCode
               READ DeptFile KEY IS DeptCode
                   INVALID KEY
                       MOVE 'N' TO EntryValid
                       DISPLAY "Department " EntryDeptCode
                               " is not on file"
                   NOT INVALID KEY
                       IF NOT DeptIsActive
                           MOVE 'N' TO EntryValid
                           DISPLAY "Department " EntryDeptCode
                                   " is not active"
                       END-IF
               END-READ
               CLOSE DeptFile
           END-IF
           .

      * Posts that are not frozen count against the department's
      * authorized headcount on Budget.dat. A department with no
      * budget on file is allowed posts, with a warning.
       280000-CheckBudgetHeadcount.
           PERFORM 285000-CountDeptPosts
           OPEN INPUT BudgetFile
           IF BudgetFileStatus NOT = "00"
               DISPLAY "Budget.dat not available - headcount "
                       "not checked"
           ELSE
               MOVE EntryDeptCode TO BudgetDeptCode
               READ BudgetFile KEY IS BudgetDeptCode
                   INVALID KEY
                       DISPLAY "No budget on file for " EntryDeptCode
                               " - headcount not checked"
                   NOT INVALID KEY
                       IF DeptPostCount >= BudgetHeadcount
                           MOVE 'N' TO EntryValid
                           DISPLAY "Department " EntryDeptCode
                                   " already has " DeptPostCount
                                   " posts for a budget of "
                                   BudgetHeadcount
                       END-IF
               END-READ
               CLOSE BudgetFile
           END-IF
           .

       285000-CountDeptPosts.
           MOVE ZERO TO DeptPostCount
           MOVE 'N' TO EndOfPositionFile
           MOVE ZEROES TO PostNumber
           START PositionFile KEY IS NOT LESS THAN PostNumber
               INVALID KEY SET NoMorePositionRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadPositionRecord
           END-START
           PERFORM 286000-CountOnePost
               UNTIL NoMorePositionRecords
           .

       286000-CountOnePost.
           IF PostDeptCode = EntryDeptCode
           AND NOT PostIsFrozen
               ADD 1 TO DeptPostCount
           END-IF
           PERFORM 610000-ReadPositionRecord
           .

       300000-AddPost.
           PERFORM 250000-GetPostNumber
           IF EntryPostNumber NOT NUMERIC
           OR EntryPostNumber = ZERO
               DISPLAY "No valid post number entered"
           ELSE
               PERFORM 260000-GetPostDetails
               IF EntryIsValid
                   PERFORM 270000-CheckDeptOnFile
               END-IF
               IF EntryIsValid
                   PERFORM 280000-CheckBudgetHeadcount
               END-IF
               IF NOT EntryIsValid
                   DISPLAY "Post not added"
               ELSE
                   MOVE EntryPostNumber TO PostNumber
                   MOVE EntryDeptCode   TO PostDeptCode
                   MOVE EntryJobGrade   TO PostJobGrade
                   SET PostIsOpen TO TRUE
                   MOVE ZEROES          TO PostRequisition
                   MOVE TodaysDate      TO PostOpenedDate
                   MOVE ZEROES          TO PostEmpNumber
                   MOVE ZEROES          TO PostFilledDate
                   WRITE PositionRecord
                       INVALID KEY
                           DISPLAY "Post " EntryPostNumber
                                   " is already on file"
                       NOT INVALID KEY
                           DISPLAY "Post " EntryPostNumber
                                   " added - open, no requisition"
                   END-WRITE
               END-IF
           END-IF
           .

      * Requisition numbers run on from the last one given out,
      * held on the control record, so a number is never given
      * to two vacancies. Until the control record is written
      * the numbers run on from the highest already on file.
       400000-RaiseRequisition.
           PERFORM 250000-GetPostNumber
           PERFORM 410000-FindHighestRequisition
           MOVE EntryPostNumber TO PostNumber
           READ PositionFile KEY IS PostNumber
               INVALID KEY
                   DISPLAY "Post " EntryPostNumber " is not on file"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PostIsControl
                           DISPLAY "Post " EntryPostNumber
                                   " is not on file"
                       WHEN NOT PostIsOpen
                           DISPLAY "Post " EntryPostNumber
                                   " is not open - no requisition"
                       WHEN NOT PostHasNoRequisition
                           DISPLAY "Post " EntryPostNumber
                                   " already has requisition "
                                   PostRequisition
                       WHEN OTHER
                           PERFORM 420000-WriteRequisition
                   END-EVALUATE
           END-READ
           .

       410000-FindHighestRequisition.
           MOVE 'N' TO RequisitionControl
           MOVE ZEROES TO PostNumber
           READ PositionFile KEY IS PostNumber
               INVALID KEY
                   PERFORM 412000-ScanForHighestRequisition
               NOT INVALID KEY
                   MOVE 'Y' TO RequisitionControl
                   MOVE PostLastRequisition TO HighestRequisition
           END-READ
           .

       412000-ScanForHighestRequisition.
           MOVE ZEROES TO HighestRequisition
           MOVE 'N' TO EndOfPositionFile
           MOVE ZEROES TO PostNumber
           START PositionFile KEY IS NOT LESS THAN PostNumber
               INVALID KEY SET NoMorePositionRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadPositionRecord
           END-START
           PERFORM 415000-CheckOneRequisition
               UNTIL NoMorePositionRecords
           .

       415000-CheckOneRequisition.
           IF PostRequisition > HighestRequisition
               MOVE PostRequisition TO HighestRequisition
           END-IF
           PERFORM 610000-ReadPositionRecord
           .

       420000-WriteRequisition.
           ADD 1 TO HighestRequisition
           MOVE HighestRequisition TO PostRequisition
           REWRITE PositionRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           PositionFileStatus
               NOT INVALID KEY
                   DISPLAY "Requisition " PostRequisition
                           " raised for post " PostNumber
                           " (" PostDeptCode " grade "
                           PostJobGrade ")"
                   PERFORM 430000-SaveLastRequisition
           END-REWRITE
           .

       430000-SaveLastRequisition.
           MOVE ZEROES TO PostNumber
           MOVE SPACES TO PostDeptCode
           MOVE ZEROES TO PostJobGrade
           SET PostIsControl TO TRUE
           MOVE ZEROES TO PostRequisition
           MOVE HighestRequisition TO PostLastRequisition
           MOVE ZEROES TO PostEmpNumber
           MOVE ZEROES TO PostFilledDate
           IF RequisitionControlOnFile
               REWRITE PositionRecord
                   INVALID KEY
                       DISPLAY "Requisition control rewrite failed "
                               "- status " PositionFileStatus
               END-REWRITE
           ELSE
               WRITE PositionRecord
                   INVALID KEY
                       DISPLAY "Requisition control write failed "
                               "- status " PositionFileStatus
               END-WRITE
           END-IF
           .

       450000-FreezePost.
           PERFORM 250000-GetPostNumber
           MOVE EntryPostNumber TO PostNumber
           READ PositionFile KEY IS PostNumber
               INVALID KEY
                   DISPLAY "Post " EntryPostNumber " is not on file"
               NOT INVALID KEY
                   IF NOT PostIsOpen
                       DISPLAY "Only an open post can be frozen"
                   ELSE
                       SET PostIsFrozen TO TRUE
                       MOVE ZEROES TO PostRequisition
                       PERFORM 480000-RewritePost
                   END-IF
           END-READ
           .

       470000-UnfreezePost.
           PERFORM 250000-GetPostNumber
           MOVE EntryPostNumber TO PostNumber
           READ PositionFile KEY IS PostNumber
               INVALID KEY
                   DISPLAY "Post " EntryPostNumber " is not on file"
               NOT INVALID KEY
                   IF NOT PostIsFrozen
                       DISPLAY "Post " EntryPostNumber
                               " is not frozen"
                   ELSE
                       MOVE 'Y' TO EntryValid
                       MOVE PostDeptCode TO EntryDeptCode
                       PERFORM 280000-CheckBudgetHeadcount
                       PERFORM 475000-ReopenFrozenPost
                   END-IF
           END-READ
           .

      * A post unfrozen counts against the headcount again, so
      * it is refused if the department is already at budget.
      * The headcount check reads through the file, so the post
      * is read again before it is rewritten.
       475000-ReopenFrozenPost.
           IF NOT EntryIsValid
               DISPLAY "Post " EntryPostNumber " not unfrozen"
           ELSE
               MOVE EntryPostNumber TO PostNumber
               READ PositionFile KEY IS PostNumber
                   INVALID KEY
                       DISPLAY "Post " EntryPostNumber
                               " is not on file"
                   NOT INVALID KEY
                       SET PostIsOpen TO TRUE
                       MOVE TodaysDate TO PostOpenedDate
                       PERFORM 480000-RewritePost
               END-READ
           END-IF
           .

       480000-RewritePost.
           REWRITE PositionRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           PositionFileStatus
               NOT INVALID KEY
                   DISPLAY "Post " EntryPostNumber
                           " now status " PostStatus
           END-REWRITE
           .

       500000-DeletePost.
           PERFORM 250000-GetPostNumber
           MOVE EntryPostNumber TO PostNumber
           READ PositionFile KEY IS PostNumber
               INVALID KEY
                   DISPLAY "Post " EntryPostNumber " is not on file"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN PostIsControl
                           DISPLAY "Post " EntryPostNumber
                                   " is not on file"
                       WHEN PostIsFilled
                           DISPLAY "Post " EntryPostNumber
                                   " is held by " PostEmpNumber
                                   " - not deleted"
                       WHEN OTHER
                           DELETE PositionFile RECORD
                               INVALID KEY
                                   DISPLAY "Delete failed - status "
                                           PositionFileStatus
                               NOT INVALID KEY
                                   DISPLAY "Post " EntryPostNumber
                                           " deleted"
                           END-DELETE
                   END-EVALUATE
           END-READ
           .

       600000-ListPosts.
           MOVE 'N' TO EndOfPositionFile
           MOVE ZEROES TO PostNumber
           START PositionFile KEY IS NOT LESS THAN PostNumber
               INVALID KEY SET NoMorePositionRecords TO TRUE
               NOT INVALID KEY PERFORM 610000-ReadPositionRecord
           END-START
           PERFORM 620000-DisplayPositionRecord
               UNTIL NoMorePositionRecords
           .

       610000-ReadPositionRecord.
           READ PositionFile NEXT RECORD
               AT END SET NoMorePositionRecords TO TRUE
           END-READ
           .

       620000-DisplayPositionRecord.
           IF NOT PostIsControl
               DISPLAY PostNumber SPACE PostDeptCode SPACE
                       PostJobGrade SPACE PostStatus SPACE
                       PostRequisition SPACE PostOpenedDate SPACE
                       PostEmpNumber
           END-IF
           PERFORM 610000-ReadPositionRecord
           .
