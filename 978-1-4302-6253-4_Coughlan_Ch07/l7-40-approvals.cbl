       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-40.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT ApprovalFile ASSIGN TO "Approvals.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS ApprovalKey
                 FILE STATUS IS ApprovalFileStatus.

          SELECT RunParmFile ASSIGN TO "RunParm.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS RunParmFileStatus.

          SELECT AgeingReport ASSIGN TO "APPRAGE.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ApprovalFile.
           COPY 'APPROVAL.CPY'.

       FD RunParmFile.
           COPY 'RUNPARM.CPY'.

       FD AgeingReport.
       01 AgeingLine             PIC X(80).

       WORKING-STORAGE SECTION.
       01 ApprovalFileStatus     PIC X(02).
       01 RunParmFileStatus      PIC X(02).
       01 EndOfApprovalFile      PIC X(01) VALUE 'N'.
           88 NoMoreApprovals      VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 ReviewAction         VALUE 'R'.
           88 ListAction           VALUE 'L'.
           88 AgeingAction         VALUE 'G'.
           88 QuitAction           VALUE 'Q'.

       01 OperatorReply          PIC X(01) VALUE SPACE.
           88 ApproveReply         VALUE 'A'.
           88 RejectReply          VALUE 'R'.
           88 SkipReply            VALUE 'S'.
           88 StopReviewReply      VALUE 'Q'.

       01 OperatorId             PIC X(08) VALUE SPACES.
       01 TodayDate              PIC 9(08) VALUE ZEROES.
       01 TodayDayNumber         PIC 9(07) VALUE ZERO.
       01 ParkedDays             PIC 9(05) VALUE ZERO.

       01 ChangesApproved        PIC 9(05) COMP VALUE ZERO.
       01 ChangesRejected        PIC 9(05) COMP VALUE ZERO.
       01 ParkedItemsFound       PIC 9(05) COMP VALUE ZERO.
       01 OverdueItemsFound      PIC 9(05) COMP VALUE ZERO.

       COPY 'TRANSACT.CPY'.

       COPY 'DAYWORK.CPY'.

       01 AgeingHeading1.
           05 FILLER             PIC X(40)
              VALUE "CHANGES AWAITING APPROVAL - AGEING AS AT".
           05 FILLER             PIC X(01) VALUE SPACE.
           05 HeadingToday       PIC 9999/99/99.
       01 AgeingHeading2.
           05 FILLER             PIC X(29)
              VALUE "PARKED LONGER THAN ALLOWED - ".
           05 HeadingAgeDays     PIC ZZ9.
           05 FILLER             PIC X(05) VALUE " DAYS".
       01 AgeingHeading3.
           05 FILLER             PIC X(12) VALUE "PARKED".
           05 FILLER             PIC X(08) VALUE "BATCH".
           05 FILLER             PIC X(11) VALUE "EMP-NO".
           05 FILLER             PIC X(08) VALUE "REASON".
           05 FILLER             PIC X(11) VALUE "ENTERED BY".
           05 FILLER             PIC X(06) VALUE "DAYS".
       01 AgeingDetailLine.
           05 AgeDetailParkedDate
                                 PIC 9999/99/99.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AgeDetailBatch     PIC 9(06).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AgeDetailEmpNumber PIC 9(09).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 AgeDetailReasons   PIC X(03).
           05 FILLER             PIC X(05) VALUE SPACES.
           05 AgeDetailEnteredBy PIC X(08).
           05 FILLER             PIC X(03) VALUE SPACES.
           05 AgeDetailDays      PIC ZZ,ZZ9.
       01 AgeingTotalLine.
           05 AgeTotalLabel      PIC X(26).
           05 AgeTotalValue      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       Begin.
           PERFORM READ-RUN-CONTROL
           DISPLAY "Your operator id: " WITH NO ADVANCING
           ACCEPT OperatorId
           IF OperatorId = SPACES
               DISPLAY "No operator id entered - approvals ended"
               STOP RUN
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           MOVE TodayDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           MOVE DayCalcNumber TO TodayDayNumber
           OPEN I-O ApprovalFile
           IF ApprovalFileStatus = "35"
               DISPLAY "No changes have been parked for approval"
               STOP RUN
           END-IF
           IF ApprovalFileStatus NOT = "00"
               DISPLAY "Unable to open Approvals.dat - status "
                       ApprovalFileStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE ApprovalFile
           DISPLAY "Changes approved.........: " ChangesApproved
           DISPLAY "Changes rejected.........: " ChangesRejected
           DISPLAY "Approvals ended"
           STOP RUN
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(R)eview parked changes, (L)ist, a(G)eing "
                   "report, (Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN ReviewAction PERFORM 300000-ReviewParkedChanges
               WHEN ListAction   PERFORM 600000-ListParkedChanges
               WHEN AgeingAction PERFORM 700000-PrintAgeingReport
               WHEN QuitAction   CONTINUE
               WHEN OTHER        DISPLAY "Enter R, L, G or Q"
           END-EVALUATE
           .

       250000-StartApprovalFile.
           MOVE 'N' TO EndOfApprovalFile
           MOVE LOW-VALUES TO ApprovalKey
           START ApprovalFile KEY IS NOT LESS THAN ApprovalKey
               INVALID KEY SET NoMoreApprovals TO TRUE
               NOT INVALID KEY PERFORM 260000-ReadApproval
           END-START
           .

       260000-ReadApproval.
           READ ApprovalFile NEXT RECORD
               AT END SET NoMoreApprovals TO TRUE
           END-READ
           .

       270000-CalculateParkedDays.
           MOVE ApprovalParkedDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           IF DayCalcNumber < TodayDayNumber
               COMPUTE ParkedDays = TodayDayNumber - DayCalcNumber
           ELSE
               MOVE ZERO TO ParkedDays
           END-IF
           .

       280000-DisplayParkedChange.
           MOVE ApprovalTranImage TO TransactionRecord
           PERFORM 270000-CalculateParkedDays
           DISPLAY "-------------------------------------------"
           DISPLAY "Employee " ApprovalEmpNumber "  "
                   TranForename " " TranSurname
           DISPLAY "  Parked " ApprovalParkedDate
                   " batch " ApprovalBatchNumber
                   "/" ApprovalBatchSeq
                   " - " ParkedDays " days waiting"
           DISPLAY "  Entered by " ApprovalEnteredBy
           IF ApprovalForSalary
               DISPLAY "  Salary " ApprovalOldSalary
                       " to " TranSalary
           END-IF
           IF ApprovalForGrade
               DISPLAY "  Grade  " ApprovalOldJobGrade
                       " to " TranJobGrade
           END-IF
           IF ApprovalForStatus
               DISPLAY "  Status " ApprovalOldStatus
                       " to " TranStatus
               IF TranStatusTerminated
                   DISPLAY "  Leaving " TranLeavingDate
                           " reason " TranLeavingReason
               END-IF
           END-IF
           .

       300000-ReviewParkedChanges.
           PERFORM 250000-StartApprovalFile
           MOVE SPACE TO OperatorReply
           PERFORM 310000-ReviewOneApproval
               UNTIL NoMoreApprovals OR StopReviewReply
           .

       310000-ReviewOneApproval.
           IF ApprovalParked
               PERFORM 280000-DisplayParkedChange
               IF ApprovalEnteredBy = OperatorId
                   DISPLAY "  Entered by you - it must be decided "
                           "by another operator"
               ELSE
                   PERFORM 320000-GetDecision
               END-IF
           END-IF
           IF NOT StopReviewReply
               PERFORM 260000-ReadApproval
           END-IF
           .

       320000-GetDecision.
           MOVE SPACE TO OperatorReply
           PERFORM 330000-PromptForDecision
               UNTIL ApproveReply OR RejectReply
                  OR SkipReply OR StopReviewReply
           EVALUATE TRUE
               WHEN ApproveReply PERFORM 400000-ApproveChange
               WHEN RejectReply  PERFORM 500000-RejectChange
               WHEN OTHER        CONTINUE
           END-EVALUATE
           .

       330000-PromptForDecision.
           DISPLAY "(A)pprove, (R)eject, (S)kip, (Q)uit review: "
               WITH NO ADVANCING
           ACCEPT OperatorReply
           IF NOT (ApproveReply OR RejectReply
                OR SkipReply OR StopReviewReply)
               DISPLAY "Enter A, R, S or Q"
           END-IF
           .

       400000-ApproveChange.
           SET ApprovalApproved TO TRUE
           MOVE OperatorId TO ApprovalDecidedBy
           MOVE TodayDate  TO ApprovalDecisionDate
           MOVE OperatorId TO TranApprovedBy
           MOVE TransactionRecord TO ApprovalTranImage
           REWRITE ApprovalRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           ApprovalFileStatus
               NOT INVALID KEY
                   ADD 1 TO ChangesApproved
                   DISPLAY "Change approved - released on the "
                           "next pre-edit run"
           END-REWRITE
           .

       500000-RejectChange.
           SET ApprovalRejected TO TRUE
           MOVE OperatorId TO ApprovalDecidedBy
           MOVE TodayDate  TO ApprovalDecisionDate
           REWRITE ApprovalRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           ApprovalFileStatus
               NOT INVALID KEY
                   ADD 1 TO ChangesRejected
                   DISPLAY "Change rejected - it will not be "
                           "applied"
           END-REWRITE
           .

       600000-ListParkedChanges.
           MOVE ZERO TO ParkedItemsFound
           PERFORM 250000-StartApprovalFile
           PERFORM 610000-ListOneApproval
               UNTIL NoMoreApprovals
           DISPLAY "Changes awaiting approval: " ParkedItemsFound
           .

       610000-ListOneApproval.
           IF ApprovalParked
               ADD 1 TO ParkedItemsFound
               PERFORM 280000-DisplayParkedChange
           END-IF
           PERFORM 260000-ReadApproval
           .

       700000-PrintAgeingReport.
           MOVE ZERO TO ParkedItemsFound OverdueItemsFound
           OPEN OUTPUT AgeingReport
           MOVE TodayDate TO HeadingToday
           MOVE ApprovalAgeDays TO HeadingAgeDays
           MOVE AgeingHeading1 TO AgeingLine
           WRITE AgeingLine
           MOVE AgeingHeading2 TO AgeingLine
           WRITE AgeingLine
           MOVE SPACES TO AgeingLine
           WRITE AgeingLine
           MOVE AgeingHeading3 TO AgeingLine
           WRITE AgeingLine
           PERFORM 250000-StartApprovalFile
           PERFORM 710000-AgeOneApproval
               UNTIL NoMoreApprovals
           MOVE SPACES TO AgeingLine
           WRITE AgeingLine
           MOVE "CHANGES AWAITING APPROVAL:" TO AgeTotalLabel
           MOVE ParkedItemsFound TO AgeTotalValue
           MOVE AgeingTotalLine TO AgeingLine
           WRITE AgeingLine
           MOVE "WAITING TOO LONG.........:" TO AgeTotalLabel
           MOVE OverdueItemsFound TO AgeTotalValue
           MOVE AgeingTotalLine TO AgeingLine
           WRITE AgeingLine
           CLOSE AgeingReport
           DISPLAY OverdueItemsFound " of " ParkedItemsFound
                   " parked changes overdue - see APPRAGE.PRT"
           .

       710000-AgeOneApproval.
           IF ApprovalParked
               ADD 1 TO ParkedItemsFound
               PERFORM 270000-CalculateParkedDays
               IF ParkedDays > ApprovalAgeDays
                   ADD 1 TO OverdueItemsFound
                   MOVE ApprovalParkedDate  TO AgeDetailParkedDate
                   MOVE ApprovalBatchNumber TO AgeDetailBatch
                   MOVE ApprovalEmpNumber   TO AgeDetailEmpNumber
                   MOVE ApprovalReasons     TO AgeDetailReasons
                   MOVE ApprovalEnteredBy   TO AgeDetailEnteredBy
                   MOVE ParkedDays          TO AgeDetailDays
                   MOVE AgeingDetailLine TO AgeingLine
                   WRITE AgeingLine
               END-IF
           END-IF
           PERFORM 260000-ReadApproval
           .

       COPY 'RUNCTL.CPY'.
       COPY 'DAYCALC.CPY'.
