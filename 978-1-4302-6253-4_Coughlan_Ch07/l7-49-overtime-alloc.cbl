      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-49.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
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

          SELECT PayElemFile ASSIGN TO "PayElem.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PayElemKey
                 FILE STATUS IS PayElemFileStatus.

          SELECT OPTIONAL MatchHistoryFile ASSIGN TO "MatchHist.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS MatchHistFileStatus.

          SELECT AllocationReport ASSIGN TO "OVERTIME.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD ShiftOfferFile.
           COPY "SHIFTOFR.CPY".

       FD ShiftVolFile.
           COPY "SHIFTVOL.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD PayElemFile.
           COPY "PAYELEM.CPY".

       FD MatchHistoryFile.
           COPY "MATCHHIST.CPY".

       FD AllocationReport.
       01 AllocationLine            PIC X(100).

       WORKING-STORAGE SECTION.
       01 ShiftOfferFileStatus      PIC X(02).
       01 ShiftVolFileStatus        PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 PayElemFileStatus         PIC X(02).
       01 MatchHistFileStatus       PIC X(02).
       01 EndOfShiftFile            PIC X(01) VALUE 'N'.
           88 NoMoreShiftRecords      VALUE 'Y'.
       01 EndOfVolunteerChain       PIC X(01) VALUE 'N'.
           88 NoMoreChainVolunteers   VALUE 'Y'.
       01 EndOfMatchHistFile        PIC X(01) VALUE 'N'.
           88 NoMoreMatchHistRecords  VALUE 'Y'.
       01 MatchOpen                 PIC X(01) VALUE 'N'.
           88 MatchInProgress         VALUE 'Y'.
       01 PaymentCheck              PIC X(01) VALUE 'Y'.
           88 PaymentPosted           VALUE 'Y'.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 EarliestQueuedDate        PIC 9(08) VALUE 99999999.

      * Overtime is paid at the employee's hourly rate - annual
      * salary over 52 weeks of the standard working week -
      * times the shift's rate multiplier, as an allowance in
      * force for the pay period the shift falls in: the
      * calendar month for the monthly group, the Monday to
      * Sunday week for the weekly group. The element code is
      * 'O' and the period number - month, or week of the year.
       01 StandardWeeklyHours       PIC 9(02)V9 VALUE 37.5.
       01 ElementLimit              PIC 9(05)V99 VALUE 99999.99.
       01 HourlyRate                PIC 9(05)V9(4) VALUE ZERO.
       01 OvertimePay               PIC 9(07)V99 VALUE ZERO.
       01 ElementTotal              PIC 9(07)V99 VALUE ZERO.
       01 PeriodStartNumber         PIC 9(07) VALUE ZERO.
       01 PeriodEndNumber           PIC 9(07) VALUE ZERO.
       01 YearWeekOneNumber         PIC 9(07) VALUE ZERO.
       01 PeriodStartDate           PIC 9(08) VALUE ZERO.
       01 PeriodEndDate             PIC 9(08) VALUE ZERO.
       01 PeriodNumber              PIC 9(02) VALUE ZERO.
       01 OvertimePayCode.
           05 FILLER                PIC X(01) VALUE 'O'.
           05 OvertimePayPeriod     PIC 9(02).
       01 WinnerEmpNumber           PIC 9(09) VALUE ZERO.
       01 AllocationNote            PIC X(30) VALUE SPACES.

      * The volunteers still in contention for the shift in
      * hand - at most eight, the most the knockout settles.
       01 ContestantTable.
           05 ContestantCount       PIC 9(02) COMP VALUE ZERO.
           05 ContestantEntry OCCURS 8 TIMES.
               10 ContestantEmpNumber PIC 9(09).
               10 ContestantState   PIC X(01).
                   88 ContestantStillIn VALUE 'I'.
                   88 ContestantOut     VALUE 'O'.
       01 ContestantSub             PIC 9(02) COMP VALUE ZERO.
       01 WinnerSub                 PIC 9(02) COMP VALUE ZERO.
       01 LoserSub                  PIC 9(02) COMP VALUE ZERO.
       01 RemainingCount            PIC 9(02) COMP VALUE ZERO.
       01 SearchEmpNumber           PIC 9(09) VALUE ZERO.
       01 FoundSub                  PIC 9(02) COMP VALUE ZERO.

      * Decided tie-break matches from MatchHist.dat, played no
      * earlier than the oldest shift waiting on one. A match
      * is used to settle one shift only; a match that knocks
      * a volunteer out of a shift not yet settled is held
      * tentatively and given back if the shift stays open.
       01 MatchTable.
           05 MatchCount            PIC 9(04) COMP VALUE ZERO.
           05 MatchEntry OCCURS 500 TIMES.
               10 MatchDate         PIC 9(08).
               10 MatchWinner       PIC 9(09).
               10 MatchLoser        PIC 9(09).
               10 MatchUse          PIC X(01).
                   88 MatchUnused       VALUE 'N'.
                   88 MatchTentative    VALUE 'T'.
                   88 MatchUsed         VALUE 'U'.
       01 MatchSub                  PIC 9(04) COMP VALUE ZERO.
       01 MatchesIgnored            PIC 9(05) COMP VALUE ZERO.
       01 CurrentMatchKey.
           05 CurrentMatchDate      PIC 9(08).
           05 CurrentEmpNumberA     PIC 9(09).
           05 CurrentEmpNumberB     PIC 9(09).
       01 PriorRoundNumber          PIC 9(02) VALUE ZERO.
       01 FinalScoreA               PIC 9(02) VALUE ZERO.
       01 FinalScoreB               PIC 9(02) VALUE ZERO.

       01 ShiftsExamined            PIC 9(07) COMP VALUE ZERO.
       01 AllocatedDirect           PIC 9(07) COMP VALUE ZERO.
       01 AllocatedByTieBreak       PIC 9(07) COMP VALUE ZERO.
       01 QueuedThisRun             PIC 9(07) COMP VALUE ZERO.
       01 StillAwaiting             PIC 9(07) COMP VALUE ZERO.
       01 NoVolunteers              PIC 9(07) COMP VALUE ZERO.
       01 ShiftsLapsed              PIC 9(07) COMP VALUE ZERO.
       01 VolunteersDropped         PIC 9(07) COMP VALUE ZERO.
       01 PayByHand                 PIC 9(07) COMP VALUE ZERO.
       01 TotalOvertimePosted       PIC 9(09)V99 VALUE ZERO.
       01 TotalHoursAllocated       PIC 9(07)V9 VALUE ZERO.

           COPY "DAYWORK.CPY".

       01 ReportHeading1.
           05 FILLER                PIC X(32)
              VALUE "OVERTIME SHIFT ALLOCATION".
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
       01 ColumnHeadingLine.
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(12) VALUE "SHIFT DATE".
           05 FILLER                PIC X(05) VALUE "SLOT".
           05 FILLER                PIC X(07) VALUE "HOURS".
           05 FILLER                PIC X(32) VALUE "OUTCOME".
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(04) VALUE "PAY".
           05 FILLER                PIC X(10) VALUE "    AMOUNT".
       01 AllocationDetailLine.
           05 AllocDeptCode         PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AllocShiftDate        PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AllocSlot             PIC Z9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 AllocHours            PIC Z9.9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 AllocOutcome          PIC X(30).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AllocEmpNumber        PIC 9(09) BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AllocPayCode          PIC X(03).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 AllocAmount           PIC ZZ,ZZ9.99 BLANK WHEN ZERO.
       01 ContestantLine.
           05 FILLER                PIC X(28) VALUE SPACES.
           05 FILLER                PIC X(12) VALUE "CONTESTANT ".
           05 ContestEmpNumber      PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ContestSurname        PIC X(15).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 ContestForename       PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ContestState          PIC X(07).
       01 NoteLine.
           05 FILLER                PIC X(28) VALUE SPACES.
           05 NoteText              PIC X(50).
       01 TotalCountLine.
           05 TotalCountLabel       PIC X(30).
           05 TotalCountValue       PIC ZZZ,ZZ9.
       01 TotalAmountLine.
           05 TotalAmountLabel      PIC X(30).
           05 TotalAmountValue      PIC ZZZ,ZZZ,ZZ9.99.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SHIFT
               UNTIL NoMoreShiftRecords
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           OPEN I-O ShiftOfferFile
           IF ShiftOfferFileStatus NOT = "00"
               DISPLAY "Unable to open ShiftOffer.dat - status "
                       ShiftOfferFileStatus
               DISPLAY "Overtime allocation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ShiftVolFile
           IF ShiftVolFileStatus NOT = "00"
               DISPLAY "Unable to open ShiftVol.dat - status "
                       ShiftVolFileStatus
               DISPLAY "Overtime allocation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Overtime allocation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O PayElemFile
           IF PayElemFileStatus = "35"
               OPEN OUTPUT PayElemFile
               CLOSE PayElemFile
               OPEN I-O PayElemFile
           END-IF
           IF PayElemFileStatus NOT = "00"
               DISPLAY "Unable to open PayElem.dat - status "
                       PayElemFileStatus
               DISPLAY "Overtime allocation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-FIND-EARLIEST-QUEUE
           PERFORM 1500-LOAD-MATCH-TABLE
           OPEN OUTPUT AllocationReport
           MOVE RunDate TO HeadingRunDate
           MOVE SPACES TO AllocationLine
           MOVE ReportHeading1 TO AllocationLine
           WRITE AllocationLine
           MOVE SPACES TO AllocationLine
           WRITE AllocationLine
           MOVE ColumnHeadingLine TO AllocationLine
           WRITE AllocationLine
           MOVE 'N' TO EndOfShiftFile
           MOVE LOW-VALUES TO ShiftOfferKey
           START ShiftOfferFile KEY IS NOT LESS THAN ShiftOfferKey
               INVALID KEY SET NoMoreShiftRecords TO TRUE
           END-START
           IF NOT NoMoreShiftRecords
               PERFORM 2100-READ-SHIFT
           END-IF
           .

       1200-FIND-EARLIEST-QUEUE.
           MOVE 'N' TO EndOfShiftFile
           MOVE LOW-VALUES TO ShiftOfferKey
           START ShiftOfferFile KEY IS NOT LESS THAN ShiftOfferKey
               INVALID KEY SET NoMoreShiftRecords TO TRUE
           END-START
           IF NOT NoMoreShiftRecords
               PERFORM 2100-READ-SHIFT
           END-IF
           PERFORM 1250-NOTE-QUEUED-DATE
               UNTIL NoMoreShiftRecords
           .

       1250-NOTE-QUEUED-DATE.
           IF ShiftIsContested
           AND ShiftQueuedDate < EarliestQueuedDate
               MOVE ShiftQueuedDate TO EarliestQueuedDate
           END-IF
           PERFORM 2100-READ-SHIFT
           .

      *------------------------------------------------------
      * A match is the run of MatchHist.dat rounds with the
      * same date and pair of employees, as on the tie-break
      * standings (Listing5-11); the final round's scores
      * decide it. A drawn match decides nothing.
      *------------------------------------------------------
       1500-LOAD-MATCH-TABLE.
           MOVE ZERO TO MatchCount
           MOVE 'N' TO MatchOpen
           MOVE 'N' TO EndOfMatchHistFile
           OPEN INPUT MatchHistoryFile
           IF MatchHistFileStatus NOT = "00"
           AND MatchHistFileStatus NOT = "05"
               DISPLAY "MatchHist.dat not available - status "
                       MatchHistFileStatus
               DISPLAY "Contested shifts stay queued"
           ELSE
               PERFORM 1600-READ-MATCH-HISTORY
               PERFORM 1700-TAKE-MATCH-ROUND
                   UNTIL NoMoreMatchHistRecords
               PERFORM 1800-FINALISE-MATCH
               CLOSE MatchHistoryFile
           END-IF
           .

       1600-READ-MATCH-HISTORY.
           READ MatchHistoryFile
               AT END SET NoMoreMatchHistRecords TO TRUE
           END-READ
           .

       1700-TAKE-MATCH-ROUND.
           IF MatchHistDate NOT < EarliestQueuedDate
               IF NOT MatchInProgress
               OR MatchHistDate NOT = CurrentMatchDate
               OR MatchHistEmpNumberA NOT = CurrentEmpNumberA
               OR MatchHistEmpNumberB NOT = CurrentEmpNumberB
               OR MatchHistRoundNumber <= PriorRoundNumber
                   PERFORM 1800-FINALISE-MATCH
                   SET MatchInProgress TO TRUE
                   MOVE MatchHistDate       TO CurrentMatchDate
                   MOVE MatchHistEmpNumberA TO CurrentEmpNumberA
                   MOVE MatchHistEmpNumberB TO CurrentEmpNumberB
               END-IF
               MOVE MatchHistRoundNumber TO PriorRoundNumber
               MOVE MatchHistScoreA TO FinalScoreA
               MOVE MatchHistScoreB TO FinalScoreB
           END-IF
           PERFORM 1600-READ-MATCH-HISTORY
           .

       1800-FINALISE-MATCH.
           IF MatchInProgress
               IF FinalScoreA NOT = FinalScoreB
                   IF MatchCount < 500
                       ADD 1 TO MatchCount
                       MOVE CurrentMatchDate TO MatchDate(MatchCount)
                       SET MatchUnused(MatchCount) TO TRUE
                       IF FinalScoreA > FinalScoreB
                           MOVE CurrentEmpNumberA
                             TO MatchWinner(MatchCount)
                           MOVE CurrentEmpNumberB
                             TO MatchLoser(MatchCount)
                       ELSE
                           MOVE CurrentEmpNumberB
                             TO MatchWinner(MatchCount)
                           MOVE CurrentEmpNumberA
                             TO MatchLoser(MatchCount)
                       END-IF
                   ELSE
                       ADD 1 TO MatchesIgnored
                   END-IF
               END-IF
               MOVE ZERO TO PriorRoundNumber
               MOVE 'N' TO MatchOpen
           END-IF
           .

       2000-PROCESS-SHIFT.
           IF ShiftIsOpen OR ShiftIsContested
               ADD 1 TO ShiftsExamined
               MOVE ZERO TO WinnerEmpNumber
               MOVE ZERO TO OvertimePay
               MOVE SPACES TO OvertimePayCode
               IF ShiftDate < RunDate
                   PERFORM 2500-LAPSE-SHIFT
               ELSE
                   PERFORM 2200-GATHER-VOLUNTEERS
                   EVALUATE TRUE
                       WHEN ContestantCount = ZERO
                           ADD 1 TO NoVolunteers
                           MOVE "NO VOLUNTEERS YET" TO AllocationNote
                           PERFORM 7000-WRITE-DETAIL-LINE
                       WHEN ContestantCount = 1
                           MOVE ContestantEmpNumber(1)
                             TO WinnerEmpNumber
                           SET ShiftUncontested TO TRUE
                           PERFORM 4000-ALLOCATE-SHIFT
                       WHEN ShiftIsOpen
                           PERFORM 3000-QUEUE-SHIFT
                       WHEN OTHER
                           PERFORM 3500-APPLY-TIE-BREAKS
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 2100-READ-SHIFT
           .

       2100-READ-SHIFT.
           READ ShiftOfferFile NEXT RECORD
               AT END SET NoMoreShiftRecords TO TRUE
           END-READ
           .

      * Volunteers who have since left or been suspended drop
      * out of the shift.
       2200-GATHER-VOLUNTEERS.
           MOVE ZERO TO ContestantCount
           MOVE 'N' TO EndOfVolunteerChain
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolKey
               INVALID KEY SET NoMoreChainVolunteers TO TRUE
               NOT INVALID KEY PERFORM 2300-READ-VOLUNTEER
           END-START
           PERFORM 2400-TAKE-VOLUNTEER
               UNTIL NoMoreChainVolunteers
           .

       2300-READ-VOLUNTEER.
           READ ShiftVolFile NEXT RECORD
               AT END SET NoMoreChainVolunteers TO TRUE
           END-READ
           IF NOT NoMoreChainVolunteers
           AND ShiftVolOfferKey NOT = ShiftOfferKey
               SET NoMoreChainVolunteers TO TRUE
           END-IF
           .

       2400-TAKE-VOLUNTEER.
           IF VolunteerPending
               MOVE ShiftVolEmpNumber TO EmpNumber
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       MOVE 'S' TO EmpStatus
               END-READ
               IF EmpIsActive AND ContestantCount < 8
                   ADD 1 TO ContestantCount
                   MOVE ShiftVolEmpNumber
                     TO ContestantEmpNumber(ContestantCount)
                   SET ContestantStillIn(ContestantCount) TO TRUE
               ELSE
                   SET VolunteerWithdrawn TO TRUE
                   REWRITE ShiftVolunteerRecord
                       INVALID KEY
                           DISPLAY "ShiftVol.dat rewrite failed for "
                                   ShiftVolEmpNumber " - status "
                                   ShiftVolFileStatus
                   END-REWRITE
                   ADD 1 TO VolunteersDropped
               END-IF
           END-IF
           PERFORM 2300-READ-VOLUNTEER
           .

       2500-LAPSE-SHIFT.
           SET ShiftHasLapsed TO TRUE
           REWRITE ShiftOfferRecord
               INVALID KEY
                   DISPLAY "ShiftOffer.dat rewrite failed - status "
                           ShiftOfferFileStatus
           END-REWRITE
           ADD 1 TO ShiftsLapsed
           PERFORM 2600-WITHDRAW-VOLUNTEERS
           MOVE "LAPSED - NOT ALLOCATED" TO AllocationNote
           PERFORM 7000-WRITE-DETAIL-LINE
           .

      * Volunteers still pending on a shift that has lapsed are
      * withdrawn, so the fairness report does not carry them as
      * shifts waiting to be allocated.
       2600-WITHDRAW-VOLUNTEERS.
           MOVE 'N' TO EndOfVolunteerChain
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolKey
               INVALID KEY SET NoMoreChainVolunteers TO TRUE
               NOT INVALID KEY PERFORM 2300-READ-VOLUNTEER
           END-START
           PERFORM 2700-WITHDRAW-ONE-VOLUNTEER
               UNTIL NoMoreChainVolunteers
           .

       2700-WITHDRAW-ONE-VOLUNTEER.
           IF VolunteerPending
               SET VolunteerWithdrawn TO TRUE
               REWRITE ShiftVolunteerRecord
                   INVALID KEY
                       DISPLAY "ShiftVol.dat rewrite failed for "
                               ShiftVolEmpNumber " - status "
                               ShiftVolFileStatus
               END-REWRITE
           END-IF
           PERFORM 2300-READ-VOLUNTEER
           .

      *------------------------------------------------------
      * A contested shift is queued for the tie-breaker: the
      * supervisor runs Listing5-10 for two volunteers or the
      * Listing5-12 knockout for more, and a later run takes
      * the result from MatchHist.dat.
      *------------------------------------------------------
       3000-QUEUE-SHIFT.
           SET ShiftIsContested TO TRUE
           MOVE RunDate TO ShiftQueuedDate
           REWRITE ShiftOfferRecord
               INVALID KEY
                   DISPLAY "ShiftOffer.dat rewrite failed - status "
                           ShiftOfferFileStatus
           END-REWRITE
           ADD 1 TO QueuedThisRun
           MOVE "CONTESTED - QUEUED FOR TIE-BREAK" TO AllocationNote
           PERFORM 7000-WRITE-DETAIL-LINE
           PERFORM 3100-FLAG-CONTESTANT
               VARYING ContestantSub FROM 1 BY 1
               UNTIL ContestantSub > ContestantCount
           IF ContestantCount = 2
               MOVE "SETTLE WITH THE SHIFT TIE-BREAK (LISTING5-10)"
                 TO NoteText
           ELSE
               MOVE "SETTLE WITH THE KNOCKOUT TIE-BREAK (LISTING5-12)"
                 TO NoteText
           END-IF
           MOVE SPACES TO AllocationLine
           MOVE NoteLine TO AllocationLine
           WRITE AllocationLine
           .

       3100-FLAG-CONTESTANT.
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ContestantEmpNumber(ContestantSub)
             TO ShiftVolEmpNumber
           READ ShiftVolFile KEY IS ShiftVolKey
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET VolunteerWasContested TO TRUE
                   REWRITE ShiftVolunteerRecord
                       INVALID KEY
                           DISPLAY "ShiftVol.dat rewrite failed for "
                                   ShiftVolEmpNumber " - status "
                                   ShiftVolFileStatus
                   END-REWRITE
           END-READ
           PERFORM 7100-WRITE-CONTESTANT-LINE
           .

       3500-APPLY-TIE-BREAKS.
           PERFORM 3600-APPLY-ONE-MATCH
               VARYING MatchSub FROM 1 BY 1
               UNTIL MatchSub > MatchCount
           MOVE ZERO TO RemainingCount
           PERFORM 3700-COUNT-REMAINING
               VARYING ContestantSub FROM 1 BY 1
               UNTIL ContestantSub > ContestantCount
           IF RemainingCount = 1
               PERFORM 3800-CONFIRM-MATCH-USE
                   VARYING MatchSub FROM 1 BY 1
                   UNTIL MatchSub > MatchCount
               MOVE ContestantEmpNumber(WinnerSub)
                 TO WinnerEmpNumber
               SET ShiftByTieBreak TO TRUE
               PERFORM 4000-ALLOCATE-SHIFT
           ELSE
               PERFORM 3900-RELEASE-MATCH-USE
                   VARYING MatchSub FROM 1 BY 1
                   UNTIL MatchSub > MatchCount
               ADD 1 TO StillAwaiting
               MOVE "AWAITING TIE-BREAK RESULT" TO AllocationNote
               PERFORM 7000-WRITE-DETAIL-LINE
               PERFORM 7100-WRITE-CONTESTANT-LINE
                   VARYING ContestantSub FROM 1 BY 1
                   UNTIL ContestantSub > ContestantCount
           END-IF
           .

       3600-APPLY-ONE-MATCH.
           IF MatchUnused(MatchSub)
           AND MatchDate(MatchSub) NOT < ShiftQueuedDate
               MOVE MatchWinner(MatchSub) TO SearchEmpNumber
               PERFORM 3650-FIND-CONTESTANT
               MOVE FoundSub TO WinnerSub
               MOVE MatchLoser(MatchSub) TO SearchEmpNumber
               PERFORM 3650-FIND-CONTESTANT
               MOVE FoundSub TO LoserSub
               IF WinnerSub > ZERO AND LoserSub > ZERO
                   IF ContestantStillIn(WinnerSub)
                   AND ContestantStillIn(LoserSub)
                       SET ContestantOut(LoserSub) TO TRUE
                       SET MatchTentative(MatchSub) TO TRUE
                   END-IF
               END-IF
           END-IF
           .

       3650-FIND-CONTESTANT.
           MOVE ZERO TO FoundSub
           PERFORM 3660-CHECK-ONE-CONTESTANT
               VARYING ContestantSub FROM 1 BY 1
               UNTIL ContestantSub > ContestantCount
           .

       3660-CHECK-ONE-CONTESTANT.
           IF ContestantEmpNumber(ContestantSub) = SearchEmpNumber
               MOVE ContestantSub TO FoundSub
           END-IF
           .

       3700-COUNT-REMAINING.
           IF ContestantStillIn(ContestantSub)
               ADD 1 TO RemainingCount
               MOVE ContestantSub TO WinnerSub
           END-IF
           .

       3800-CONFIRM-MATCH-USE.
           IF MatchTentative(MatchSub)
               SET MatchUsed(MatchSub) TO TRUE
           END-IF
           .

       3900-RELEASE-MATCH-USE.
           IF MatchTentative(MatchSub)
               SET MatchUnused(MatchSub) TO TRUE
           END-IF
           .

      *------------------------------------------------------
      * The shift goes to the winner and the other volunteers
      * are marked lost; the winner's pay is added to the
      * overtime allowance for the pay period. Where the pay
      * cannot go on PayElem.dat the shift still stands and is
      * flagged for payroll to pay by hand.
      *------------------------------------------------------
       4000-ALLOCATE-SHIFT.
           MOVE WinnerEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE ZERO TO EmpSalary
                   MOVE SPACE TO EmpPayGroup
           END-READ
           COMPUTE HourlyRate ROUNDED
               = EmpSalary / (52 * StandardWeeklyHours)
           COMPUTE OvertimePay ROUNDED
               = ShiftHours * HourlyRate * ShiftRateMultiplier
           MOVE 'Y' TO PaymentCheck
           IF NOT (WeeklyPaid OR MonthlyPaid)
               MOVE 'N' TO PaymentCheck
               MOVE "INVALID PAY GROUP - PAY BY HAND" TO AllocationNote
           ELSE
               PERFORM 4200-FIND-PAY-PERIOD
               PERFORM 4300-POST-PAY-ELEMENT
           END-IF
           SET ShiftIsAllocated TO TRUE
           MOVE WinnerEmpNumber TO ShiftWinner
           MOVE RunDate TO ShiftAllocatedDate
           MOVE OvertimePay TO ShiftPayAmount
           IF PaymentPosted
               MOVE OvertimePayCode TO ShiftPayCode
               ADD OvertimePay TO TotalOvertimePosted
               IF ShiftUncontested
                   MOVE "ALLOCATED - ONLY VOLUNTEER" TO AllocationNote
               ELSE
                   MOVE "ALLOCATED - WON TIE-BREAK" TO AllocationNote
               END-IF
           ELSE
               MOVE SPACES TO ShiftPayCode
               MOVE SPACES TO OvertimePayCode
               ADD 1 TO PayByHand
           END-IF
           REWRITE ShiftOfferRecord
               INVALID KEY
                   DISPLAY "ShiftOffer.dat rewrite failed - status "
                           ShiftOfferFileStatus
           END-REWRITE
           IF ShiftUncontested
               ADD 1 TO AllocatedDirect
           ELSE
               ADD 1 TO AllocatedByTieBreak
           END-IF
           ADD ShiftHours TO TotalHoursAllocated
           PERFORM 7000-WRITE-DETAIL-LINE
           PERFORM 4500-SETTLE-VOLUNTEERS
           .

       4200-FIND-PAY-PERIOD.
           MOVE ShiftDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           IF WeeklyPaid
               COMPUTE PeriodStartNumber
                   = DayCalcNumber - DayCalcWeekday + 1
               COMPUTE PeriodEndNumber = PeriodStartNumber + 6
               MOVE PeriodEndNumber TO DayCalcNumber
               PERFORM CALCULATE-DATE-FROM-NUMBER
               MOVE DayCalcDate TO PeriodEndDate
               MOVE PeriodStartNumber TO DayCalcNumber
               PERFORM CALCULATE-DATE-FROM-NUMBER
               MOVE DayCalcDate TO PeriodStartDate
               MOVE 1 TO DayCalcMonth
               MOVE 1 TO DayCalcDay
               PERFORM CALCULATE-DAY-NUMBER
               COMPUTE YearWeekOneNumber
                   = DayCalcNumber - DayCalcWeekday + 1
               COMPUTE PeriodNumber
                   = ((PeriodStartNumber - YearWeekOneNumber) / 7)
                   + 1
           ELSE
               MOVE DayCalcMonth TO PeriodNumber
               MOVE 1 TO DayCalcDay
               MOVE DayCalcDate TO PeriodStartDate
               MOVE DayCalcMonthDays TO DayCalcDay
               MOVE DayCalcDate TO PeriodEndDate
           END-IF
           MOVE 'O' TO OvertimePayCode
           MOVE PeriodNumber TO OvertimePayPeriod
           .

      * The period's allowance is topped up by each shift won
      * in it; an allowance left over from the same period a
      * year earlier is replaced.
       4300-POST-PAY-ELEMENT.
           MOVE WinnerEmpNumber TO PayElemEmpNumber
           MOVE OvertimePayCode TO PayElemCode
           READ PayElemFile KEY IS PayElemKey
               INVALID KEY
                   SET AllowanceElement TO TRUE
                   MOVE OvertimePay TO ElementTotal
                   PERFORM 4400-CHECK-ELEMENT-LIMIT
                   IF PaymentPosted
                       MOVE OvertimePay     TO PayElemAmount
                       MOVE PeriodStartDate TO PayElemStartDate
                       MOVE PeriodEndDate   TO PayElemStopDate
                       WRITE PayElementRecord
                           INVALID KEY
                               MOVE 'N' TO PaymentCheck
                               MOVE "PAYELEM WRITE FAILED - BY HAND"
                                 TO AllocationNote
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN AllowanceElement
                       AND PayElemStartDate = PeriodStartDate
                           COMPUTE ElementTotal
                               = PayElemAmount + OvertimePay
                           PERFORM 4400-CHECK-ELEMENT-LIMIT
                           IF PaymentPosted
                               MOVE ElementTotal TO PayElemAmount
                               PERFORM 4350-REWRITE-ELEMENT
                           END-IF
                       WHEN NOT ElementOpenEnded
                       AND PayElemStopDate < PeriodStartDate
                           SET AllowanceElement TO TRUE
                           MOVE OvertimePay TO ElementTotal
                           PERFORM 4400-CHECK-ELEMENT-LIMIT
                           IF PaymentPosted
                               MOVE OvertimePay     TO PayElemAmount
                               MOVE PeriodStartDate TO PayElemStartDate
                               MOVE PeriodEndDate   TO PayElemStopDate
                               PERFORM 4350-REWRITE-ELEMENT
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO PaymentCheck
                           MOVE "PAY ELEMENT CLASH - PAY BY HAND"
                             TO AllocationNote
                   END-EVALUATE
           END-READ
           .

       4350-REWRITE-ELEMENT.
           REWRITE PayElementRecord
               INVALID KEY
                   MOVE 'N' TO PaymentCheck
                   MOVE "PAYELEM REWRITE FAILED - BY HAND"
                     TO AllocationNote
           END-REWRITE
           .

       4400-CHECK-ELEMENT-LIMIT.
           IF ElementTotal > ElementLimit
               MOVE 'N' TO PaymentCheck
               MOVE "OVER ELEMENT LIMIT - PAY BY HAND"
                 TO AllocationNote
           END-IF
           .

       4500-SETTLE-VOLUNTEERS.
           MOVE 'N' TO EndOfVolunteerChain
           MOVE ShiftOfferKey TO ShiftVolOfferKey
           MOVE ZEROES TO ShiftVolEmpNumber
           START ShiftVolFile KEY IS NOT LESS THAN ShiftVolKey
               INVALID KEY SET NoMoreChainVolunteers TO TRUE
               NOT INVALID KEY PERFORM 2300-READ-VOLUNTEER
           END-START
           PERFORM 4600-SETTLE-ONE-VOLUNTEER
               UNTIL NoMoreChainVolunteers
           .

       4600-SETTLE-ONE-VOLUNTEER.
           IF VolunteerPending
               IF ShiftVolEmpNumber = WinnerEmpNumber
                   SET VolunteerWon TO TRUE
               ELSE
                   SET VolunteerLost TO TRUE
               END-IF
               REWRITE ShiftVolunteerRecord
                   INVALID KEY
                       DISPLAY "ShiftVol.dat rewrite failed for "
                               ShiftVolEmpNumber " - status "
                               ShiftVolFileStatus
               END-REWRITE
           END-IF
           PERFORM 2300-READ-VOLUNTEER
           .

       7000-WRITE-DETAIL-LINE.
           MOVE ShiftDeptCode   TO AllocDeptCode
           MOVE ShiftDate       TO AllocShiftDate
           MOVE ShiftSlot       TO AllocSlot
           MOVE ShiftHours      TO AllocHours
           MOVE AllocationNote  TO AllocOutcome
           MOVE WinnerEmpNumber TO AllocEmpNumber
           MOVE OvertimePayCode TO AllocPayCode
           MOVE OvertimePay     TO AllocAmount
           MOVE SPACES TO AllocationLine
           MOVE AllocationDetailLine TO AllocationLine
           WRITE AllocationLine
           .

       7100-WRITE-CONTESTANT-LINE.
           MOVE ContestantEmpNumber(ContestantSub) TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO EmpSurname
                   MOVE SPACES TO EmpForename
           END-READ
           MOVE ContestantEmpNumber(ContestantSub)
             TO ContestEmpNumber
           MOVE EmpSurname  TO ContestSurname
           MOVE EmpForename TO ContestForename
           IF ContestantOut(ContestantSub)
               MOVE "KO'D" TO ContestState
           ELSE
               MOVE "IN" TO ContestState
           END-IF
           MOVE SPACES TO AllocationLine
           MOVE ContestantLine TO AllocationLine
           WRITE AllocationLine
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO AllocationLine
           WRITE AllocationLine
           MOVE "SHIFTS EXAMINED.............:" TO TotalCountLabel
           MOVE ShiftsExamined TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "ALLOCATED - ONLY VOLUNTEER..:" TO TotalCountLabel
           MOVE AllocatedDirect TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "ALLOCATED - BY TIE-BREAK....:" TO TotalCountLabel
           MOVE AllocatedByTieBreak TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "QUEUED FOR TIE-BREAK........:" TO TotalCountLabel
           MOVE QueuedThisRun TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "AWAITING TIE-BREAK RESULT...:" TO TotalCountLabel
           MOVE StillAwaiting TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "NO VOLUNTEERS YET...........:" TO TotalCountLabel
           MOVE NoVolunteers TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "LAPSED......................:" TO TotalCountLabel
           MOVE ShiftsLapsed TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "VOLUNTEERS NO LONGER ACTIVE.:" TO TotalCountLabel
           MOVE VolunteersDropped TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "TO PAY BY HAND..............:" TO TotalCountLabel
           MOVE PayByHand TO TotalCountValue
           PERFORM 8100-WRITE-COUNT
           MOVE "HOURS ALLOCATED.............:" TO TotalAmountLabel
           MOVE TotalHoursAllocated TO TotalAmountValue
           PERFORM 8200-WRITE-AMOUNT
           MOVE "OVERTIME POSTED TO PAYELEM..:" TO TotalAmountLabel
           MOVE TotalOvertimePosted TO TotalAmountValue
           PERFORM 8200-WRITE-AMOUNT
           DISPLAY "Overtime allocation complete"
           DISPLAY "  Shifts examined.........: " ShiftsExamined
                   " to OVERTIME.PRT"
           DISPLAY "  Allocated directly......: " AllocatedDirect
           DISPLAY "  Allocated by tie-break..: " AllocatedByTieBreak
           DISPLAY "  Queued for tie-break....: " QueuedThisRun
           DISPLAY "  Awaiting tie-break......: " StillAwaiting
           DISPLAY "  Lapsed..................: " ShiftsLapsed
           DISPLAY "  To pay by hand..........: " PayByHand
           DISPLAY "  Tie-break matches loaded: " MatchCount
           IF MatchesIgnored > ZERO
               DISPLAY "  Match table full - " MatchesIgnored
                       " later matches not loaded"
           END-IF
           CLOSE ShiftOfferFile ShiftVolFile EmployeeFile
                 PayElemFile AllocationReport
           .

       8100-WRITE-COUNT.
           MOVE SPACES TO AllocationLine
           MOVE TotalCountLine TO AllocationLine
           WRITE AllocationLine
           .

       8200-WRITE-AMOUNT.
           MOVE SPACES TO AllocationLine
           MOVE TotalAmountLine TO AllocationLine
           WRITE AllocationLine
           .

       9999-EXIT.
           EXIT
           .

       COPY "DAYCALC.CPY".
