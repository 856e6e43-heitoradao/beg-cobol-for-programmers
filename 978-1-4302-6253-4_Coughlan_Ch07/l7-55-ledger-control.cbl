      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-55.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EarnPostFile ASSIGN TO "EarnPost.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EarnPostKey
                 FILE STATUS IS EarnPostFileStatus.

          SELECT EarningsLedgerFile ASSIGN TO "EarnLedger.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EarnLdgKey
                 FILE STATUS IS EarnLedgerFileStatus.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT LedgerControlReport ASSIGN TO "LDGCTRL.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EarnPostFile.
           COPY "EARNPOST.CPY".

       FD EarningsLedgerFile.
           COPY "EARNLDG.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortEmpNumber             PIC 9(09).
           05 SortPayDate               PIC 9(08).
           05 SortPayGroup              PIC X(01).
           05 SortGross                 PIC S9(09)V99.

       FD LedgerControlReport.
       01 LedgerControlLine             PIC X(100).

       WORKING-STORAGE SECTION.
       01 EarnPostFileStatus        PIC X(02).
       01 EarnLedgerFileStatus      PIC X(02).
       01 EndOfPostFile             PIC X(01) VALUE 'N'.
           88 NoMorePostRecords       VALUE 'Y'.
       01 EndOfSortFile             PIC X(01) VALUE 'N'.
           88 NoMoreSortRecords       VALUE 'Y'.
       01 EndOfLedgerFile           PIC X(01) VALUE 'N'.
           88 NoMoreLedgerRecords     VALUE 'Y'.

      * The tax year runs 6 April to 5 April and is known by
      * the year it starts in. Left blank, the control is run
      * for the tax year in progress.
       01 RunDate.
           05 RunYear               PIC 9(04).
           05 RunMonthDay           PIC 9(04).
       01 TaxYearStartMonthDay      PIC 9(04) VALUE 0406.
       01 TaxYearEntry              PIC X(04) VALUE SPACES.
       01 ControlTaxYear            PIC 9(04) VALUE ZERO.

      * One pay run at a time from the posting log - the run
      * control record written by the reconciliation and the
      * detail records of everything it posted.
       01 RunInProgress             PIC X(01) VALUE 'N'.
           88 PayRunStarted           VALUE 'Y'.
       01 CurrentRunKey.
           05 CurrentRunGroup       PIC X(01) VALUE SPACE.
           05 CurrentRunPayDate     PIC 9(08) VALUE ZERO.
       01 CurrentRunFigures.
           05 RunControlFound       PIC X(01).
               88 RunControlOnFile    VALUE 'Y'.
           05 RunReconcileCount     PIC 9(03).
           05 RunReturnsIn          PIC 9(07).
           05 RunReturnsApplied     PIC 9(07).
           05 RunControlPosted      PIC 9(07).
           05 RunControlGross       PIC S9(09)V99.
           05 RunDuplicates         PIC 9(07).
           05 RunDetailCount        PIC 9(07).
           05 RunDetailGross        PIC S9(09)V99.

      * One employee's postings from the sorted log, to be
      * proved against the employee's ledger record.
       01 PostingGroup.
           05 PostingEmpNumber      PIC 9(09).
           05 PostingCount          PIC 9(05) COMP.
           05 PostingGross          PIC S9(09)V99.
           05 PostingSameDateCount  PIC 9(05) COMP.
           05 PostingLastPayDate    PIC 9(08).

       01 RunsChecked               PIC 9(05) COMP VALUE ZERO.
       01 RunsInError               PIC 9(05) COMP VALUE ZERO.
       01 RunPostingsTotal          PIC 9(07) COMP VALUE ZERO.
       01 RunGrossTotal             PIC S9(11)V99 VALUE ZERO.
       01 DuplicatesTotal           PIC 9(07) COMP VALUE ZERO.
       01 LedgerRecordsChecked      PIC 9(07) COMP VALUE ZERO.
       01 LedgerPostingsTotal       PIC 9(07) COMP VALUE ZERO.
       01 LedgerGrossTotal          PIC S9(11)V99 VALUE ZERO.
       01 EmployeesInError          PIC 9(07) COMP VALUE ZERO.
       01 ExceptionNote             PIC X(32) VALUE SPACES.

       01 LinesPerPage              PIC 9(02) VALUE 60.
       01 LineCount                 PIC 9(03) COMP VALUE 99.
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 PageHeading1.
           05 FILLER                PIC X(40)
              VALUE "EARNINGS LEDGER TO RETURN CONTROL - TAX ".
           05 FILLER                PIC X(05) VALUE "YEAR ".
           05 HeadingTaxYear        PIC 9(04).
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(08) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 PageHeading2.
           05 PageHeadingText       PIC X(100).

       01 RunHeadingLine.
           05 FILLER                PIC X(15) VALUE "GRP PAY-DATE".
           05 FILLER                PIC X(06) VALUE "RECON".
           05 FILLER                PIC X(09) VALUE " RETURNS".
           05 FILLER                PIC X(09) VALUE " APPLIED".
           05 FILLER                PIC X(09) VALUE "  POSTED".
           05 FILLER                PIC X(16) VALUE "    GROSS POSTED".
           05 FILLER                PIC X(09) VALUE " REFUSED".
           05 FILLER                PIC X(06) VALUE "  NOTE".
       01 RunDetailLine.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RunLineGroup          PIC X(01).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RunLinePayDate        PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RunLineReconciled     PIC ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RunLineReturnsIn      PIC Z,ZZZ,ZZ9.
           05 RunLineApplied        PIC Z,ZZZ,ZZ9.
           05 RunLinePosted         PIC Z,ZZZ,ZZ9.
           05 RunLineGross          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 RunLineRefused        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RunLineNote           PIC X(32).

       01 EmployeeHeadingLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(07) VALUE "  POSTS".
           05 FILLER                PIC X(16) VALUE "    GROSS POSTED".
           05 FILLER                PIC X(07) VALUE " LEDGER".
           05 FILLER                PIC X(16) VALUE "    LEDGER GROSS".
           05 FILLER                PIC X(06) VALUE "  NOTE".
       01 EmployeeExceptionLine.
           05 ExcEmpNumber          PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcPostingCount       PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ExcPostingGross       PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ExcLedgerCount        PIC ZZ,ZZ9.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 ExcLedgerGross        PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcNote               PIC X(32).

       01 GrandTotalLine.
           05 GrandTotalLabel       PIC X(30).
           05 GrandTotalValue       PIC ZZZ,ZZ9.
       01 GrandAmountLine.
           05 GrandAmountLabel      PIC X(30).
           05 GrandAmountValue      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SortWorkFile
               ON ASCENDING KEY SortEmpNumber
               ON ASCENDING KEY SortPayDate
               ON ASCENDING KEY SortPayGroup
               INPUT PROCEDURE IS 2000-CHECK-PAY-RUNS
               OUTPUT PROCEDURE IS 4000-CHECK-LEDGER
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           DISPLAY "Tax year starting (YYYY, blank for the current "
                   "year): " WITH NO ADVANCING
           ACCEPT TaxYearEntry
           IF TaxYearEntry = SPACES
               IF RunMonthDay < TaxYearStartMonthDay
                   COMPUTE ControlTaxYear = RunYear - 1
               ELSE
                   MOVE RunYear TO ControlTaxYear
               END-IF
           ELSE
               IF TaxYearEntry NOT NUMERIC
                   DISPLAY "Tax year must be four digits"
                   DISPLAY "Ledger control abandoned"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TaxYearEntry TO ControlTaxYear
           END-IF
           OPEN INPUT EarnPostFile
           IF EarnPostFileStatus NOT = "00"
               DISPLAY "Unable to open EarnPost.dat - status "
                       EarnPostFileStatus
               DISPLAY "Ledger control abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EarningsLedgerFile
           IF EarnLedgerFileStatus NOT = "00"
               DISPLAY "Unable to open EarnLedger.dat - status "
                       EarnLedgerFileStatus
               DISPLAY "Ledger control abandoned"
               CLOSE EarnPostFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LedgerControlReport
           MOVE ControlTaxYear TO HeadingTaxYear
           MOVE RunDate TO HeadingRunDate
           .

      * Every pay run on the posting log for the tax year is
      * proved: what its detail records add up to must be what
      * the run control says was posted, and no run may have
      * posted more returns than the bureau applied. Each
      * detail goes on to the sort to be proved by employee.
       2000-CHECK-PAY-RUNS.
           MOVE "PAY RUNS POSTED - POSTING LOG AGAINST RUN CONTROL"
             TO PageHeadingText
           PERFORM 7900-WRITE-PAGE-HEADING
           MOVE RunHeadingLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE LOW-VALUES TO EarnPostKey
           START EarnPostFile KEY IS NOT LESS THAN EarnPostKey
               INVALID KEY SET NoMorePostRecords TO TRUE
               NOT INVALID KEY PERFORM 2100-READ-POSTING
           END-START
           PERFORM 2200-CHECK-ONE-POSTING
               UNTIL NoMorePostRecords
           IF PayRunStarted
               PERFORM 3000-FINISH-PAY-RUN
           END-IF
           .

       2100-READ-POSTING.
           READ EarnPostFile NEXT RECORD
               AT END SET NoMorePostRecords TO TRUE
           END-READ
           .

       2200-CHECK-ONE-POSTING.
           IF EarnPostTaxYear = ControlTaxYear
               IF EarnPostPayGroup NOT = CurrentRunGroup
               OR EarnPostPayDate NOT = CurrentRunPayDate
               OR NOT PayRunStarted
                   IF PayRunStarted
                       PERFORM 3000-FINISH-PAY-RUN
                   END-IF
                   SET PayRunStarted TO TRUE
                   MOVE EarnPostPayGroup TO CurrentRunGroup
                   MOVE EarnPostPayDate TO CurrentRunPayDate
                   MOVE ZEROES TO CurrentRunFigures
                   MOVE 'N' TO RunControlFound
               END-IF
               IF EarnPostRunControl
                   SET RunControlOnFile TO TRUE
                   MOVE EarnPostReconcileRuns TO RunReconcileCount
                   MOVE EarnPostReturnsIn TO RunReturnsIn
                   MOVE EarnPostReturnsApplied TO RunReturnsApplied
                   MOVE EarnPostReturnsPosted TO RunControlPosted
                   MOVE EarnPostGross TO RunControlGross
                   MOVE EarnPostDuplicates TO RunDuplicates
               ELSE
                   ADD 1 TO RunDetailCount
                   ADD EarnPostGross TO RunDetailGross
                   PERFORM 2300-RELEASE-POSTING
               END-IF
           END-IF
           PERFORM 2100-READ-POSTING
           .

       2300-RELEASE-POSTING.
           MOVE EarnPostEmpNumber TO SortEmpNumber
           MOVE EarnPostPayDate TO SortPayDate
           MOVE EarnPostPayGroup TO SortPayGroup
           MOVE EarnPostGross TO SortGross
           RELEASE SortWorkRecord
           .

       3000-FINISH-PAY-RUN.
           ADD 1 TO RunsChecked
           ADD RunDetailCount TO RunPostingsTotal
           ADD RunDetailGross TO RunGrossTotal
           ADD RunDuplicates TO DuplicatesTotal
           MOVE SPACES TO ExceptionNote
           EVALUATE TRUE
               WHEN NOT RunControlOnFile
                   MOVE "NO RUN CONTROL RECORD" TO ExceptionNote
               WHEN RunDetailCount NOT = RunControlPosted
               OR   RunDetailGross NOT = RunControlGross
                   MOVE "LOG DOES NOT AGREE WITH CONTROL"
                     TO ExceptionNote
               WHEN RunDetailCount > RunReturnsApplied
                   MOVE "POSTED MORE THAN BUREAU APPLIED"
                     TO ExceptionNote
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ExceptionNote NOT = SPACES
               ADD 1 TO RunsInError
           END-IF
           MOVE CurrentRunGroup TO RunLineGroup
           MOVE CurrentRunPayDate TO RunLinePayDate
           MOVE RunReconcileCount TO RunLineReconciled
           MOVE RunReturnsIn TO RunLineReturnsIn
           MOVE RunReturnsApplied TO RunLineApplied
           MOVE RunDetailCount TO RunLinePosted
           MOVE RunDetailGross TO RunLineGross
           MOVE RunDuplicates TO RunLineRefused
           MOVE ExceptionNote TO RunLineNote
           MOVE RunDetailLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           .

      * The sorted postings and the ledger are both in employee
      * number order. Each employee's ledger record must hold
      * exactly the postings on the log - one posting more on
      * the ledger than on the log is a payment counted twice.
       4000-CHECK-LEDGER.
           MOVE "LEDGER RECORDS NOT AGREEING WITH THE POSTING LOG"
             TO PageHeadingText
           PERFORM 7900-WRITE-PAGE-HEADING
           MOVE EmployeeHeadingLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           PERFORM 4100-RETURN-POSTING
           MOVE ZEROES TO EarnLdgKey
           START EarningsLedgerFile
               KEY IS NOT LESS THAN EarnLdgKey
               INVALID KEY SET NoMoreLedgerRecords TO TRUE
               NOT INVALID KEY PERFORM 4200-READ-LEDGER
           END-START
           PERFORM 4300-MATCH-EMPLOYEE
               UNTIL NoMoreSortRecords AND NoMoreLedgerRecords
           IF EmployeesInError = ZERO
               MOVE SPACES TO LedgerControlLine
               MOVE "NONE - EVERY LEDGER RECORD AGREES"
                 TO LedgerControlLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           .

       4100-RETURN-POSTING.
           RETURN SortWorkFile
               AT END SET NoMoreSortRecords TO TRUE
           END-RETURN
           .

      * Ledger records for other tax years are passed over.
       4200-READ-LEDGER.
           PERFORM 4250-READ-LEDGER-RAW
           PERFORM 4250-READ-LEDGER-RAW
               UNTIL NoMoreLedgerRecords
                  OR EarnLdgTaxYear = ControlTaxYear
           .

       4250-READ-LEDGER-RAW.
           READ EarningsLedgerFile NEXT RECORD
               AT END SET NoMoreLedgerRecords TO TRUE
           END-READ
           .

       4300-MATCH-EMPLOYEE.
           EVALUATE TRUE
               WHEN NoMoreLedgerRecords
                   PERFORM 4400-BUILD-POSTING-GROUP
                   PERFORM 4700-POSTED-NOT-ON-LEDGER
               WHEN NoMoreSortRecords
                   PERFORM 4600-LEDGER-NOT-POSTED
                   PERFORM 4200-READ-LEDGER
               WHEN SortEmpNumber < EarnLdgEmpNumber
                   PERFORM 4400-BUILD-POSTING-GROUP
                   PERFORM 4700-POSTED-NOT-ON-LEDGER
               WHEN SortEmpNumber > EarnLdgEmpNumber
                   PERFORM 4600-LEDGER-NOT-POSTED
                   PERFORM 4200-READ-LEDGER
               WHEN OTHER
                   PERFORM 4400-BUILD-POSTING-GROUP
                   PERFORM 4500-PROVE-LEDGER-RECORD
                   PERFORM 4200-READ-LEDGER
           END-EVALUATE
           .

       4400-BUILD-POSTING-GROUP.
           MOVE SortEmpNumber TO PostingEmpNumber
           MOVE ZERO TO PostingCount
           MOVE ZERO TO PostingGross
           MOVE ZERO TO PostingSameDateCount
           MOVE ZEROES TO PostingLastPayDate
           PERFORM 4450-ADD-POSTING
               UNTIL NoMoreSortRecords
                  OR SortEmpNumber NOT = PostingEmpNumber
           .

      * Two postings on one pay date can only come from the
      * employee being paid in both pay groups that day.
       4450-ADD-POSTING.
           ADD 1 TO PostingCount
           ADD SortGross TO PostingGross
           IF SortPayDate = PostingLastPayDate
               ADD 1 TO PostingSameDateCount
           END-IF
           MOVE SortPayDate TO PostingLastPayDate
           PERFORM 4100-RETURN-POSTING
           .

       4500-PROVE-LEDGER-RECORD.
           ADD 1 TO LedgerRecordsChecked
           ADD EarnLdgPostCount TO LedgerPostingsTotal
           ADD EarnLdgGross TO LedgerGrossTotal
           MOVE SPACES TO ExceptionNote
           EVALUATE TRUE
               WHEN EarnLdgPostCount > PostingCount
                   MOVE "LEDGER HAS MORE POSTINGS THAN LOG"
                     TO ExceptionNote
               WHEN EarnLdgPostCount < PostingCount
                   MOVE "LOG HAS MORE POSTINGS THAN LEDGER"
                     TO ExceptionNote
               WHEN EarnLdgGross NOT = PostingGross
                   MOVE "LEDGER GROSS DOES NOT AGREE"
                     TO ExceptionNote
               WHEN PostingSameDateCount > ZERO
                   MOVE "PAID TWICE ON ONE PAY DATE"
                     TO ExceptionNote
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ExceptionNote NOT = SPACES
               MOVE PostingEmpNumber TO ExcEmpNumber
               MOVE PostingCount TO ExcPostingCount
               MOVE PostingGross TO ExcPostingGross
               MOVE EarnLdgPostCount TO ExcLedgerCount
               MOVE EarnLdgGross TO ExcLedgerGross
               PERFORM 4900-WRITE-EMPLOYEE-EXCEPTION
           END-IF
           .

       4600-LEDGER-NOT-POSTED.
           ADD 1 TO LedgerRecordsChecked
           ADD EarnLdgPostCount TO LedgerPostingsTotal
           ADD EarnLdgGross TO LedgerGrossTotal
           MOVE EarnLdgEmpNumber TO ExcEmpNumber
           MOVE ZERO TO ExcPostingCount
           MOVE ZERO TO ExcPostingGross
           MOVE EarnLdgPostCount TO ExcLedgerCount
           MOVE EarnLdgGross TO ExcLedgerGross
           MOVE "ON LEDGER BUT NEVER POSTED" TO ExceptionNote
           PERFORM 4900-WRITE-EMPLOYEE-EXCEPTION
           .

       4700-POSTED-NOT-ON-LEDGER.
           MOVE PostingEmpNumber TO ExcEmpNumber
           MOVE PostingCount TO ExcPostingCount
           MOVE PostingGross TO ExcPostingGross
           MOVE ZERO TO ExcLedgerCount
           MOVE ZERO TO ExcLedgerGross
           MOVE "POSTED BUT NOT ON LEDGER" TO ExceptionNote
           PERFORM 4900-WRITE-EMPLOYEE-EXCEPTION
           .

       4900-WRITE-EMPLOYEE-EXCEPTION.
           ADD 1 TO EmployeesInError
           MOVE ExceptionNote TO ExcNote
           MOVE EmployeeExceptionLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           .

       7800-WRITE-REPORT-LINE.
           IF LineCount >= LinesPerPage
               PERFORM 7900-WRITE-PAGE-HEADING
           END-IF
           WRITE LedgerControlLine
           MOVE SPACES TO LedgerControlLine
           ADD 1 TO LineCount
           .

       7900-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO LedgerControlLine
           MOVE PageHeading1 TO LedgerControlLine
           IF PageNumber > 1
               WRITE LedgerControlLine AFTER ADVANCING PAGE
           ELSE
               WRITE LedgerControlLine
           END-IF
           MOVE SPACES TO LedgerControlLine
           MOVE PageHeading2 TO LedgerControlLine
           WRITE LedgerControlLine
           MOVE SPACES TO LedgerControlLine
           WRITE LedgerControlLine
           MOVE 3 TO LineCount
           .

       8000-WRITE-TOTALS.
           MOVE "CONTROL TOTALS" TO PageHeadingText
           PERFORM 7900-WRITE-PAGE-HEADING
           MOVE "PAY RUNS CHECKED............: " TO GrandTotalLabel
           MOVE RunsChecked TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "PAY RUNS IN ERROR...........: " TO GrandTotalLabel
           MOVE RunsInError TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "RETURNS POSTED PER LOG......: " TO GrandTotalLabel
           MOVE RunPostingsTotal TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "RETURNS POSTED PER LEDGER...: " TO GrandTotalLabel
           MOVE LedgerPostingsTotal TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "GROSS POSTED PER LOG........: " TO GrandAmountLabel
           MOVE RunGrossTotal TO GrandAmountValue
           MOVE GrandAmountLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "GROSS POSTED PER LEDGER.....: " TO GrandAmountLabel
           MOVE LedgerGrossTotal TO GrandAmountValue
           MOVE GrandAmountLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "REPOSTINGS REFUSED..........: " TO GrandTotalLabel
           MOVE DuplicatesTotal TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "LEDGER RECORDS CHECKED......: " TO GrandTotalLabel
           MOVE LedgerRecordsChecked TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "EMPLOYEES IN ERROR..........: " TO GrandTotalLabel
           MOVE EmployeesInError TO GrandTotalValue
           MOVE GrandTotalLine TO LedgerControlLine
           PERFORM 7800-WRITE-REPORT-LINE
           PERFORM 7800-WRITE-REPORT-LINE
           IF RunsInError = ZERO
           AND EmployeesInError = ZERO
           AND RunPostingsTotal = LedgerPostingsTotal
           AND RunGrossTotal = LedgerGrossTotal
               MOVE "LEDGER AGREES WITH RETURNS - NOTHING POSTED TWICE"
                 TO LedgerControlLine
               DISPLAY "Earnings ledger agrees with returns posted"
           ELSE
               MOVE "*** LEDGER CONTROL BREAK - SEE EXCEPTIONS ***"
                 TO LedgerControlLine
               DISPLAY "*** EARNINGS LEDGER CONTROL BREAK ***"
           END-IF
           PERFORM 7800-WRITE-REPORT-LINE
           CLOSE EarnPostFile EarningsLedgerFile LedgerControlReport
           .

       9999-EXIT.
           EXIT
           .
