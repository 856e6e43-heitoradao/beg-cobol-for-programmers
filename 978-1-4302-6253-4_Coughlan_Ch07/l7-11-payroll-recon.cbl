          SELECT ReconciliationReport ASSIGN TO "PAYRECON.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT EarningsLedgerFile ASSIGN TO "EarnLedger.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EarnLdgKey
                 FILE STATUS IS EarnLedgerFileStatus.

          SELECT EarnPostFile ASSIGN TO "EarnPost.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EarnPostKey
                 FILE STATUS IS EarnPostFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FD ReconciliationReport.
       01 ReconciliationLine        PIC X(80).

       FD EarningsLedgerFile.
           COPY "EARNLDG.CPY".

       FD EarnPostFile.
           COPY "EARNPOST.CPY".

       WORKING-STORAGE SECTION.
       01 ExtractFileStatus         PIC X(02).
       01 ReturnFileStatus          PIC X(02).
       01 EarnLedgerFileStatus      PIC X(02).
       01 EarnPostFileStatus        PIC X(02).

      * The extract is written as fixed 64-byte records by
      * Listing7-6, so it is read through the plain buffer
           COPY "PAYEXTR.CPY".
           COPY "PAYELEMX.CPY".
           COPY "PAYHDR.CPY".
           COPY "PAYFINAL.CPY".

       01 PayGroupOption            PIC X(01) VALUE SPACE.
           88 WeeklyGroupRun          VALUE 'W'.
           05 CurrentExtractEmpNumber PIC 9(09).
           05 CurrentExtractGross     PIC S9(09)V99.

      * The same group broken down the way it is posted to the
      * earnings ledger once the bureau has applied it.
       01 CurrentLedgerDetail.
           05 CurrentSalary           PIC 9(07)V99.
           05 CurrentLeavePaid        PIC 9(07)V99.
           05 CurrentLeaveRecovered   PIC 9(07)V99.
           05 CurrentOtherAllowance   PIC 9(07)V99.
           05 CurrentOtherDeduction   PIC 9(07)V99.
           05 CurrentOtherEmployer    PIC 9(07)V99.
       01 CurrentElementCount       PIC 9(02) COMP VALUE ZERO.
       01 MaximumCurrentElements    PIC 9(02) COMP VALUE 40.
       01 CurrentElementTable.
           05 CurrentElement OCCURS 40 TIMES
                             INDEXED BY CurrentElementIndex.
               10 CurrentElemCode     PIC X(03).
               10 CurrentElemClass    PIC X(01).
               10 CurrentElemAmount   PIC 9(07)V99.

      * Pay date and tax year of the run, taken from the
      * extract trailer. The tax year runs 6 April to 5 April
      * and is known by the year it starts in.
       01 LedgerPayDate.
           05 LedgerPayYear         PIC 9(04).
           05 LedgerPayMonthDay     PIC 9(04).
       01 LedgerTaxYear             PIC 9(04) VALUE ZERO.
       01 TaxYearStartMonthDay      PIC 9(04) VALUE 0406.
       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 RunTime                   PIC 9(08) VALUE ZERO.
       01 RunControlFound           PIC X(01) VALUE 'N'.
           88 RunControlOnFile        VALUE 'Y'.
       01 LedgerRecordFound         PIC X(01) VALUE 'N'.
           88 LedgerRecordOnFile      VALUE 'Y'.
       01 SavedRunControl           PIC X(80).

       01 ExtractRecordCount        PIC 9(07) COMP VALUE ZERO.
       01 ReturnRecordCount         PIC 9(07) COMP VALUE ZERO.
       01 ExtractSalaryTotal        PIC 9(11)V99 VALUE ZERO.
       01 ReturnedNeverSent         PIC 9(07) COMP VALUE ZERO.
       01 SalaryMismatches          PIC 9(07) COMP VALUE ZERO.
       01 ReturnsRejected           PIC 9(07) COMP VALUE ZERO.
       01 ReturnsApplied            PIC 9(07) COMP VALUE ZERO.
       01 ReturnsPosted             PIC 9(07) COMP VALUE ZERO.
       01 AlreadyPosted             PIC 9(07) COMP VALUE ZERO.
       01 PostedGrossTotal          PIC S9(11)V99 VALUE ZERO.

       01 ReportHeading1.
           05 FILLER                PIC X(40)
       01 TotalSalaryLine.
           05 TotalSalaryLabel      PIC X(26).
           05 TotalSalaryValue      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 TotalPostedLine.
           05 TotalPostedLabel      PIC X(26).
           05 TotalPostedValue      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 LedgerRunLine.
           05 FILLER                PIC X(26)
              VALUE "POSTED TO LEDGER AS.....:".
           05 LedgerRunGroup        PIC X(01).
           05 FILLER                PIC X(10) VALUE " PAY DATE ".
           05 LedgerRunPayDate      PIC 9999/99/99.
           05 FILLER                PIC X(10) VALUE " TAX YEAR ".
           05 LedgerRunTaxYear      PIC 9(04).

      *------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE ExtractFeedRecord TO PayrollExtractRecord
           MOVE ExtractFeedRecord TO PayElementExtractRecord
           MOVE ExtractFeedRecord TO PayFeedControlRecord
           MOVE ExtractFeedRecord TO PayFinalExtractRecord
           .

       0420-CHECK-EXTRACT-CONTROL.
                   CONTINUE
               WHEN PayFeedTrailer
                   SET TrailerWasFound TO TRUE
                   MOVE PayFeedRunDate TO LedgerPayDate
                   IF VerifyRecordCount
                      NOT = PayFeedRecordCount
                   OR VerifySalaryHash
               WHEN SalaryExtractRecord
                   ADD 1 TO VerifyRecordCount
                   ADD PayExtractSalary TO VerifySalaryHash
               WHEN FinalPayExtractRecord
                   ADD 1 TO VerifyRecordCount
                   ADD PayFinalSalary TO VerifySalaryHash
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           PERFORM 1100-OPEN-LEDGER-FILES
           PERFORM 1200-READ-RUN-CONTROL
           OPEN INPUT PayrollExtractFile
           IF ExtractFileStatus NOT = "00"
               DISPLAY "Unable to open " ExtractFileName
           END-IF
           .

      * The ledger files are opened before anything is matched,
      * so a run that cannot post abandons rather than
      * reconciling returns that would then never be posted.
       1100-OPEN-LEDGER-FILES.
           OPEN I-O EarningsLedgerFile
           IF EarnLedgerFileStatus = "35"
               OPEN OUTPUT EarningsLedgerFile
               CLOSE EarningsLedgerFile
               OPEN I-O EarningsLedgerFile
           END-IF
           IF EarnLedgerFileStatus NOT = "00"
               DISPLAY "Unable to open EarnLedger.dat - status "
                       EarnLedgerFileStatus
               DISPLAY "Reconciliation abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O EarnPostFile
           IF EarnPostFileStatus = "35"
               OPEN OUTPUT EarnPostFile
               CLOSE EarnPostFile
               OPEN I-O EarnPostFile
           END-IF
           IF EarnPostFileStatus NOT = "00"
               DISPLAY "Unable to open EarnPost.dat - status "
                       EarnPostFileStatus
               DISPLAY "Reconciliation abandoned"
               CLOSE EarningsLedgerFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LedgerPayMonthDay < TaxYearStartMonthDay
               COMPUTE LedgerTaxYear = LedgerPayYear - 1
           ELSE
               MOVE LedgerPayYear TO LedgerTaxYear
           END-IF
           .

      * The run control record is kept aside while the detail
      * records are read and written through the same record
      * area, and put back by 8500 at the end of the run.
       1200-READ-RUN-CONTROL.
           MOVE PayGroupOption TO EarnPostPayGroup
           MOVE LedgerPayDate TO EarnPostPayDate
           MOVE ZEROES TO EarnPostEmpNumber
           READ EarnPostFile
               INVALID KEY
                   MOVE 'N' TO RunControlFound
                   MOVE LedgerTaxYear TO EarnPostTaxYear
                   MOVE ZERO TO EarnPostGross
                   MOVE ZEROES TO EarnPostRunDetails
               NOT INVALID KEY
                   SET RunControlOnFile TO TRUE
           END-READ
           MOVE RunDate TO EarnPostPostedDate
           MOVE RunTime TO EarnPostPostedTime
           ADD 1 TO EarnPostReconcileRuns
           MOVE EarnPostRecord TO SavedRunControl
           .

       2000-MATCH-FILES.
           EVALUATE TRUE
               WHEN NoMoreExtractRecords
               UNTIL NoMoreRawRecords
                  OR SalaryExtractRecord
                  OR ElementExtractRecord
                  OR FinalPayExtractRecord
           IF NoMoreRawRecords
               SET NoMoreExtractRecords TO TRUE
           ELSE
               MOVE PayExtractEmpNumber
                 TO CurrentExtractEmpNumber
               MOVE ZEROES TO CurrentLedgerDetail
               MOVE ZERO TO CurrentElementCount
               IF FinalPayExtractRecord
                   PERFORM 2180-TAKE-FINAL-PAY
               ELSE
                   MOVE PayExtractSalary TO CurrentExtractGross
                   MOVE PayExtractSalary TO CurrentSalary
               END-IF
               ADD 1 TO ExtractRecordCount
               PERFORM 2100-READ-EXTRACT
               PERFORM 2170-ROLL-UP-ELEMENT
                   UNTIL NoMoreRawRecords
                      OR SalaryExtractRecord
                      OR FinalPayExtractRecord
               ADD CurrentExtractGross TO ExtractSalaryTotal
           END-IF
           .

       2170-ROLL-UP-ELEMENT.
           IF ElementExtractRecord
               EVALUATE PayElemExtClass
                   WHEN 'D'
                       SUBTRACT PayElemExtAmount
                           FROM CurrentExtractGross
                   WHEN 'R'
                       CONTINUE
                   WHEN OTHER
                       ADD PayElemExtAmount TO CurrentExtractGross
               END-EVALUATE
               PERFORM 2175-KEEP-ELEMENT
           END-IF
           PERFORM 2100-READ-EXTRACT
           .

       2175-KEEP-ELEMENT.
           IF CurrentElementCount < MaximumCurrentElements
               ADD 1 TO CurrentElementCount
               SET CurrentElementIndex TO CurrentElementCount
               MOVE PayElemExtCode
                 TO CurrentElemCode(CurrentElementIndex)
               MOVE PayElemExtClass
                 TO CurrentElemClass(CurrentElementIndex)
               MOVE PayElemExtAmount
                 TO CurrentElemAmount(CurrentElementIndex)
           ELSE
               EVALUATE PayElemExtClass
                   WHEN 'D'
                       ADD PayElemExtAmount TO CurrentOtherDeduction
                   WHEN 'R'
                       ADD PayElemExtAmount TO CurrentOtherEmployer
                   WHEN OTHER
                       ADD PayElemExtAmount TO CurrentOtherAllowance
               END-EVALUATE
           END-IF
           .

      * A leaver's gross is the pro-rated final salary plus
      * the untaken leave paid out, or less the leave taken
      * in advance that is being recovered.
       2180-TAKE-FINAL-PAY.
           MOVE PayFinalSalary TO CurrentExtractGross
           MOVE PayFinalSalary TO CurrentSalary
           IF FinalLeaveRecovery
               SUBTRACT PayFinalLeaveAmount FROM CurrentExtractGross
               MOVE PayFinalLeaveAmount TO CurrentLeaveRecovered
           ELSE
               ADD PayFinalLeaveAmount TO CurrentExtractGross
               MOVE PayFinalLeaveAmount TO CurrentLeavePaid
           END-IF
           .

       2200-READ-RETURN.
           PERFORM 2250-READ-RETURN-RAW
           PERFORM 2260-SKIP-RETURN-CONTROL
                   MOVE CurrentExtractGross TO ExceptionSentSalary
                   MOVE ReturnSalaryApplied TO ExceptionRetSalary
                   PERFORM 7000-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO ReturnsApplied
                   PERFORM 6000-POST-TO-LEDGER
               END-IF
           END-IF
           .

      * Only a return that matches what was sent and that the
      * bureau applied reaches here. One already on the posting
      * log for this pay group and pay date was posted by an
      * earlier reconciliation of the same return and is
      * refused, so the ledger never counts a payment twice.
       6000-POST-TO-LEDGER.
           MOVE PayGroupOption TO EarnPostPayGroup
           MOVE LedgerPayDate TO EarnPostPayDate
           MOVE CurrentExtractEmpNumber TO EarnPostEmpNumber
           READ EarnPostFile
               INVALID KEY
                   PERFORM 6100-WRITE-POSTING
               NOT INVALID KEY
                   ADD 1 TO AlreadyPosted
                   MOVE SPACES TO ExceptionDetailLine
                   MOVE CurrentExtractEmpNumber
                     TO ExceptionEmpNumber
                   MOVE "ALREADY POSTED TO LEDGER" TO ExceptionText
                   MOVE CurrentExtractGross TO ExceptionSentSalary
                   MOVE ReturnSalaryApplied TO ExceptionRetSalary
                   PERFORM 7000-WRITE-EXCEPTION
           END-READ
           .

       6100-WRITE-POSTING.
           MOVE PayGroupOption TO EarnPostPayGroup
           MOVE LedgerPayDate TO EarnPostPayDate
           MOVE CurrentExtractEmpNumber TO EarnPostEmpNumber
           MOVE LedgerTaxYear TO EarnPostTaxYear
           MOVE ReturnSalaryApplied TO EarnPostGross
           MOVE RunDate TO EarnPostPostedDate
           MOVE RunTime TO EarnPostPostedTime
           MOVE ZEROES TO EarnPostRunDetails
           WRITE EarnPostRecord
               INVALID KEY
                   DISPLAY "Unable to write EarnPost.dat - status "
                           EarnPostFileStatus
           END-WRITE
           IF EarnPostFileStatus = "00"
               PERFORM 6200-UPDATE-LEDGER
           END-IF
           .

       6200-UPDATE-LEDGER.
           MOVE CurrentExtractEmpNumber TO EarnLdgEmpNumber
           MOVE LedgerTaxYear TO EarnLdgTaxYear
           READ EarningsLedgerFile
               INVALID KEY
                   MOVE 'N' TO LedgerRecordFound
                   INITIALIZE EarningsLedgerRecord
                   MOVE CurrentExtractEmpNumber TO EarnLdgEmpNumber
                   MOVE LedgerTaxYear TO EarnLdgTaxYear
                   MOVE LedgerPayDate TO EarnLdgFirstPayDate
               NOT INVALID KEY
                   SET LedgerRecordOnFile TO TRUE
           END-READ
           MOVE PayGroupOption TO EarnLdgPayGroup
           IF LedgerPayDate < EarnLdgFirstPayDate
               MOVE LedgerPayDate TO EarnLdgFirstPayDate
           END-IF
           IF LedgerPayDate > EarnLdgLastPayDate
               MOVE LedgerPayDate TO EarnLdgLastPayDate
           END-IF
           ADD 1 TO EarnLdgPostCount
           ADD CurrentSalary TO EarnLdgSalary
           ADD CurrentLeavePaid TO EarnLdgLeavePaid
           ADD CurrentLeaveRecovered TO EarnLdgLeaveRecovered
           ADD ReturnSalaryApplied TO EarnLdgGross
           ADD CurrentOtherAllowance TO EarnLdgOtherAllowance
           ADD CurrentOtherDeduction TO EarnLdgOtherDeduction
           ADD CurrentOtherEmployer TO EarnLdgOtherEmployer
           PERFORM 6300-POST-ELEMENT
               VARYING CurrentElementIndex FROM 1 BY 1
               UNTIL CurrentElementIndex > CurrentElementCount
           IF LedgerRecordOnFile
               REWRITE EarningsLedgerRecord
                   INVALID KEY
                       DISPLAY "Unable to rewrite EarnLedger.dat - "
                               "status " EarnLedgerFileStatus
               END-REWRITE
           ELSE
               WRITE EarningsLedgerRecord
                   INVALID KEY
                       DISPLAY "Unable to write EarnLedger.dat - "
                               "status " EarnLedgerFileStatus
               END-WRITE
           END-IF
           ADD 1 TO ReturnsPosted
           ADD ReturnSalaryApplied TO PostedGrossTotal
           .

      * Each element code keeps its own year-to-date total on
      * the ledger; a code the ledger has no room left for is
      * added to the other amount for its class.
       6300-POST-ELEMENT.
           SET EarnLdgIndex TO 1
           SEARCH EarnLdgElement
               AT END
                   PERFORM 6350-POST-OTHER-ELEMENT
               WHEN EarnLdgIndex > EarnLdgElementCount
                   ADD 1 TO EarnLdgElementCount
                   MOVE CurrentElemCode(CurrentElementIndex)
                     TO EarnLdgElemCode(EarnLdgIndex)
                   MOVE CurrentElemClass(CurrentElementIndex)
                     TO EarnLdgElemClass(EarnLdgIndex)
                   MOVE CurrentElemAmount(CurrentElementIndex)
                     TO EarnLdgElemAmount(EarnLdgIndex)
               WHEN EarnLdgElemCode(EarnLdgIndex)
                    = CurrentElemCode(CurrentElementIndex)
               AND  EarnLdgElemClass(EarnLdgIndex)
                    = CurrentElemClass(CurrentElementIndex)
                   ADD CurrentElemAmount(CurrentElementIndex)
                    TO EarnLdgElemAmount(EarnLdgIndex)
           END-SEARCH
           .

       6350-POST-OTHER-ELEMENT.
           EVALUATE CurrentElemClass(CurrentElementIndex)
               WHEN 'D'
                   ADD CurrentElemAmount(CurrentElementIndex)
                    TO EarnLdgOtherDeduction
               WHEN 'R'
                   ADD CurrentElemAmount(CurrentElementIndex)
                    TO EarnLdgOtherEmployer
               WHEN OTHER
                   ADD CurrentElemAmount(CurrentElementIndex)
                    TO EarnLdgOtherAllowance
           END-EVALUATE
           .

       7000-WRITE-EXCEPTION.
           MOVE SPACES TO ReconciliationLine
           MOVE ExceptionDetailLine TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE SPACES TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE PayGroupOption TO LedgerRunGroup
           MOVE LedgerPayDate TO LedgerRunPayDate
           MOVE LedgerTaxYear TO LedgerRunTaxYear
           MOVE LedgerRunLine TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE "APPLIED BY BUREAU.....:" TO TotalCountLabel
           MOVE ReturnsApplied TO TotalCountValue
           MOVE TotalCountLine TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE "POSTED TO LEDGER......:" TO TotalCountLabel
           MOVE ReturnsPosted TO TotalCountValue
           MOVE TotalCountLine TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE "GROSS POSTED TO LEDGER:" TO TotalPostedLabel
           MOVE PostedGrossTotal TO TotalPostedValue
           MOVE TotalPostedLine TO ReconciliationLine
           WRITE ReconciliationLine
           MOVE "ALREADY POSTED........:" TO TotalCountLabel
           MOVE AlreadyPosted TO TotalCountValue
           MOVE TotalCountLine TO ReconciliationLine
           WRITE ReconciliationLine
           PERFORM 8500-WRITE-RUN-CONTROL
           MOVE SPACES TO ReconciliationLine
           WRITE ReconciliationLine
           IF ExtractRecordCount = ReturnRecordCount
           AND ExtractSalaryTotal = ReturnSalaryTotal
           AND MissingFromReturn = ZERO
           WRITE ReconciliationLine
           CLOSE PayrollExtractFile PayrollReturnFile
                 ReconciliationReport
                 EarningsLedgerFile EarnPostFile
           .

       8500-WRITE-RUN-CONTROL.
           MOVE SavedRunControl TO EarnPostRecord
           MOVE ReturnRecordCount TO EarnPostReturnsIn
           MOVE ReturnsApplied TO EarnPostReturnsApplied
           ADD ReturnsPosted TO EarnPostReturnsPosted
           ADD PostedGrossTotal TO EarnPostGross
           ADD AlreadyPosted TO EarnPostDuplicates
           IF RunControlOnFile
               REWRITE EarnPostRecord
                   INVALID KEY
                       DISPLAY "Unable to rewrite EarnPost.dat - "
                               "status " EarnPostFileStatus
               END-REWRITE
           ELSE
               WRITE EarnPostRecord
                   INVALID KEY
                       DISPLAY "Unable to write EarnPost.dat - "
                               "status " EarnPostFileStatus
               END-WRITE
           END-IF
           DISPLAY "Posted to earnings ledger - " ReturnsPosted
                   " returns, " AlreadyPosted " already posted"
           .

       9999-EXIT.
