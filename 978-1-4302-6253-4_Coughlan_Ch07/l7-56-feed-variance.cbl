      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-56.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT VarianceParmFile ASSIGN TO "FeedVar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS VarianceParmFileStatus.

          SELECT TonightFeedFile ASSIGN USING TonightFeedName
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS TonightFeedFileStatus.

          SELECT PriorFeedFile ASSIGN USING PriorFeedName
                 ORGANIZATION IS SEQUENTIAL
                 FILE STATUS IS PriorFeedFileStatus.

          SELECT FeedReleaseFile ASSIGN TO "FeedRel.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FeedRelKey
                 FILE STATUS IS FeedReleaseFileStatus.

          SELECT VarianceReport ASSIGN TO "VARIANCE.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD VarianceParmFile.
           COPY "VARPARM.CPY".

       FD TonightFeedFile.
       01 TonightFeedRecord         PIC X(64).

       FD PriorFeedFile.
       01 PriorFeedRecord           PIC X(64).

       FD FeedReleaseFile.
           COPY "FEEDREL.CPY".

       FD VarianceReport.
       01 VarianceLine              PIC X(100).

       WORKING-STORAGE SECTION.
       01 VarianceParmFileStatus    PIC X(02).
       01 TonightFeedFileStatus     PIC X(02).
       01 PriorFeedFileStatus       PIC X(02).
       01 FeedReleaseFileStatus     PIC X(02).

      * Both feeds are fixed 64-byte records, read through the
      * plain buffers above and unpacked into whichever of
      * these layouts the record type byte says it is.
           COPY "PAYEXTR.CPY".
           COPY "PAYELEMX.CPY".
           COPY "PAYHDR.CPY".
           COPY "PAYFINAL.CPY".

       01 PayGroupList              PIC X(02) VALUE "WM".
       01 PayGroupTable REDEFINES PayGroupList.
           05 PayGroupCode          PIC X(01) OCCURS 2 TIMES.
       01 PayGroupSub               PIC 9(01) VALUE ZERO.
       01 CurrentPayGroup           PIC X(01) VALUE SPACE.

      * Tonight's feed is the one the extract has just written;
      * the prior generation is a copy of the last feed for
      * the pay group that was released to the bureau.
       01 TonightFeedName.
           05 FILLER                PIC X(07) VALUE "Payroll".
           05 TonightGroupChar      PIC X(01).
           05 FILLER                PIC X(04) VALUE ".dat".
       01 PriorFeedName.
           05 FILLER                PIC X(07) VALUE "PrevPay".
           05 PriorGroupChar        PIC X(01).
           05 FILLER                PIC X(04) VALUE ".dat".

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 RunTime                   PIC 9(08) VALUE ZERO.

       01 EndOfControlPass          PIC X(01) VALUE 'N'.
           88 NoMoreControlRecords    VALUE 'Y'.
       01 EndOfTonightRaw           PIC X(01) VALUE 'N'.
           88 NoMoreTonightRaw        VALUE 'Y'.
       01 EndOfTonightGroups        PIC X(01) VALUE 'N'.
           88 NoMoreTonightGroups     VALUE 'Y'.
       01 EndOfPriorRaw             PIC X(01) VALUE 'N'.
           88 NoMorePriorRaw          VALUE 'Y'.
       01 EndOfPriorGroups          PIC X(01) VALUE 'N'.
           88 NoMorePriorGroups       VALUE 'Y'.
       01 EndOfCopy                 PIC X(01) VALUE 'N'.
           88 NoMoreCopyRecords       VALUE 'Y'.

       01 TonightFeedState          PIC X(01) VALUE 'N'.
           88 TonightFeedOpened       VALUE 'Y'.
       01 PriorGeneration           PIC X(01) VALUE 'N'.
           88 PriorGenerationOnFile   VALUE 'Y'.
       01 ReleaseRecordFound        PIC X(01) VALUE 'N'.
           88 ReleaseRecordOnFile     VALUE 'Y'.
       01 OverrideState             PIC X(01) VALUE 'N'.
           88 OverrideApplies         VALUE 'Y'.
       01 GroupOutcome              PIC X(01) VALUE SPACE.
           88 GroupReleased           VALUE 'R'.
           88 GroupHeld               VALUE 'H'.
           88 GroupAlreadyReleased    VALUE 'X'.
       01 GroupHoldType             PIC X(01) VALUE SPACE.
       01 GroupHoldReason           PIC X(30) VALUE SPACES.
       01 GroupNote                 PIC X(40) VALUE SPACES.

      * The feed's own controls, read before anything else so
      * a truncated or unbalanced feed is never released.
       01 FeedControls.
           05 FeedRunDate           PIC 9(08).
           05 FeedTrailerCount      PIC 9(07).
           05 FeedTrailerHash       PIC 9(11)V99.
           05 FeedCountedRecords    PIC 9(07).
           05 FeedCountedHash       PIC 9(11)V99.
           05 FeedTrailerFound      PIC X(01).
               88 FeedTrailerWasFound  VALUE 'Y'.

      * One employee's worth of each feed - the salary or final
      * pay record and the element records behind it. Up to 40
      * elements per employee are compared; any beyond that
      * still count in the employee's gross.
       01 TonightGroup.
           05 TonightEmpNumber      PIC 9(09).
           05 TonightRecordType     PIC X(01).
               88 TonightFinalPay      VALUE 'F'.
           05 TonightSalary         PIC 9(07)V99.
           05 TonightGross          PIC S9(09)V99.
           05 TonightSortCode       PIC 9(06).
           05 TonightAccountNo      PIC 9(08).
           05 TonightElementCount   PIC 9(02).
           05 TonightElement OCCURS 40 TIMES
                             INDEXED BY TonightIndex.
               10 TonightElemCode   PIC X(03).
               10 TonightElemClass  PIC X(01).
               10 TonightElemAmount PIC 9(05)V99.
       01 PriorGroup.
           05 PriorEmpNumber        PIC 9(09).
           05 PriorRecordType       PIC X(01).
               88 PriorFinalPay        VALUE 'F'.
           05 PriorSalary           PIC 9(07)V99.
           05 PriorGross            PIC S9(09)V99.
           05 PriorSortCode         PIC 9(06).
           05 PriorAccountNo        PIC 9(08).
           05 PriorElementCount     PIC 9(02).
           05 PriorElement OCCURS 40 TIMES
                           INDEXED BY PriorIndex.
               10 PriorElemCode     PIC X(03).
               10 PriorElemClass    PIC X(01).
               10 PriorElemAmount   PIC 9(05)V99.
               10 PriorElemMatched  PIC X(01).
       01 MaximumGroupElements      PIC 9(02) VALUE 40.

       01 MovementAmount            PIC S9(09)V99 VALUE ZERO.
       01 MovementSize              PIC 9(09)V99 VALUE ZERO.
       01 MovementPercent           PIC S9(05)V9 VALUE ZERO.
       01 MovementPercentSize       PIC 9(05)V9 VALUE ZERO.
       01 ElementPriorAmount        PIC 9(05)V99 VALUE ZERO.

       01 GroupFigures.
           05 TonightPayees         PIC 9(07).
           05 PriorPayees           PIC 9(07).
           05 TonightTotalPay       PIC S9(11)V99.
           05 PriorTotalPay         PIC S9(11)V99.
           05 PriorFeedRunDate      PIC 9(08).
           05 NewPayees             PIC 9(05).
           05 DroppedPayees         PIC 9(05).
           05 BankChanges           PIC 9(05).
           05 SalaryMovements       PIC 9(05).
           05 ElementMovements      PIC 9(05).
           05 LeaverPayees          PIC 9(05).

       01 GroupsReleased            PIC 9(01) VALUE ZERO.
       01 GroupsHeld                PIC 9(01) VALUE ZERO.

       01 LinesPerPage              PIC 9(02) VALUE 60.
       01 LineCount                 PIC 9(03) COMP VALUE 99.
       01 PageNumber                PIC 9(04) COMP VALUE ZERO.

       01 PageHeading1.
           05 FILLER                PIC X(40)
              VALUE "PAYROLL FEED PRE-RELEASE VARIANCE CHECK".
           05 FILLER                PIC X(11) VALUE "PAY GROUP ".
           05 HeadingPayGroup       PIC X(01).
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(08) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZ9.
       01 PageHeading2.
           05 FILLER                PIC X(06) VALUE "FEED ".
           05 HeadingFeedName       PIC X(12).
           05 FILLER                PIC X(10) VALUE " RUN DATE ".
           05 HeadingFeedDate       PIC 9999/99/99.
           05 FILLER                PIC X(17) VALUE "  AGAINST PRIOR ".
           05 HeadingPriorDate      PIC X(10).
       01 ColumnHeadingLine.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(29) VALUE "VARIANCE".
           05 FILLER                PIC X(05) VALUE "CODE".
           05 FILLER                PIC X(17) VALUE "          PRIOR".
           05 FILLER                PIC X(17) VALUE "        TONIGHT".
           05 FILLER                PIC X(16) VALUE "       MOVEMENT".
       01 VarianceDetailLine.
           05 VarEmpNumber          PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VarText               PIC X(28).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 VarCode               PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VarPrior              PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VarTonight            PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 VarMovement           PIC X(15).
       01 AmountEdited              PIC ZZZ,ZZZ,ZZ9.99-.
       01 BankEdited.
           05 BankEditedSortCode    PIC 9(06).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 BankEditedAccountNo   PIC 9(08).
       01 PercentEdited             PIC -ZZZZ9.9.

       01 SummaryCountLine.
           05 SummaryCountLabel     PIC X(30).
           05 SummaryCountValue     PIC ZZZ,ZZ9.
       01 SummaryAmountLine.
           05 SummaryAmountLabel    PIC X(30).
           05 SummaryAmountValue    PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 SummaryPercentLine.
           05 SummaryPercentLabel   PIC X(30).
           05 SummaryPercentValue   PIC -ZZZZ9.9.
           05 FILLER                PIC X(01) VALUE "%".
       01 OutcomeLine.
           05 OutcomeText           PIC X(30).
           05 OutcomeDetail         PIC X(40).

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-PAY-GROUP
               VARYING PayGroupSub FROM 1 BY 1
               UNTIL PayGroupSub > 2
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           GOBACK
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           PERFORM 1100-READ-VARIANCE-PARMS
           OPEN I-O FeedReleaseFile
           IF FeedReleaseFileStatus = "35"
               OPEN OUTPUT FeedReleaseFile
               CLOSE FeedReleaseFile
               OPEN I-O FeedReleaseFile
           END-IF
           IF FeedReleaseFileStatus NOT = "00"
               DISPLAY "Unable to open FeedRel.dat - status "
                       FeedReleaseFileStatus
               DISPLAY "Variance check abandoned - nothing released"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT VarianceReport
           MOVE RunDate TO HeadingRunDate
           .

       1100-READ-VARIANCE-PARMS.
           OPEN INPUT VarianceParmFile
           IF VarianceParmFileStatus NOT = "00"
               DISPLAY "RUN ABANDONED - FeedVar.dat missing or "
                       "unreadable - status " VarianceParmFileStatus
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           READ VarianceParmFile
               AT END
                   DISPLAY "RUN ABANDONED - FeedVar.dat is empty"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE VarianceParmFile
           IF VarSalaryPercent NOT NUMERIC
           OR VarElementAmount NOT NUMERIC
               DISPLAY "RUN ABANDONED - salary or element "
                       "tolerance missing or not numeric"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF VarHoldPercent NOT NUMERIC
           OR VarHoldPercent = ZERO
               DISPLAY "RUN ABANDONED - hold percentage "
                       "missing or zero"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Feed variance parameters accepted:"
           DISPLAY "  Salary tolerance %..: " VarSalaryPercent
           DISPLAY "  Element tolerance...: " VarElementAmount
           DISPLAY "  Hold on total pay %.: " VarHoldPercent
           .

      *------------------------------------------------------
      * Each pay group's feed is checked on its own and
      * released or held on its own. A feed already released
      * (a rerun after an override or a failure further on)
      * is left alone, so the prior generation is never
      * overwritten with the feed it is meant to be checked
      * against.
      *------------------------------------------------------
       2000-CHECK-PAY-GROUP.
           MOVE PayGroupCode(PayGroupSub) TO CurrentPayGroup
           MOVE CurrentPayGroup TO TonightGroupChar
           MOVE CurrentPayGroup TO PriorGroupChar
           MOVE CurrentPayGroup TO HeadingPayGroup
           MOVE TonightFeedName TO HeadingFeedName
           MOVE ZEROES TO GroupFigures
           MOVE SPACE TO GroupOutcome
           MOVE SPACE TO GroupHoldType
           MOVE SPACES TO GroupHoldReason
           MOVE SPACES TO GroupNote
           MOVE 'N' TO OverrideState
           MOVE 'N' TO PriorGeneration
           PERFORM 2100-CHECK-FEED-CONTROLS
           MOVE FeedRunDate TO HeadingFeedDate
           MOVE "(NONE)" TO HeadingPriorDate
           PERFORM 2300-READ-RELEASE-RECORD
           IF GroupAlreadyReleased
               PERFORM 7900-WRITE-PAGE-HEADING
               MOVE "ALREADY RELEASED" TO OutcomeText
               MOVE "NOT CHECKED AGAIN" TO OutcomeDetail
               MOVE OutcomeLine TO VarianceLine
               PERFORM 7800-WRITE-REPORT-LINE
               DISPLAY TonightFeedName " already released - "
                       "not checked again"
           ELSE
               IF FeedTrailerWasFound
                   PERFORM 3000-COMPARE-FEEDS
               ELSE
                   PERFORM 7900-WRITE-PAGE-HEADING
               END-IF
               PERFORM 5000-DECIDE-RELEASE
               PERFORM 5900-WRITE-GROUP-SUMMARY
           END-IF
           .

       2100-CHECK-FEED-CONTROLS.
           MOVE ZEROES TO FeedControls
           MOVE 'N' TO FeedTrailerFound
           MOVE RunDate TO FeedRunDate
           MOVE 'N' TO EndOfControlPass
           OPEN INPUT TonightFeedFile
           IF TonightFeedFileStatus NOT = "00"
               DISPLAY "Unable to open " TonightFeedName
                       " - status " TonightFeedFileStatus
               MOVE 'C' TO GroupHoldType
               MOVE "FEED NOT AVAILABLE" TO GroupHoldReason
           ELSE
               PERFORM 2150-READ-CONTROL-PASS
               PERFORM 2200-COUNT-FEED-RECORD
                   UNTIL NoMoreControlRecords
               CLOSE TonightFeedFile
               EVALUATE TRUE
                   WHEN NOT FeedTrailerWasFound
                       MOVE 'C' TO GroupHoldType
                       MOVE "FEED HAS NO TRAILER RECORD"
                         TO GroupHoldReason
                   WHEN FeedCountedRecords NOT = FeedTrailerCount
                   OR   FeedCountedHash NOT = FeedTrailerHash
                       MOVE 'N' TO FeedTrailerFound
                       MOVE 'C' TO GroupHoldType
                       MOVE "FEED TRAILER OUT OF BALANCE"
                         TO GroupHoldReason
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       2150-READ-CONTROL-PASS.
           READ TonightFeedFile
               AT END SET NoMoreControlRecords TO TRUE
           END-READ
           IF NOT NoMoreControlRecords
               MOVE TonightFeedRecord TO PayFeedControlRecord
           END-IF
           .

       2200-COUNT-FEED-RECORD.
           EVALUATE TRUE
               WHEN PayFeedHeader
                   MOVE PayFeedRunDate TO FeedRunDate
               WHEN PayFeedTrailer
                   SET FeedTrailerWasFound TO TRUE
                   MOVE PayFeedRunDate TO FeedRunDate
                   MOVE PayFeedRecordCount TO FeedTrailerCount
                   MOVE PayFeedSalaryHash TO FeedTrailerHash
               WHEN OTHER
                   MOVE TonightFeedRecord TO PayrollExtractRecord
                   MOVE TonightFeedRecord TO PayFinalExtractRecord
                   IF SalaryExtractRecord
                       ADD 1 TO FeedCountedRecords
                       ADD PayExtractSalary TO FeedCountedHash
                   END-IF
                   IF FinalPayExtractRecord
                       ADD 1 TO FeedCountedRecords
                       ADD PayFinalSalary TO FeedCountedHash
                   END-IF
           END-EVALUATE
           PERFORM 2150-READ-CONTROL-PASS
           .

      * An override only stands for the exact feed that was
      * held - the same record count and salary hash.
       2300-READ-RELEASE-RECORD.
           MOVE CurrentPayGroup TO FeedRelPayGroup
           MOVE FeedRunDate TO FeedRelRunDate
           READ FeedReleaseFile
               INVALID KEY
                   MOVE 'N' TO ReleaseRecordFound
               NOT INVALID KEY
                   SET ReleaseRecordOnFile TO TRUE
           END-READ
           IF ReleaseRecordOnFile
               EVALUATE TRUE
                   WHEN FeedRelIsReleased
                       SET GroupAlreadyReleased TO TRUE
                   WHEN FeedRelOverridden
                    AND FeedRelRecordCount = FeedTrailerCount
                    AND FeedRelSalaryHash = FeedTrailerHash
                    AND FeedTrailerWasFound
                       SET OverrideApplies TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .

       3000-COMPARE-FEEDS.
           MOVE 'N' TO EndOfTonightRaw
           MOVE 'N' TO EndOfTonightGroups
           MOVE 'N' TO EndOfPriorRaw
           MOVE 'N' TO EndOfPriorGroups
           OPEN INPUT TonightFeedFile
           OPEN INPUT PriorFeedFile
           IF PriorFeedFileStatus = "00"
               SET PriorGenerationOnFile TO TRUE
               PERFORM 3500-READ-PRIOR
               PERFORM 3600-BUILD-PRIOR-GROUP
           ELSE
               DISPLAY "No prior generation " PriorFeedName
                       " - status " PriorFeedFileStatus
               SET NoMorePriorRaw TO TRUE
               SET NoMorePriorGroups TO TRUE
           END-IF
           IF PriorGenerationOnFile
               MOVE PriorFeedRunDate TO HeadingFeedDate
               MOVE HeadingFeedDate TO HeadingPriorDate
               MOVE FeedRunDate TO HeadingFeedDate
           END-IF
           PERFORM 7900-WRITE-PAGE-HEADING
           MOVE ColumnHeadingLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           PERFORM 3100-READ-TONIGHT
           PERFORM 3200-BUILD-TONIGHT-GROUP
           PERFORM 4000-MATCH-PAYEES
               UNTIL NoMoreTonightGroups AND NoMorePriorGroups
           CLOSE TonightFeedFile
           IF PriorGenerationOnFile
               CLOSE PriorFeedFile
           END-IF
           .

       3100-READ-TONIGHT.
           READ TonightFeedFile
               AT END SET NoMoreTonightRaw TO TRUE
           END-READ
           .

      * Records are unpacked from the file's own buffer each
      * time, as the two feeds share the unpacked layouts.
       3150-UNPACK-TONIGHT.
           MOVE TonightFeedRecord TO PayrollExtractRecord
           MOVE TonightFeedRecord TO PayElementExtractRecord
           MOVE TonightFeedRecord TO PayFeedControlRecord
           MOVE TonightFeedRecord TO PayFinalExtractRecord
           .

       3200-BUILD-TONIGHT-GROUP.
           IF NOT NoMoreTonightRaw
               PERFORM 3150-UNPACK-TONIGHT
           END-IF
           PERFORM 3210-SKIP-TONIGHT-CONTROL
               UNTIL NoMoreTonightRaw
                  OR SalaryExtractRecord
                  OR ElementExtractRecord
                  OR FinalPayExtractRecord
           IF NoMoreTonightRaw
               SET NoMoreTonightGroups TO TRUE
           ELSE
               MOVE ZEROES TO TonightGroup
               MOVE PayExtractEmpNumber TO TonightEmpNumber
               MOVE PayExtractRecordType TO TonightRecordType
               IF FinalPayExtractRecord
                   MOVE PayFinalSalary TO TonightSalary
                   MOVE PayFinalSalary TO TonightGross
                   IF FinalLeaveRecovery
                       SUBTRACT PayFinalLeaveAmount FROM TonightGross
                   ELSE
                       ADD PayFinalLeaveAmount TO TonightGross
                   END-IF
                   MOVE PayFinalSortCode TO TonightSortCode
                   MOVE PayFinalAccountNo TO TonightAccountNo
                   PERFORM 3100-READ-TONIGHT
               END-IF
               IF SalaryExtractRecord
                   MOVE PayExtractSalary TO TonightSalary
                   MOVE PayExtractSalary TO TonightGross
                   MOVE PayExtractSortCode TO TonightSortCode
                   MOVE PayExtractAccountNo TO TonightAccountNo
                   PERFORM 3100-READ-TONIGHT
               END-IF
               IF NOT NoMoreTonightRaw
                   PERFORM 3150-UNPACK-TONIGHT
               END-IF
               PERFORM 3220-TAKE-TONIGHT-ELEMENT
                   UNTIL NoMoreTonightRaw
                      OR NOT ElementExtractRecord
                      OR PayElemExtEmpNumber NOT = TonightEmpNumber
               ADD 1 TO TonightPayees
               ADD TonightGross TO TonightTotalPay
           END-IF
           .

       3210-SKIP-TONIGHT-CONTROL.
           PERFORM 3100-READ-TONIGHT
           IF NOT NoMoreTonightRaw
               PERFORM 3150-UNPACK-TONIGHT
           END-IF
           .

       3220-TAKE-TONIGHT-ELEMENT.
           EVALUATE PayElemExtClass
               WHEN 'D'
                   SUBTRACT PayElemExtAmount FROM TonightGross
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   ADD PayElemExtAmount TO TonightGross
           END-EVALUATE
           IF TonightElementCount < MaximumGroupElements
               ADD 1 TO TonightElementCount
               SET TonightIndex TO TonightElementCount
               MOVE PayElemExtCode TO TonightElemCode(TonightIndex)
               MOVE PayElemExtClass TO TonightElemClass(TonightIndex)
               MOVE PayElemExtAmount
                 TO TonightElemAmount(TonightIndex)
           END-IF
           PERFORM 3210-SKIP-TONIGHT-CONTROL
           .

       3500-READ-PRIOR.
           READ PriorFeedFile
               AT END SET NoMorePriorRaw TO TRUE
           END-READ
           .

       3550-UNPACK-PRIOR.
           MOVE PriorFeedRecord TO PayrollExtractRecord
           MOVE PriorFeedRecord TO PayElementExtractRecord
           MOVE PriorFeedRecord TO PayFeedControlRecord
           MOVE PriorFeedRecord TO PayFinalExtractRecord
           IF PayFeedHeader
               MOVE PayFeedRunDate TO PriorFeedRunDate
           END-IF
           .

       3600-BUILD-PRIOR-GROUP.
           IF NOT NoMorePriorRaw
               PERFORM 3550-UNPACK-PRIOR
           END-IF
           PERFORM 3610-SKIP-PRIOR-CONTROL
               UNTIL NoMorePriorRaw
                  OR SalaryExtractRecord
                  OR ElementExtractRecord
                  OR FinalPayExtractRecord
           IF NoMorePriorRaw
               SET NoMorePriorGroups TO TRUE
           ELSE
               MOVE ZEROES TO PriorGroup
               MOVE PayExtractEmpNumber TO PriorEmpNumber
               MOVE PayExtractRecordType TO PriorRecordType
               IF FinalPayExtractRecord
                   MOVE PayFinalSalary TO PriorSalary
                   MOVE PayFinalSalary TO PriorGross
                   IF FinalLeaveRecovery
                       SUBTRACT PayFinalLeaveAmount FROM PriorGross
                   ELSE
                       ADD PayFinalLeaveAmount TO PriorGross
                   END-IF
                   MOVE PayFinalSortCode TO PriorSortCode
                   MOVE PayFinalAccountNo TO PriorAccountNo
                   PERFORM 3500-READ-PRIOR
               END-IF
               IF SalaryExtractRecord
                   MOVE PayExtractSalary TO PriorSalary
                   MOVE PayExtractSalary TO PriorGross
                   MOVE PayExtractSortCode TO PriorSortCode
                   MOVE PayExtractAccountNo TO PriorAccountNo
                   PERFORM 3500-READ-PRIOR
               END-IF
               IF NOT NoMorePriorRaw
                   PERFORM 3550-UNPACK-PRIOR
               END-IF
               PERFORM 3620-TAKE-PRIOR-ELEMENT
                   UNTIL NoMorePriorRaw
                      OR NOT ElementExtractRecord
                      OR PayElemExtEmpNumber NOT = PriorEmpNumber
               ADD 1 TO PriorPayees
               ADD PriorGross TO PriorTotalPay
           END-IF
           .

       3610-SKIP-PRIOR-CONTROL.
           PERFORM 3500-READ-PRIOR
           IF NOT NoMorePriorRaw
               PERFORM 3550-UNPACK-PRIOR
           END-IF
           .

       3620-TAKE-PRIOR-ELEMENT.
           EVALUATE PayElemExtClass
               WHEN 'D'
                   SUBTRACT PayElemExtAmount FROM PriorGross
               WHEN 'R'
                   CONTINUE
               WHEN OTHER
                   ADD PayElemExtAmount TO PriorGross
           END-EVALUATE
           IF PriorElementCount < MaximumGroupElements
               ADD 1 TO PriorElementCount
               SET PriorIndex TO PriorElementCount
               MOVE PayElemExtCode TO PriorElemCode(PriorIndex)
               MOVE PayElemExtClass TO PriorElemClass(PriorIndex)
               MOVE PayElemExtAmount TO PriorElemAmount(PriorIndex)
               MOVE 'N' TO PriorElemMatched(PriorIndex)
           END-IF
           PERFORM 3610-SKIP-PRIOR-CONTROL
           .

      *------------------------------------------------------
      * Both feeds are in employee number order. With no
      * prior generation (the first release of a pay group)
      * every payee is new and none is listed.
      *------------------------------------------------------
       4000-MATCH-PAYEES.
           EVALUATE TRUE
               WHEN NoMoreTonightGroups
                   PERFORM 4200-DROPPED-PAYEE
                   PERFORM 3600-BUILD-PRIOR-GROUP
               WHEN NoMorePriorGroups
                   PERFORM 4100-NEW-PAYEE
                   PERFORM 3200-BUILD-TONIGHT-GROUP
               WHEN TonightEmpNumber < PriorEmpNumber
                   PERFORM 4100-NEW-PAYEE
                   PERFORM 3200-BUILD-TONIGHT-GROUP
               WHEN TonightEmpNumber > PriorEmpNumber
                   PERFORM 4200-DROPPED-PAYEE
                   PERFORM 3600-BUILD-PRIOR-GROUP
               WHEN OTHER
                   PERFORM 4300-COMPARE-PAYEE
                   PERFORM 3200-BUILD-TONIGHT-GROUP
                   PERFORM 3600-BUILD-PRIOR-GROUP
           END-EVALUATE
           .

       4100-NEW-PAYEE.
           IF PriorGenerationOnFile
               ADD 1 TO NewPayees
               MOVE SPACES TO VarianceDetailLine
               MOVE TonightEmpNumber TO VarEmpNumber
               MOVE "NEW PAYEE" TO VarText
               MOVE SPACES TO VarPrior
               MOVE TonightGross TO AmountEdited
               MOVE AmountEdited TO VarTonight
               MOVE TonightGross TO AmountEdited
               MOVE AmountEdited TO VarMovement
               PERFORM 4900-WRITE-VARIANCE-LINE
           END-IF
           .

       4200-DROPPED-PAYEE.
           ADD 1 TO DroppedPayees
           MOVE SPACES TO VarianceDetailLine
           MOVE PriorEmpNumber TO VarEmpNumber
           MOVE "DROPPED PAYEE" TO VarText
           MOVE PriorGross TO AmountEdited
           MOVE AmountEdited TO VarPrior
           MOVE SPACES TO VarTonight
           COMPUTE MovementAmount = ZERO - PriorGross
           MOVE MovementAmount TO AmountEdited
           MOVE AmountEdited TO VarMovement
           PERFORM 4900-WRITE-VARIANCE-LINE
           .

       4300-COMPARE-PAYEE.
           IF TonightSortCode NOT = PriorSortCode
           OR TonightAccountNo NOT = PriorAccountNo
               ADD 1 TO BankChanges
               MOVE SPACES TO VarianceDetailLine
               MOVE TonightEmpNumber TO VarEmpNumber
               MOVE "BANK DETAILS CHANGED" TO VarText
               MOVE PriorSortCode TO BankEditedSortCode
               MOVE PriorAccountNo TO BankEditedAccountNo
               MOVE BankEdited TO VarPrior
               MOVE TonightSortCode TO BankEditedSortCode
               MOVE TonightAccountNo TO BankEditedAccountNo
               MOVE BankEdited TO VarTonight
               PERFORM 4900-WRITE-VARIANCE-LINE
           END-IF
           PERFORM 4350-COMPARE-SALARY
           PERFORM 4400-COMPARE-ELEMENT
               VARYING TonightIndex FROM 1 BY 1
               UNTIL TonightIndex > TonightElementCount
           PERFORM 4500-CHECK-STOPPED-ELEMENT
               VARYING PriorIndex FROM 1 BY 1
               UNTIL PriorIndex > PriorElementCount
           .

      * A leaver's final-pay record holds one period's pay, not
      * an annual salary, so it is always listed rather than
      * measured against the tolerance.
       4350-COMPARE-SALARY.
           COMPUTE MovementAmount = TonightSalary - PriorSalary
           MOVE SPACES TO VarianceDetailLine
           EVALUATE TRUE
               WHEN TonightFinalPay AND NOT PriorFinalPay
                   ADD 1 TO LeaverPayees
                   MOVE "LEAVER - FINAL PAY" TO VarText
               WHEN PriorFinalPay
                   ADD 1 TO LeaverPayees
                   MOVE "PAID AGAIN AFTER FINAL PAY" TO VarText
               WHEN MovementAmount = ZERO
                   CONTINUE
               WHEN PriorSalary = ZERO
                   ADD 1 TO SalaryMovements
                   MOVE "SALARY MOVEMENT" TO VarText
               WHEN OTHER
                   IF MovementAmount < ZERO
                       COMPUTE MovementSize = ZERO - MovementAmount
                   ELSE
                       MOVE MovementAmount TO MovementSize
                   END-IF
                   COMPUTE MovementPercentSize ROUNDED
                       = MovementSize * 100 / PriorSalary
                   IF MovementPercentSize > VarSalaryPercent
                       ADD 1 TO SalaryMovements
                       MOVE "SALARY MOVEMENT" TO VarText
                   END-IF
           END-EVALUATE
           IF VarText NOT = SPACES
               MOVE TonightEmpNumber TO VarEmpNumber
               MOVE PriorSalary TO AmountEdited
               MOVE AmountEdited TO VarPrior
               MOVE TonightSalary TO AmountEdited
               MOVE AmountEdited TO VarTonight
               MOVE MovementAmount TO AmountEdited
               MOVE AmountEdited TO VarMovement
               PERFORM 4900-WRITE-VARIANCE-LINE
           END-IF
           .

       4400-COMPARE-ELEMENT.
           MOVE ZERO TO ElementPriorAmount
           MOVE SPACES TO VarianceDetailLine
           MOVE "ELEMENT STARTED" TO VarText
           SET PriorIndex TO 1
           SEARCH PriorElement
               AT END
                   CONTINUE
               WHEN PriorIndex > PriorElementCount
                   CONTINUE
               WHEN PriorElemCode(PriorIndex)
                    = TonightElemCode(TonightIndex)
               AND  PriorElemClass(PriorIndex)
                    = TonightElemClass(TonightIndex)
               AND  PriorElemMatched(PriorIndex) = 'N'
                   MOVE 'Y' TO PriorElemMatched(PriorIndex)
                   MOVE PriorElemAmount(PriorIndex)
                     TO ElementPriorAmount
                   MOVE "ELEMENT MOVEMENT" TO VarText
           END-SEARCH
           COMPUTE MovementAmount
               = TonightElemAmount(TonightIndex) - ElementPriorAmount
           IF MovementAmount < ZERO
               COMPUTE MovementSize = ZERO - MovementAmount
           ELSE
               MOVE MovementAmount TO MovementSize
           END-IF
           IF MovementSize > VarElementAmount
               ADD 1 TO ElementMovements
               MOVE TonightEmpNumber TO VarEmpNumber
               MOVE TonightElemCode(TonightIndex) TO VarCode
               MOVE ElementPriorAmount TO AmountEdited
               MOVE AmountEdited TO VarPrior
               MOVE TonightElemAmount(TonightIndex) TO AmountEdited
               MOVE AmountEdited TO VarTonight
               MOVE MovementAmount TO AmountEdited
               MOVE AmountEdited TO VarMovement
               PERFORM 4900-WRITE-VARIANCE-LINE
           END-IF
           .

       4500-CHECK-STOPPED-ELEMENT.
           IF PriorElemMatched(PriorIndex) = 'N'
           AND PriorElemAmount(PriorIndex) > VarElementAmount
               ADD 1 TO ElementMovements
               MOVE SPACES TO VarianceDetailLine
               MOVE PriorEmpNumber TO VarEmpNumber
               MOVE "ELEMENT STOPPED" TO VarText
               MOVE PriorElemCode(PriorIndex) TO VarCode
               MOVE PriorElemAmount(PriorIndex) TO AmountEdited
               MOVE AmountEdited TO VarPrior
               MOVE ZERO TO AmountEdited
               MOVE AmountEdited TO VarTonight
               COMPUTE MovementAmount
                   = ZERO - PriorElemAmount(PriorIndex)
               MOVE MovementAmount TO AmountEdited
               MOVE AmountEdited TO VarMovement
               PERFORM 4900-WRITE-VARIANCE-LINE
           END-IF
           .

       4900-WRITE-VARIANCE-LINE.
           MOVE VarianceDetailLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           .

      *------------------------------------------------------
      * A feed that fails its own controls is held and cannot
      * be overridden. Otherwise the feed is held when total
      * pay has moved by more than the hold percentage against
      * the prior release, unless an authorised operator has
      * already overridden the hold on this same feed. With no
      * prior release to measure against, the feed is released.
      *------------------------------------------------------
       5000-DECIDE-RELEASE.
           MOVE ZERO TO MovementPercent
           IF PriorGenerationOnFile
           AND PriorTotalPay NOT = ZERO
               COMPUTE MovementPercent ROUNDED
                   = (TonightTotalPay - PriorTotalPay) * 100
                     / PriorTotalPay
           END-IF
           IF MovementPercent < ZERO
               COMPUTE MovementPercentSize = ZERO - MovementPercent
           ELSE
               MOVE MovementPercent TO MovementPercentSize
           END-IF
           EVALUATE TRUE
               WHEN GroupHoldType = 'C'
                   SET GroupHeld TO TRUE
               WHEN NOT PriorGenerationOnFile
                   SET GroupReleased TO TRUE
                   MOVE "NO PRIOR GENERATION TO COMPARE" TO GroupNote
               WHEN PriorTotalPay = ZERO
                   SET GroupReleased TO TRUE
                   MOVE "PRIOR GENERATION HAS NO PAY" TO GroupNote
               WHEN MovementPercentSize > VarHoldPercent
                   IF OverrideApplies
                       SET GroupReleased TO TRUE
                       MOVE "ON OVERRIDE BY" TO GroupNote
                       MOVE FeedRelOverrideBy TO GroupNote(16:8)
                   ELSE
                       SET GroupHeld TO TRUE
                       MOVE 'P' TO GroupHoldType
                       MOVE "TOTAL PAY MOVED OVER HOLD LIMIT"
                         TO GroupHoldReason
                   END-IF
               WHEN OTHER
                   SET GroupReleased TO TRUE
           END-EVALUATE
           IF GroupReleased
               PERFORM 6000-COPY-TO-PRIOR-GENERATION
           END-IF
           PERFORM 5500-WRITE-RELEASE-RECORD
           IF GroupReleased
               ADD 1 TO GroupsReleased
           ELSE
               ADD 1 TO GroupsHeld
           END-IF
           .

       5500-WRITE-RELEASE-RECORD.
           IF NOT ReleaseRecordOnFile
               MOVE SPACES TO FeedReleaseRecord
               MOVE CurrentPayGroup TO FeedRelPayGroup
               MOVE FeedRunDate TO FeedRelRunDate
               MOVE ZEROES TO FeedRelOverrideDate
               MOVE ZEROES TO FeedRelOverrideTime
           END-IF
           IF NOT OverrideApplies
               MOVE SPACES TO FeedRelOverrideBy
               MOVE ZEROES TO FeedRelOverrideDate
               MOVE ZEROES TO FeedRelOverrideTime
           END-IF
           MOVE GroupHoldType TO FeedRelHoldType
           MOVE GroupHoldReason TO FeedRelHoldReason
           MOVE FeedTrailerCount TO FeedRelRecordCount
           MOVE FeedTrailerHash TO FeedRelSalaryHash
           MOVE PriorFeedRunDate TO FeedRelPriorRunDate
           MOVE TonightTotalPay TO FeedRelTotalPay
           MOVE PriorTotalPay TO FeedRelPriorTotalPay
           MOVE MovementPercent TO FeedRelMovePercent
           MOVE NewPayees TO FeedRelNewPayees
           MOVE DroppedPayees TO FeedRelDroppedPayees
           MOVE BankChanges TO FeedRelBankChanges
           MOVE SalaryMovements TO FeedRelSalaryMoves
           MOVE ElementMovements TO FeedRelElementMoves
           MOVE RunDate TO FeedRelCheckedDate
           MOVE RunTime TO FeedRelCheckedTime
           EVALUATE TRUE
               WHEN GroupHeld
                   SET FeedRelHeld TO TRUE
                   MOVE ZEROES TO FeedRelReleasedDate
                   MOVE ZEROES TO FeedRelReleasedTime
               WHEN OverrideApplies
                   SET FeedRelReleasedOnOverride TO TRUE
                   MOVE RunDate TO FeedRelReleasedDate
                   MOVE RunTime TO FeedRelReleasedTime
               WHEN OTHER
                   SET FeedRelReleased TO TRUE
                   MOVE RunDate TO FeedRelReleasedDate
                   MOVE RunTime TO FeedRelReleasedTime
           END-EVALUATE
           IF ReleaseRecordOnFile
               REWRITE FeedReleaseRecord
                   INVALID KEY
                       DISPLAY "Unable to rewrite FeedRel.dat - "
                               "status " FeedReleaseFileStatus
               END-REWRITE
           ELSE
               WRITE FeedReleaseRecord
                   INVALID KEY
                       DISPLAY "Unable to write FeedRel.dat - "
                               "status " FeedReleaseFileStatus
               END-WRITE
           END-IF
           .

       5900-WRITE-GROUP-SUMMARY.
           MOVE SPACES TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "PAYEES ON PRIOR FEED........: " TO SummaryCountLabel
           MOVE PriorPayees TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "PAYEES ON TONIGHT'S FEED....: " TO SummaryCountLabel
           MOVE TonightPayees TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "NEW PAYEES..................: " TO SummaryCountLabel
           MOVE NewPayees TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "DROPPED PAYEES..............: " TO SummaryCountLabel
           MOVE DroppedPayees TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "LEAVERS ON FINAL PAY........: " TO SummaryCountLabel
           MOVE LeaverPayees TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "BANK DETAIL CHANGES.........: " TO SummaryCountLabel
           MOVE BankChanges TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "SALARY MOVEMENTS OVER LIMIT.: " TO SummaryCountLabel
           MOVE SalaryMovements TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "ELEMENT MOVEMENTS OVER LIMIT: " TO SummaryCountLabel
           MOVE ElementMovements TO SummaryCountValue
           MOVE SummaryCountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "TOTAL PAY ON PRIOR FEED.....: " TO SummaryAmountLabel
           MOVE PriorTotalPay TO SummaryAmountValue
           MOVE SummaryAmountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "TOTAL PAY ON TONIGHT'S FEED.: " TO SummaryAmountLabel
           MOVE TonightTotalPay TO SummaryAmountValue
           MOVE SummaryAmountLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "TOTAL PAY MOVEMENT..........: "
             TO SummaryPercentLabel
           MOVE MovementPercent TO SummaryPercentValue
           MOVE SummaryPercentLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE "HOLD LIMIT..................: "
             TO SummaryPercentLabel
           MOVE VarHoldPercent TO SummaryPercentValue
           MOVE SummaryPercentLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           MOVE SPACES TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           IF GroupReleased
               MOVE "RELEASED TO THE BUREAU" TO OutcomeText
               MOVE GroupNote TO OutcomeDetail
               DISPLAY TonightFeedName " released " GroupNote
           ELSE
               MOVE "*** HELD - NOT RELEASED ***" TO OutcomeText
               MOVE GroupHoldReason TO OutcomeDetail
               DISPLAY "*** " TonightFeedName " HELD - "
                       GroupHoldReason " ***"
           END-IF
           MOVE OutcomeLine TO VarianceLine
           PERFORM 7800-WRITE-REPORT-LINE
           IF GroupHeld
           AND GroupHoldType = 'P'
               MOVE "AUTHORISED OPERATOR OVERRIDE REQUIRED"
                 TO VarianceLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           IF GroupHeld
           AND GroupHoldType = 'C'
               MOVE "FEED MUST BE EXTRACTED AGAIN" TO VarianceLine
               PERFORM 7800-WRITE-REPORT-LINE
           END-IF
           .

      * The released feed becomes the prior generation that
      * the next feed for the pay group is checked against.
       6000-COPY-TO-PRIOR-GENERATION.
           MOVE 'N' TO EndOfCopy
           OPEN INPUT TonightFeedFile
           OPEN OUTPUT PriorFeedFile
           IF PriorFeedFileStatus NOT = "00"
               DISPLAY "Unable to write " PriorFeedName
                       " - status " PriorFeedFileStatus
               CLOSE TonightFeedFile
               SET GroupHeld TO TRUE
               MOVE 'C' TO GroupHoldType
               MOVE "PRIOR GENERATION NOT WRITTEN" TO GroupHoldReason
           ELSE
               PERFORM 6100-READ-FOR-COPY
               PERFORM 6200-COPY-ONE-RECORD
                   UNTIL NoMoreCopyRecords
               CLOSE TonightFeedFile PriorFeedFile
           END-IF
           .

       6100-READ-FOR-COPY.
           READ TonightFeedFile
               AT END SET NoMoreCopyRecords TO TRUE
           END-READ
           .

       6200-COPY-ONE-RECORD.
           MOVE TonightFeedRecord TO PriorFeedRecord
           WRITE PriorFeedRecord
           PERFORM 6100-READ-FOR-COPY
           .

       7800-WRITE-REPORT-LINE.
           IF LineCount >= LinesPerPage
               PERFORM 7900-WRITE-PAGE-HEADING
           END-IF
           WRITE VarianceLine
           MOVE SPACES TO VarianceLine
           ADD 1 TO LineCount
           .

       7900-WRITE-PAGE-HEADING.
           ADD 1 TO PageNumber
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO VarianceLine
           MOVE PageHeading1 TO VarianceLine
           IF PageNumber > 1
               WRITE VarianceLine AFTER ADVANCING PAGE
           ELSE
               WRITE VarianceLine
           END-IF
           MOVE SPACES TO VarianceLine
           MOVE PageHeading2 TO VarianceLine
           WRITE VarianceLine
           MOVE SPACES TO VarianceLine
           WRITE VarianceLine
           MOVE 3 TO LineCount
           .

      * A held feed ends the step with return code 16, so the
      * overnight schedule stops here and resumes here once
      * the hold has been overridden.
       8000-WRITE-TOTALS.
           CLOSE FeedReleaseFile VarianceReport
           DISPLAY "Feed variance check complete"
           DISPLAY "  Feeds released......: " GroupsReleased
           DISPLAY "  Feeds held..........: " GroupsHeld
           IF GroupsHeld > ZERO
               DISPLAY "*** PAYROLL FEED HELD - see VARIANCE.PRT ***"
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       9999-EXIT.
           EXIT
           .
