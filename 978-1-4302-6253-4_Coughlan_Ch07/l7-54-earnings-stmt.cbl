      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-54.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EarningsLedgerFile ASSIGN TO "EarnLedger.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EarnLdgKey
                 FILE STATUS IS EarnLedgerFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT StatementReport ASSIGN TO "EARNSTMT.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EarningsLedgerFile.
           COPY "EARNLDG.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD StatementReport.
       01 StatementLine                 PIC X(80).

       WORKING-STORAGE SECTION.
       01 EarnLedgerFileStatus      PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 EndOfLedgerFile           PIC X(01) VALUE 'N'.
           88 NoMoreLedgerRecords     VALUE 'Y'.
       01 EmployeeFound             PIC X(01) VALUE 'N'.
           88 EmployeeOnFile          VALUE 'Y'.

      * The tax year runs 6 April to 5 April and is known by
      * the year it starts in, as on the ledger. Left blank,
      * the statements are for the last tax year to have ended.
       01 RunDate.
           05 RunYear               PIC 9(04).
           05 RunMonthDay           PIC 9(04).
       01 TaxYearStartMonthDay      PIC 9(04) VALUE 0406.
       01 CurrentTaxYear            PIC 9(04) VALUE ZERO.
       01 TaxYearEntry              PIC X(04) VALUE SPACES.
       01 StatementTaxYear          PIC 9(04) VALUE ZERO.
       01 StatementEndYear          PIC 9(04) VALUE ZERO.
       01 TaxYearEndYear            PIC 9(02) VALUE ZERO.

       01 PaymentsTotal             PIC S9(11)V99 VALUE ZERO.
       01 DeductionsTotal           PIC S9(11)V99 VALUE ZERO.
       01 AnalysedGross             PIC S9(11)V99 VALUE ZERO.
       01 EmployerTotal             PIC S9(11)V99 VALUE ZERO.
       01 ElementDescription        PIC X(30) VALUE SPACES.
       01 ElementCodeSplit.
           05 ElementCodeLetter     PIC X(01).
           05 ElementCodePeriod     PIC X(02).

       01 StatementsPrinted         PIC 9(07) COMP VALUE ZERO.
       01 StatementsNotAgreed       PIC 9(07) COMP VALUE ZERO.
       01 NotOnEmployeeFile         PIC 9(07) COMP VALUE ZERO.
       01 LedgerRecordsRead         PIC 9(07) COMP VALUE ZERO.
       01 GrossPaidTotal            PIC S9(11)V99 VALUE ZERO.
       01 PageNumber                PIC 9(05) COMP VALUE ZERO.

       01 StatementHeading1.
           05 FILLER                PIC X(36)
              VALUE "ANNUAL EARNINGS STATEMENT - TAX YEAR".
           05 FILLER                PIC X(01) VALUE SPACE.
           05 HeadingTaxYear        PIC 9(04).
           05 FILLER                PIC X(01) VALUE "/".
           05 HeadingTaxYearEnd     PIC 9(02).
           05 FILLER                PIC X(12) VALUE "  RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
           05 FILLER                PIC X(08) VALUE "  PAGE ".
           05 HeadingPageNumber     PIC ZZZZ9.
       01 StatementHeading2.
           05 FILLER                PIC X(08) VALUE "6 APRIL ".
           05 HeadingFromYear       PIC 9(04).
           05 FILLER                PIC X(12) VALUE " TO 5 APRIL ".
           05 HeadingToYear         PIC 9(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 HeadingYearNote       PIC X(40) VALUE SPACES.
       01 StatementFieldLine.
           05 StatementFieldLabel   PIC X(16).
           05 StatementFieldValue   PIC X(60).
       01 EmployeeNameField.
           05 NameEmpNumber         PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NameForename          PIC X(10).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 NameSurname           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 NameNote              PIC X(21).
       01 PaidPeriodField.
           05 PaidFromDate          PIC 9999/99/99.
           05 FILLER                PIC X(04) VALUE " TO ".
           05 PaidToDate            PIC 9999/99/99.
           05 FILLER                PIC X(13) VALUE "   PAYMENTS: ".
           05 PaidPostCount         PIC ZZ9.
       01 SectionHeadingLine.
           05 SectionHeadingText    PIC X(40).
           05 FILLER                PIC X(18)
              VALUE "            AMOUNT".
       01 StatementAmountLine.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AmountCode            PIC X(03).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 AmountText            PIC X(33).
           05 AmountValue           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 StatementTotalLine.
           05 TotalText             PIC X(40).
           05 TotalValue            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

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
           PERFORM 2000-PRINT-STATEMENTS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           IF RunMonthDay < TaxYearStartMonthDay
               COMPUTE CurrentTaxYear = RunYear - 1
           ELSE
               MOVE RunYear TO CurrentTaxYear
           END-IF
           DISPLAY "Tax year starting (YYYY, blank for the last "
                   "year ended): " WITH NO ADVANCING
           ACCEPT TaxYearEntry
           IF TaxYearEntry = SPACES
               COMPUTE StatementTaxYear = CurrentTaxYear - 1
           ELSE
               IF TaxYearEntry NOT NUMERIC
                   DISPLAY "Tax year must be four digits"
                   DISPLAY "Earnings statements abandoned"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE TaxYearEntry TO StatementTaxYear
           END-IF
           IF StatementTaxYear > CurrentTaxYear
               DISPLAY "Tax year " StatementTaxYear
                       " has not started"
               DISPLAY "Earnings statements abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE StatementEndYear = StatementTaxYear + 1
           MOVE StatementEndYear(3:2) TO TaxYearEndYear
           OPEN INPUT EarningsLedgerFile
           IF EarnLedgerFileStatus NOT = "00"
               DISPLAY "Unable to open EarnLedger.dat - status "
                       EarnLedgerFileStatus
               DISPLAY "Earnings statements abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Earnings statements abandoned"
               CLOSE EarningsLedgerFile
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT StatementReport
           MOVE StatementTaxYear TO HeadingTaxYear
           MOVE TaxYearEndYear TO HeadingTaxYearEnd
           MOVE RunDate TO HeadingRunDate
           MOVE StatementTaxYear TO HeadingFromYear
           MOVE StatementEndYear TO HeadingToYear
           IF StatementTaxYear = CurrentTaxYear
               MOVE "TAX YEAR NOT ENDED - FIGURES TO DATE"
                 TO HeadingYearNote
           END-IF
           .

      * The ledger is in employee number order with each
      * employee's tax years together, so every record is read
      * and those for the requested year are printed.
       2000-PRINT-STATEMENTS.
           MOVE ZEROES TO EarnLdgKey
           START EarningsLedgerFile
               KEY IS NOT LESS THAN EarnLdgKey
               INVALID KEY SET NoMoreLedgerRecords TO TRUE
               NOT INVALID KEY PERFORM 2100-READ-LEDGER
           END-START
           PERFORM 2200-SELECT-LEDGER-RECORD
               UNTIL NoMoreLedgerRecords
           .

       2100-READ-LEDGER.
           READ EarningsLedgerFile NEXT RECORD
               AT END SET NoMoreLedgerRecords TO TRUE
           END-READ
           .

       2200-SELECT-LEDGER-RECORD.
           ADD 1 TO LedgerRecordsRead
           IF EarnLdgTaxYear = StatementTaxYear
               PERFORM 3000-PRINT-STATEMENT
           END-IF
           PERFORM 2100-READ-LEDGER
           .

       3000-PRINT-STATEMENT.
           MOVE EarnLdgEmpNumber TO EmpNumber
           READ EmployeeFile
               INVALID KEY
                   MOVE 'N' TO EmployeeFound
                   ADD 1 TO NotOnEmployeeFile
               NOT INVALID KEY
                   SET EmployeeOnFile TO TRUE
           END-READ
           MOVE ZERO TO PaymentsTotal
           MOVE ZERO TO DeductionsTotal
           MOVE ZERO TO EmployerTotal
           PERFORM 7900-WRITE-STATEMENT-HEADING
           PERFORM 3100-WRITE-EMPLOYEE-DETAILS
           PERFORM 3200-WRITE-PAYMENTS
           PERFORM 3300-WRITE-DEDUCTIONS
           PERFORM 3400-WRITE-GROSS
           PERFORM 3500-WRITE-EMPLOYER
           ADD 1 TO StatementsPrinted
           ADD EarnLdgGross TO GrossPaidTotal
           .

       3100-WRITE-EMPLOYEE-DETAILS.
           MOVE SPACES TO EmployeeNameField
           MOVE EarnLdgEmpNumber TO NameEmpNumber
           IF EmployeeOnFile
               MOVE EmpForename TO NameForename
               MOVE EmpSurname TO NameSurname
           ELSE
               MOVE "NOT ON EMPLOYEE FILE" TO NameNote
           END-IF
           MOVE "EMPLOYEE......: " TO StatementFieldLabel
           MOVE EmployeeNameField TO StatementFieldValue
           PERFORM 7000-WRITE-FIELD-LINE
           IF EmployeeOnFile
               MOVE "DEPARTMENT....: " TO StatementFieldLabel
               MOVE EmpDeptCode TO StatementFieldValue
               PERFORM 7000-WRITE-FIELD-LINE
           END-IF
           MOVE "PAY GROUP.....: " TO StatementFieldLabel
           EVALUATE EarnLdgPayGroup
               WHEN 'W'
                   MOVE "WEEKLY" TO StatementFieldValue
               WHEN 'M'
                   MOVE "MONTHLY" TO StatementFieldValue
               WHEN OTHER
                   MOVE EarnLdgPayGroup TO StatementFieldValue
           END-EVALUATE
           PERFORM 7000-WRITE-FIELD-LINE
           MOVE EarnLdgFirstPayDate TO PaidFromDate
           MOVE EarnLdgLastPayDate TO PaidToDate
           MOVE EarnLdgPostCount TO PaidPostCount
           MOVE "PAID..........: " TO StatementFieldLabel
           MOVE PaidPeriodField TO StatementFieldValue
           PERFORM 7000-WRITE-FIELD-LINE
           .

       3200-WRITE-PAYMENTS.
           MOVE "PAYMENTS" TO SectionHeadingText
           PERFORM 7100-WRITE-SECTION-HEADING
           MOVE SPACES TO AmountCode
           MOVE "SALARY" TO AmountText
           MOVE EarnLdgSalary TO AmountValue
           ADD EarnLdgSalary TO PaymentsTotal
           PERFORM 7200-WRITE-AMOUNT-LINE
           IF EarnLdgLeavePaid NOT = ZERO
               MOVE SPACES TO AmountCode
               MOVE "UNTAKEN LEAVE PAID OUT" TO AmountText
               MOVE EarnLdgLeavePaid TO AmountValue
               ADD EarnLdgLeavePaid TO PaymentsTotal
               PERFORM 7200-WRITE-AMOUNT-LINE
           END-IF
           PERFORM 3250-WRITE-PAYMENT-ELEMENT
               VARYING EarnLdgIndex FROM 1 BY 1
               UNTIL EarnLdgIndex > EarnLdgElementCount
           IF EarnLdgOtherAllowance NOT = ZERO
               MOVE SPACES TO AmountCode
               MOVE "OTHER PAYMENTS" TO AmountText
               MOVE EarnLdgOtherAllowance TO AmountValue
               ADD EarnLdgOtherAllowance TO PaymentsTotal
               PERFORM 7200-WRITE-AMOUNT-LINE
           END-IF
           MOVE "  TOTAL PAYMENTS" TO TotalText
           MOVE PaymentsTotal TO TotalValue
           PERFORM 7300-WRITE-TOTAL-LINE
           .

       3250-WRITE-PAYMENT-ELEMENT.
           IF EarnLdgElemClass(EarnLdgIndex) NOT = 'D'
           AND EarnLdgElemClass(EarnLdgIndex) NOT = 'R'
               ADD EarnLdgElemAmount(EarnLdgIndex) TO PaymentsTotal
               PERFORM 3900-WRITE-ELEMENT-LINE
           END-IF
           .

       3300-WRITE-DEDUCTIONS.
           MOVE "DEDUCTIONS" TO SectionHeadingText
           PERFORM 7100-WRITE-SECTION-HEADING
           IF EarnLdgLeaveRecovered NOT = ZERO
               MOVE SPACES TO AmountCode
               MOVE "LEAVE TAKEN IN ADVANCE RECOVERED" TO AmountText
               MOVE EarnLdgLeaveRecovered TO AmountValue
               ADD EarnLdgLeaveRecovered TO DeductionsTotal
               PERFORM 7200-WRITE-AMOUNT-LINE
           END-IF
           PERFORM 3350-WRITE-DEDUCTION-ELEMENT
               VARYING EarnLdgIndex FROM 1 BY 1
               UNTIL EarnLdgIndex > EarnLdgElementCount
           IF EarnLdgOtherDeduction NOT = ZERO
               MOVE SPACES TO AmountCode
               MOVE "OTHER DEDUCTIONS" TO AmountText
               MOVE EarnLdgOtherDeduction TO AmountValue
               ADD EarnLdgOtherDeduction TO DeductionsTotal
               PERFORM 7200-WRITE-AMOUNT-LINE
           END-IF
           MOVE "  TOTAL DEDUCTIONS" TO TotalText
           MOVE DeductionsTotal TO TotalValue
           PERFORM 7300-WRITE-TOTAL-LINE
           .

       3350-WRITE-DEDUCTION-ELEMENT.
           IF EarnLdgElemClass(EarnLdgIndex) = 'D'
               ADD EarnLdgElemAmount(EarnLdgIndex) TO DeductionsTotal
               PERFORM 3900-WRITE-ELEMENT-LINE
           END-IF
           .

      * The gross printed is what the bureau paid. The payments
      * less the deductions should come to the same figure;
      * where they do not the statement is flagged.
       3400-WRITE-GROSS.
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE "GROSS PAY FOR THE TAX YEAR" TO TotalText
           MOVE EarnLdgGross TO TotalValue
           PERFORM 7300-WRITE-TOTAL-LINE
           COMPUTE AnalysedGross = PaymentsTotal - DeductionsTotal
           IF AnalysedGross NOT = EarnLdgGross
               ADD 1 TO StatementsNotAgreed
               MOVE SPACES TO StatementLine
               MOVE "*** PAYMENTS LESS DEDUCTIONS DO NOT AGREE ***"
                 TO StatementLine
               WRITE StatementLine
           END-IF
           .

       3500-WRITE-EMPLOYER.
           PERFORM 3550-ADD-EMPLOYER-ELEMENT
               VARYING EarnLdgIndex FROM 1 BY 1
               UNTIL EarnLdgIndex > EarnLdgElementCount
           ADD EarnLdgOtherEmployer TO EmployerTotal
           IF EmployerTotal NOT = ZERO
               MOVE "EMPLOYER CONTRIBUTIONS - NOT PART OF PAY"
                 TO SectionHeadingText
               PERFORM 7100-WRITE-SECTION-HEADING
               PERFORM 3560-WRITE-EMPLOYER-ELEMENT
                   VARYING EarnLdgIndex FROM 1 BY 1
                   UNTIL EarnLdgIndex > EarnLdgElementCount
               IF EarnLdgOtherEmployer NOT = ZERO
                   MOVE SPACES TO AmountCode
                   MOVE "OTHER EMPLOYER CONTRIBUTIONS" TO AmountText
                   MOVE EarnLdgOtherEmployer TO AmountValue
                   PERFORM 7200-WRITE-AMOUNT-LINE
               END-IF
               MOVE "  TOTAL EMPLOYER CONTRIBUTIONS" TO TotalText
               MOVE EmployerTotal TO TotalValue
               PERFORM 7300-WRITE-TOTAL-LINE
           END-IF
           .

       3550-ADD-EMPLOYER-ELEMENT.
           IF EarnLdgElemClass(EarnLdgIndex) = 'R'
               ADD EarnLdgElemAmount(EarnLdgIndex) TO EmployerTotal
           END-IF
           .

       3560-WRITE-EMPLOYER-ELEMENT.
           IF EarnLdgElemClass(EarnLdgIndex) = 'R'
               PERFORM 3900-WRITE-ELEMENT-LINE
           END-IF
           .

       3900-WRITE-ELEMENT-LINE.
           PERFORM 3950-DESCRIBE-ELEMENT
           MOVE EarnLdgElemCode(EarnLdgIndex) TO AmountCode
           MOVE ElementDescription TO AmountText
           MOVE EarnLdgElemAmount(EarnLdgIndex) TO AmountValue
           PERFORM 7200-WRITE-AMOUNT-LINE
           .

      * The element codes the payroll runs themselves create
      * are named; any other code is a recurring element keyed
      * through Listing7-25 and is shown by its class.
       3950-DESCRIBE-ELEMENT.
           MOVE EarnLdgElemCode(EarnLdgIndex) TO ElementCodeSplit
           EVALUATE TRUE
               WHEN EarnLdgElemCode(EarnLdgIndex) = "ARR"
                   MOVE "BACK PAY ARREARS" TO ElementDescription
               WHEN EarnLdgElemCode(EarnLdgIndex) = "PEN"
                   MOVE "PENSION CONTRIBUTION" TO ElementDescription
               WHEN EarnLdgElemCode(EarnLdgIndex) = "PER"
                   MOVE "EMPLOYER PENSION CONTRIBUTION"
                     TO ElementDescription
               WHEN EarnLdgElemCode(EarnLdgIndex) = "PRF"
                   MOVE "PENSION OPT-OUT REFUND" TO ElementDescription
               WHEN ElementCodeLetter = 'O'
               AND  ElementCodePeriod NUMERIC
                   MOVE "OVERTIME" TO ElementDescription
               WHEN EarnLdgElemClass(EarnLdgIndex) = 'D'
                   MOVE "DEDUCTION" TO ElementDescription
               WHEN EarnLdgElemClass(EarnLdgIndex) = 'R'
                   MOVE "EMPLOYER CONTRIBUTION" TO ElementDescription
               WHEN OTHER
                   MOVE "ALLOWANCE" TO ElementDescription
           END-EVALUATE
           .

       7000-WRITE-FIELD-LINE.
           MOVE SPACES TO StatementLine
           MOVE StatementFieldLine TO StatementLine
           WRITE StatementLine
           MOVE SPACES TO StatementFieldValue
           .

       7100-WRITE-SECTION-HEADING.
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           MOVE SectionHeadingLine TO StatementLine
           WRITE StatementLine
           .

       7200-WRITE-AMOUNT-LINE.
           MOVE SPACES TO StatementLine
           MOVE StatementAmountLine TO StatementLine
           WRITE StatementLine
           .

       7300-WRITE-TOTAL-LINE.
           MOVE SPACES TO StatementLine
           MOVE StatementTotalLine TO StatementLine
           WRITE StatementLine
           .

      * Every statement starts on a new page so each can be
      * separated for the mail room.
       7900-WRITE-STATEMENT-HEADING.
           ADD 1 TO PageNumber
           MOVE PageNumber TO HeadingPageNumber
           MOVE SPACES TO StatementLine
           MOVE StatementHeading1 TO StatementLine
           IF PageNumber > 1
               WRITE StatementLine AFTER ADVANCING PAGE
           ELSE
               WRITE StatementLine
           END-IF
           MOVE SPACES TO StatementLine
           MOVE StatementHeading2 TO StatementLine
           WRITE StatementLine
           MOVE SPACES TO StatementLine
           WRITE StatementLine
           .

       8000-WRITE-TOTALS.
           PERFORM 7900-WRITE-STATEMENT-HEADING
           MOVE "LEDGER RECORDS READ.........: " TO GrandTotalLabel
           MOVE LedgerRecordsRead TO GrandTotalValue
           MOVE GrandTotalLine TO StatementLine
           WRITE StatementLine
           MOVE "STATEMENTS PRINTED..........: " TO GrandTotalLabel
           MOVE StatementsPrinted TO GrandTotalValue
           MOVE GrandTotalLine TO StatementLine
           WRITE StatementLine
           MOVE "NOT ON EMPLOYEE FILE........: " TO GrandTotalLabel
           MOVE NotOnEmployeeFile TO GrandTotalValue
           MOVE GrandTotalLine TO StatementLine
           WRITE StatementLine
           MOVE "ANALYSIS NOT AGREEING.......: " TO GrandTotalLabel
           MOVE StatementsNotAgreed TO GrandTotalValue
           MOVE GrandTotalLine TO StatementLine
           WRITE StatementLine
           MOVE "GROSS PAY ON STATEMENTS.....: " TO GrandAmountLabel
           MOVE GrossPaidTotal TO GrandAmountValue
           MOVE GrandAmountLine TO StatementLine
           WRITE StatementLine
           CLOSE EarningsLedgerFile EmployeeFile StatementReport
           DISPLAY "Earnings statements written to EARNSTMT.PRT - "
                   StatementsPrinted " statements"
           .

       9999-EXIT.
           EXIT
           .
