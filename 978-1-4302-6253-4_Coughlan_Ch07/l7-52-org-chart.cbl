      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-52.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT OrgChartReport ASSIGN TO "ORGCHART.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD OrgChartReport.
       01 OrgChartLine                  PIC X(132).

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).

      * Every active employee, in employee number order, with
      * the links that make up the reporting tree: the entry of
      * their manager, their first and last direct report and
      * the next employee reporting to the same manager.
       01 OrgTable.
           05 OrgCount              PIC 9(04) COMP VALUE ZERO.
           05 OrgEntry OCCURS 2000 TIMES
                       INDEXED BY OrgIndex.
               10 OrgEmpNumber      PIC 9(09).
               10 OrgManagerNumber  PIC 9(09).
               10 OrgSurname        PIC X(15).
               10 OrgForename       PIC X(10).
               10 OrgDeptCode       PIC X(04).
               10 OrgJobGrade       PIC 9(02).
               10 OrgManagerEntry   PIC 9(04) COMP.
               10 OrgFirstReport    PIC 9(04) COMP.
               10 OrgLastReport     PIC 9(04) COMP.
               10 OrgNextSibling    PIC 9(04) COMP.
               10 OrgLevel          PIC 9(03) COMP.
               10 OrgLevelsBelow    PIC 9(03) COMP.
               10 OrgDirectReports  PIC 9(04) COMP.
               10 OrgTotalReports   PIC 9(05) COMP.
               10 OrgLinkState      PIC X(01).
                   88 OrgHasNoManager     VALUE 'N'.
                   88 OrgManagerFound     VALUE 'F'.
                   88 OrgManagerGone      VALUE 'G'.
               10 OrgChartState     PIC X(01).
                   88 OrgNotCharted       VALUE 'N'.
                   88 OrgCharted          VALUE 'Y'.

      * The order the tree is printed in, built by the walk.
       01 ChartOrderTable.
           05 ChartCount            PIC 9(04) COMP VALUE ZERO.
           05 ChartEntry            PIC 9(04) COMP
                                    OCCURS 2000 TIMES.

       01 OrgSub                    PIC 9(04) COMP VALUE ZERO.
       01 TopSub                    PIC 9(04) COMP VALUE ZERO.
       01 CurrentSub                PIC 9(04) COMP VALUE ZERO.
       01 ManagerSub                PIC 9(04) COMP VALUE ZERO.
       01 ChartSub                  PIC 9(04) COMP VALUE ZERO.
       01 CurrentLevel              PIC 9(03) COMP VALUE ZERO.
       01 LevelDistance             PIC 9(03) COMP VALUE ZERO.
       01 IndentLevel               PIC 9(03) COMP VALUE ZERO.
       01 TreePointer               PIC 9(03) COMP VALUE ZERO.
       01 MaximumIndentLevel        PIC 9(03) COMP VALUE 12.
       01 FirstGoneChartEntry       PIC 9(04) COMP VALUE ZERO.

       01 WalkState                 PIC X(01) VALUE 'F'.
           88 WalkInProgress          VALUE 'W'.
           88 WalkClimbingBack        VALUE 'C'.
           88 WalkFinished            VALUE 'F'.
       01 WalkGroup                 PIC X(01) VALUE 'N'.
           88 WalkingNoManagerGroup   VALUE 'N'.
           88 WalkingManagerGoneGroup VALUE 'G'.
       01 SectionEntries            PIC 9(05) COMP VALUE ZERO.

       01 TodaysDate                PIC 9(08) VALUE ZEROES.
       01 ManagerNote               PIC X(30) VALUE SPACES.
       01 ManagerLeftNote.
           05 FILLER                PIC X(13) VALUE "MANAGER LEFT ".
           05 ManagerLeftDate       PIC 9999/99/99.

       01 EmployeesCharted          PIC 9(05) COMP VALUE ZERO.
       01 EmployeesNotLoaded        PIC 9(05) COMP VALUE ZERO.
       01 TopOfTreeCount            PIC 9(05) COMP VALUE ZERO.
       01 ManagerGoneCount          PIC 9(05) COMP VALUE ZERO.
       01 ReportingLoopCount        PIC 9(05) COMP VALUE ZERO.
       01 ManagerCount              PIC 9(05) COMP VALUE ZERO.
       01 DirectReportLinks         PIC 9(05) COMP VALUE ZERO.
       01 WidestSpan                PIC 9(04) COMP VALUE ZERO.
       01 DeepestLevel              PIC 9(03) COMP VALUE ZERO.
       01 LevelsInOrganisation      PIC 9(03) COMP VALUE ZERO.
       01 AverageSpan               PIC 9(04)V9 VALUE ZERO.

       01 ReportHeading1.
           05 FILLER                PIC X(36)
              VALUE "ORGANISATION CHART - REPORTING LINES".
           05 FILLER                PIC X(07) VALUE " AS AT ".
           05 HeadingRunDate        PIC 9999/99/99.
       01 ChartColumnHeading.
           05 FILLER                PIC X(04) VALUE "LVL".
           05 FILLER                PIC X(82)
              VALUE "EMPLOYEE".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(07) VALUE "GRADE".
           05 FILLER                PIC X(07) VALUE "DIRECT".
           05 FILLER                PIC X(06) VALUE "TOTAL".
       01 ChartGroupHeading         PIC X(60).
       01 ChartDetailLine.
           05 ChartLevel            PIC Z9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChartTree             PIC X(80).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChartDeptCode         PIC X(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ChartJobGrade         PIC 9(02).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 ChartDirectReports    PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ChartTotalReports     PIC ZZ,ZZ9.

       01 SpanHeading1.
           05 FILLER                PIC X(40)
              VALUE "SPAN OF CONTROL AND DEPTH BY MANAGER".
       01 SpanHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "FORENAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(07) VALUE "LEVEL".
           05 FILLER                PIC X(08) VALUE "DIRECT".
           05 FILLER                PIC X(08) VALUE "TOTAL".
           05 FILLER                PIC X(13) VALUE "LEVELS BELOW".
       01 SpanDetailLine.
           05 SpanEmpNumber         PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SpanSurname           PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SpanForename          PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SpanDeptCode          PIC X(04).
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SpanLevel             PIC ZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 SpanDirectReports     PIC ZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 SpanTotalReports      PIC ZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 SpanLevelsBelow       PIC ZZ9.

       01 ExceptionHeading1.
           05 FILLER                PIC X(40)
              VALUE "REPORTING LINE EXCEPTIONS".
       01 ExceptionSectionLine      PIC X(60).
       01 ExceptionHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(12) VALUE "FORENAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(11) VALUE "MANAGER".
           05 FILLER                PIC X(04) VALUE "NOTE".
       01 ExceptionDetailLine.
           05 ExcEmpNumber          PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcSurname            PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcForename           PIC X(10).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcDeptCode           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcManagerNumber      PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 ExcNote               PIC X(30).

       01 GrandTotalLine.
           05 GrandTotalLabel       PIC X(30).
           05 GrandTotalValue       PIC ZZZ,ZZ9.
       01 AverageSpanLine.
           05 FILLER                PIC X(30)
              VALUE "AVERAGE SPAN OF CONTROL.....: ".
           05 AverageSpanValue      PIC ZZ,ZZ9.9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-EMPLOYEES
           PERFORM 2500-LINK-REPORTING-LINES
           PERFORM 3000-WALK-REPORTING-TREE
           PERFORM 4000-COUNT-REPORTS
           PERFORM 5000-PRINT-CHART
           PERFORM 6000-PRINT-SPAN-OF-CONTROL
           PERFORM 7000-PRINT-EXCEPTIONS
           PERFORM 8000-WRITE-GRAND-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Organisation chart abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OrgChartReport
           MOVE TodaysDate TO HeadingRunDate
           .

       2000-LOAD-EMPLOYEES.
           MOVE ZEROES TO EmpNumber
           START EmployeeFile KEY IS NOT LESS THAN EmpNumber
               INVALID KEY SET EndOfEmployeeFile TO TRUE
               NOT INVALID KEY PERFORM 2100-READ-EMPLOYEE
           END-START
           PERFORM 2200-LOAD-ONE-EMPLOYEE
               UNTIL EndOfEmployeeFile
           .

       2100-READ-EMPLOYEE.
           READ EmployeeFile NEXT RECORD
               AT END SET EndOfEmployeeFile TO TRUE
           END-READ
           .

       2200-LOAD-ONE-EMPLOYEE.
           IF EmpIsActive
               IF OrgCount < 2000
                   ADD 1 TO OrgCount
                   MOVE EmpNumber   TO OrgEmpNumber(OrgCount)
                   IF EmpManagerNumber NUMERIC
                       MOVE EmpManagerNumber
                         TO OrgManagerNumber(OrgCount)
                   ELSE
                       MOVE ZEROES TO OrgManagerNumber(OrgCount)
                   END-IF
                   MOVE EmpSurname  TO OrgSurname(OrgCount)
                   MOVE EmpForename TO OrgForename(OrgCount)
                   MOVE EmpDeptCode TO OrgDeptCode(OrgCount)
                   MOVE EmpJobGrade TO OrgJobGrade(OrgCount)
                   MOVE ZERO TO OrgManagerEntry(OrgCount)
                                OrgFirstReport(OrgCount)
                                OrgLastReport(OrgCount)
                                OrgNextSibling(OrgCount)
                                OrgLevel(OrgCount)
                                OrgLevelsBelow(OrgCount)
                                OrgDirectReports(OrgCount)
                                OrgTotalReports(OrgCount)
                   SET OrgHasNoManager(OrgCount) TO TRUE
                   SET OrgNotCharted(OrgCount) TO TRUE
               ELSE
                   ADD 1 TO EmployeesNotLoaded
               END-IF
           END-IF
           PERFORM 2100-READ-EMPLOYEE
           .

      * Each employee is hung under their manager's entry, after
      * any colleagues already there, so a manager's reports
      * come out in employee number order. A manager who is not
      * in the table has left, is suspended or is not on file;
      * the employee is then charted at the top of their own
      * branch and listed as an exception.
       2500-LINK-REPORTING-LINES.
           PERFORM 2600-LINK-ONE-EMPLOYEE
               VARYING OrgSub FROM 1 BY 1
               UNTIL OrgSub > OrgCount
           .

       2600-LINK-ONE-EMPLOYEE.
           IF OrgManagerNumber(OrgSub) = ZERO
               SET OrgHasNoManager(OrgSub) TO TRUE
               ADD 1 TO TopOfTreeCount
           ELSE
               MOVE ZERO TO ManagerSub
               SET OrgIndex TO 1
               SEARCH OrgEntry
                   AT END
                       CONTINUE
                   WHEN OrgIndex > OrgCount
                       CONTINUE
                   WHEN OrgEmpNumber(OrgIndex)
                      = OrgManagerNumber(OrgSub)
                       SET ManagerSub TO OrgIndex
               END-SEARCH
               IF ManagerSub = ZERO
                   SET OrgManagerGone(OrgSub) TO TRUE
                   ADD 1 TO ManagerGoneCount
               ELSE
                   SET OrgManagerFound(OrgSub) TO TRUE
                   MOVE ManagerSub TO OrgManagerEntry(OrgSub)
                   ADD 1 TO OrgDirectReports(ManagerSub)
                   IF OrgFirstReport(ManagerSub) = ZERO
                       MOVE OrgSub TO OrgFirstReport(ManagerSub)
                   ELSE
                       MOVE OrgLastReport(ManagerSub) TO CurrentSub
                       MOVE OrgSub TO OrgNextSibling(CurrentSub)
                   END-IF
                   MOVE OrgSub TO OrgLastReport(ManagerSub)
               END-IF
           END-IF
           .

      * The tree is walked from each employee at the top of a
      * branch - first those with no manager, then those whose
      * manager has gone - going down to the first report,
      * across to the next colleague, and back up through the
      * manager links when a branch is finished. Anyone never
      * reached sits in a loop of managers reporting to each
      * other.
       3000-WALK-REPORTING-TREE.
           SET WalkingNoManagerGroup TO TRUE
           PERFORM 3100-WALK-FROM-TOP
               VARYING TopSub FROM 1 BY 1
               UNTIL TopSub > OrgCount
           COMPUTE FirstGoneChartEntry = ChartCount + 1
           SET WalkingManagerGoneGroup TO TRUE
           PERFORM 3100-WALK-FROM-TOP
               VARYING TopSub FROM 1 BY 1
               UNTIL TopSub > OrgCount
           MOVE ChartCount TO EmployeesCharted
           COMPUTE ReportingLoopCount = OrgCount - ChartCount
           .

       3100-WALK-FROM-TOP.
           IF (WalkingNoManagerGroup AND OrgHasNoManager(TopSub))
           OR (WalkingManagerGoneGroup AND OrgManagerGone(TopSub))
               MOVE TopSub TO CurrentSub
               MOVE ZERO TO CurrentLevel
               SET WalkInProgress TO TRUE
               PERFORM 3200-CHART-ONE-EMPLOYEE
                   UNTIL WalkFinished
           END-IF
           .

       3200-CHART-ONE-EMPLOYEE.
           SET OrgCharted(CurrentSub) TO TRUE
           MOVE CurrentLevel TO OrgLevel(CurrentSub)
           IF CurrentLevel > DeepestLevel
               MOVE CurrentLevel TO DeepestLevel
           END-IF
           ADD 1 TO ChartCount
           MOVE CurrentSub TO ChartEntry(ChartCount)
           IF OrgFirstReport(CurrentSub) NOT = ZERO
               MOVE OrgFirstReport(CurrentSub) TO CurrentSub
               ADD 1 TO CurrentLevel
           ELSE
               SET WalkClimbingBack TO TRUE
               PERFORM 3300-STEP-BACK-UP
                   UNTIL NOT WalkClimbingBack
           END-IF
           .

       3300-STEP-BACK-UP.
           EVALUATE TRUE
               WHEN CurrentSub = TopSub
                   SET WalkFinished TO TRUE
               WHEN OrgNextSibling(CurrentSub) NOT = ZERO
                   MOVE OrgNextSibling(CurrentSub) TO CurrentSub
                   SET WalkInProgress TO TRUE
               WHEN OTHER
                   MOVE OrgManagerEntry(CurrentSub) TO CurrentSub
                   SUBTRACT 1 FROM CurrentLevel
           END-EVALUATE
           .

      * Every charted employee counts once in the total reports
      * of each manager above them, and sets how many levels
      * sit beneath each of those managers.
       4000-COUNT-REPORTS.
           PERFORM 4100-CREDIT-MANAGERS
               VARYING ChartSub FROM 1 BY 1
               UNTIL ChartSub > ChartCount
           IF OrgCount > ZERO
               COMPUTE LevelsInOrganisation = DeepestLevel + 1
           END-IF
           .

       4100-CREDIT-MANAGERS.
           MOVE ChartEntry(ChartSub) TO CurrentSub
           MOVE OrgManagerEntry(CurrentSub) TO ManagerSub
           MOVE 1 TO LevelDistance
           PERFORM 4200-CREDIT-ONE-MANAGER
               UNTIL ManagerSub = ZERO
           .

       4200-CREDIT-ONE-MANAGER.
           ADD 1 TO OrgTotalReports(ManagerSub)
           IF LevelDistance > OrgLevelsBelow(ManagerSub)
               MOVE LevelDistance TO OrgLevelsBelow(ManagerSub)
           END-IF
           ADD 1 TO LevelDistance
           MOVE OrgManagerEntry(ManagerSub) TO ManagerSub
           .

       5000-PRINT-CHART.
           MOVE SPACES TO OrgChartLine
           MOVE ReportHeading1 TO OrgChartLine
           WRITE OrgChartLine
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine
           MOVE SPACES TO OrgChartLine
           MOVE ChartColumnHeading TO OrgChartLine
           WRITE OrgChartLine
           MOVE SPACES TO ChartGroupHeading
           MOVE "FROM THE TOP OF THE ORGANISATION"
             TO ChartGroupHeading
           PERFORM 5200-WRITE-GROUP-HEADING
           PERFORM 5100-PRINT-ONE-CHART-LINE
               VARYING ChartSub FROM 1 BY 1
               UNTIL ChartSub > ChartCount
           IF ChartCount = ZERO
               MOVE SPACES TO OrgChartLine
               MOVE "  NO ACTIVE EMPLOYEES ON FILE" TO OrgChartLine
               WRITE OrgChartLine
           END-IF
           .

       5100-PRINT-ONE-CHART-LINE.
           IF ChartSub = FirstGoneChartEntry
               MOVE SPACES TO ChartGroupHeading
               MOVE "BRANCHES WHOSE MANAGER IS NO LONGER ACTIVE"
                 TO ChartGroupHeading
               PERFORM 5200-WRITE-GROUP-HEADING
           END-IF
           MOVE ChartEntry(ChartSub) TO CurrentSub
           IF OrgLevel(CurrentSub) = ZERO
               MOVE SPACES TO OrgChartLine
               WRITE OrgChartLine
           END-IF
           MOVE OrgLevel(CurrentSub) TO IndentLevel
           IF IndentLevel > MaximumIndentLevel
               MOVE MaximumIndentLevel TO IndentLevel
           END-IF
           COMPUTE TreePointer = (IndentLevel * 3) + 1
           MOVE SPACES TO ChartTree
           IF OrgLevel(CurrentSub) > ZERO
               STRING "+- " DELIMITED BY SIZE
                   INTO ChartTree WITH POINTER TreePointer
               END-STRING
           END-IF
           STRING OrgEmpNumber(CurrentSub) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  OrgForename(CurrentSub)  DELIMITED BY "  "
                  " "                      DELIMITED BY SIZE
                  OrgSurname(CurrentSub)   DELIMITED BY "  "
               INTO ChartTree WITH POINTER TreePointer
           END-STRING
           MOVE OrgLevel(CurrentSub)         TO ChartLevel
           MOVE OrgDeptCode(CurrentSub)      TO ChartDeptCode
           MOVE OrgJobGrade(CurrentSub)      TO ChartJobGrade
           MOVE OrgDirectReports(CurrentSub) TO ChartDirectReports
           MOVE OrgTotalReports(CurrentSub)  TO ChartTotalReports
           MOVE SPACES TO OrgChartLine
           MOVE ChartDetailLine TO OrgChartLine
           WRITE OrgChartLine
           .

       5200-WRITE-GROUP-HEADING.
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine
           MOVE ChartGroupHeading TO OrgChartLine
           WRITE OrgChartLine
           .

       6000-PRINT-SPAN-OF-CONTROL.
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine AFTER ADVANCING PAGE
           MOVE SpanHeading1 TO OrgChartLine
           WRITE OrgChartLine
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine
           MOVE SpanHeading2 TO OrgChartLine
           WRITE OrgChartLine
           PERFORM 6100-PRINT-ONE-MANAGER
               VARYING OrgSub FROM 1 BY 1
               UNTIL OrgSub > OrgCount
           IF ManagerCount = ZERO
               MOVE SPACES TO OrgChartLine
               MOVE "  NONE" TO OrgChartLine
               WRITE OrgChartLine
           ELSE
               COMPUTE AverageSpan ROUNDED
                     = DirectReportLinks / ManagerCount
           END-IF
           .

       6100-PRINT-ONE-MANAGER.
           IF OrgDirectReports(OrgSub) > ZERO
               ADD 1 TO ManagerCount
               ADD OrgDirectReports(OrgSub) TO DirectReportLinks
               IF OrgDirectReports(OrgSub) > WidestSpan
                   MOVE OrgDirectReports(OrgSub) TO WidestSpan
               END-IF
               MOVE OrgEmpNumber(OrgSub)     TO SpanEmpNumber
               MOVE OrgSurname(OrgSub)       TO SpanSurname
               MOVE OrgForename(OrgSub)      TO SpanForename
               MOVE OrgDeptCode(OrgSub)      TO SpanDeptCode
               MOVE OrgLevel(OrgSub)         TO SpanLevel
               MOVE OrgDirectReports(OrgSub) TO SpanDirectReports
               MOVE OrgTotalReports(OrgSub)  TO SpanTotalReports
               MOVE OrgLevelsBelow(OrgSub)   TO SpanLevelsBelow
               MOVE SPACES TO OrgChartLine
               MOVE SpanDetailLine TO OrgChartLine
               WRITE OrgChartLine
           END-IF
           .

       7000-PRINT-EXCEPTIONS.
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine AFTER ADVANCING PAGE
           MOVE ExceptionHeading1 TO OrgChartLine
           WRITE OrgChartLine
           MOVE SPACES TO ExceptionSectionLine
           MOVE "ACTIVE EMPLOYEES WITH NO MANAGER"
             TO ExceptionSectionLine
           PERFORM 7100-WRITE-EXCEPTION-HEADING
           PERFORM 7200-LIST-NO-MANAGER
               VARYING OrgSub FROM 1 BY 1
               UNTIL OrgSub > OrgCount
           PERFORM 7800-WRITE-NONE-IF-EMPTY
           MOVE SPACES TO ExceptionSectionLine
           MOVE "ACTIVE EMPLOYEES REPORTING TO A LEAVER"
             TO ExceptionSectionLine
           PERFORM 7100-WRITE-EXCEPTION-HEADING
           PERFORM 7300-LIST-MANAGER-GONE
               VARYING OrgSub FROM 1 BY 1
               UNTIL OrgSub > OrgCount
           PERFORM 7800-WRITE-NONE-IF-EMPTY
           MOVE SPACES TO ExceptionSectionLine
           MOVE "ACTIVE EMPLOYEES CAUGHT IN A REPORTING LOOP"
             TO ExceptionSectionLine
           PERFORM 7100-WRITE-EXCEPTION-HEADING
           PERFORM 7500-LIST-REPORTING-LOOP
               VARYING OrgSub FROM 1 BY 1
               UNTIL OrgSub > OrgCount
           PERFORM 7800-WRITE-NONE-IF-EMPTY
           .

       7100-WRITE-EXCEPTION-HEADING.
           MOVE ZERO TO SectionEntries
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine
           MOVE ExceptionSectionLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE ExceptionHeading2 TO OrgChartLine
           WRITE OrgChartLine
           .

       7200-LIST-NO-MANAGER.
           IF OrgHasNoManager(OrgSub)
               MOVE "TOP OF THE ORGANISATION" TO ManagerNote
               PERFORM 7900-WRITE-EXCEPTION-LINE
           END-IF
           .

      * The manager's own record says why they are not in the
      * chart - gone from the file, left, or suspended.
       7300-LIST-MANAGER-GONE.
           IF OrgManagerGone(OrgSub)
               MOVE OrgManagerNumber(OrgSub) TO EmpNumber
               READ EmployeeFile KEY IS EmpNumber
                   INVALID KEY
                       MOVE "MANAGER NOT ON FILE" TO ManagerNote
                   NOT INVALID KEY
                       PERFORM 7400-SET-MANAGER-NOTE
               END-READ
               PERFORM 7900-WRITE-EXCEPTION-LINE
           END-IF
           .

       7400-SET-MANAGER-NOTE.
           EVALUATE TRUE
               WHEN EmpStatus = 'T'
               AND EmpLeavingDate NUMERIC
               AND NOT EmpHasNotLeft
                   MOVE EmpLeavingDate TO ManagerLeftDate
                   MOVE ManagerLeftNote TO ManagerNote
               WHEN EmpStatus = 'T'
                   MOVE "MANAGER TERMINATED" TO ManagerNote
               WHEN EmpStatus = 'S'
                   MOVE "MANAGER SUSPENDED" TO ManagerNote
               WHEN OTHER
                   MOVE "MANAGER NOT ACTIVE" TO ManagerNote
           END-EVALUATE
           .

       7500-LIST-REPORTING-LOOP.
           IF OrgNotCharted(OrgSub)
               MOVE "IN A LOOP - NOT CHARTED" TO ManagerNote
               PERFORM 7900-WRITE-EXCEPTION-LINE
           END-IF
           .

       7800-WRITE-NONE-IF-EMPTY.
           IF SectionEntries = ZERO
               MOVE SPACES TO OrgChartLine
               MOVE "  NONE" TO OrgChartLine
               WRITE OrgChartLine
           END-IF
           .

       7900-WRITE-EXCEPTION-LINE.
           ADD 1 TO SectionEntries
           MOVE OrgEmpNumber(OrgSub)     TO ExcEmpNumber
           MOVE OrgSurname(OrgSub)       TO ExcSurname
           MOVE OrgForename(OrgSub)      TO ExcForename
           MOVE OrgDeptCode(OrgSub)      TO ExcDeptCode
           MOVE OrgManagerNumber(OrgSub) TO ExcManagerNumber
           MOVE ManagerNote              TO ExcNote
           MOVE SPACES TO OrgChartLine
           MOVE ExceptionDetailLine TO OrgChartLine
           WRITE OrgChartLine
           .

       8000-WRITE-GRAND-TOTALS.
           MOVE SPACES TO OrgChartLine
           WRITE OrgChartLine
           MOVE "ACTIVE EMPLOYEES CHARTED....: " TO GrandTotalLabel
           MOVE EmployeesCharted TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "MANAGERS....................: " TO GrandTotalLabel
           MOVE ManagerCount TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE AverageSpan TO AverageSpanValue
           MOVE SPACES TO OrgChartLine
           MOVE AverageSpanLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "WIDEST SPAN OF CONTROL......: " TO GrandTotalLabel
           MOVE WidestSpan TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "LEVELS IN THE ORGANISATION..: " TO GrandTotalLabel
           MOVE LevelsInOrganisation TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "WITH NO MANAGER.............: " TO GrandTotalLabel
           MOVE TopOfTreeCount TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "REPORTING TO A LEAVER.......: " TO GrandTotalLabel
           MOVE ManagerGoneCount TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           MOVE "IN A REPORTING LOOP.........: " TO GrandTotalLabel
           MOVE ReportingLoopCount TO GrandTotalValue
           MOVE GrandTotalLine TO OrgChartLine
           WRITE OrgChartLine
           IF EmployeesNotLoaded > ZERO
               MOVE "NOT CHARTED - TABLE FULL....: "
                 TO GrandTotalLabel
               MOVE EmployeesNotLoaded TO GrandTotalValue
               MOVE GrandTotalLine TO OrgChartLine
               WRITE OrgChartLine
               DISPLAY "Employee table full - " EmployeesNotLoaded
                       " active employees left off the chart"
           END-IF
           CLOSE EmployeeFile OrgChartReport
           DISPLAY "Organisation chart written to ORGCHART.PRT - "
                   EmployeesCharted " employees, "
                   ManagerCount " managers"
           .

       9999-EXIT.
           EXIT
           .
