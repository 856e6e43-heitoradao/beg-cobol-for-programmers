      *------------------------------------------------------
       IDENTIFICATION DIVISION.
      *------------------------------------------------------
       PROGRAM-ID. Listing7-51.
       AUTHOR. Michael Coughlan.

      *------------------------------------------------------
       ENVIRONMENT DIVISION.
      *------------------------------------------------------
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT LetterReqFile ASSIGN TO "LetterReq.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LtrReqKey
                 FILE STATUS IS LetterReqFileStatus.

          SELECT LetterTemplateFile ASSIGN TO "LetterTpl.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS TemplateFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

          SELECT OPTIONAL LetterLogFile ASSIGN TO "LetterLog.dat"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT SortWorkFile ASSIGN TO "SortWork.dat".

          SELECT LetterPrint ASSIGN TO "LETTERS.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT LetterRegister ASSIGN TO "LETTREG.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS DeptCode
                 FILE STATUS IS DeptFileStatus.

      *------------------------------------------------------
       DATA DIVISION.
      *------------------------------------------------------
       FILE SECTION.
       FD LetterReqFile.
           COPY "LTRREQ.CPY".

       FD LetterTemplateFile.
           COPY "LTRTMPL.CPY".

       FD EmployeeFile.
           COPY "EMPLOYEE.CPY".

       FD LetterLogFile.
           COPY "LTRLOG.CPY".

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortDeptCode              PIC X(04).
           05 SortEmpNumber             PIC 9(09).
           05 SortLetterType            PIC X(02).
           05 SortEventDate             PIC 9(08).

       FD LetterPrint.
       01 LetterLine                    PIC X(100).

       FD LetterRegister.
       01 RegisterLine                  PIC X(100).

       FD DeptFile.
           COPY "DEPTREC.CPY".

       WORKING-STORAGE SECTION.
       01 LetterReqFileStatus       PIC X(02).
       01 TemplateFileStatus        PIC X(02).
       01 EmployeeFileStatus        PIC X(02).
       01 DeptFileStatus            PIC X(02).
       01 EndOfTemplateFile         PIC X(01) VALUE 'N'.
           88 NoMoreTemplateRecords   VALUE 'Y'.
       01 EndOfRequestFile          PIC X(01) VALUE 'N'.
           88 NoMoreRequestRecords    VALUE 'Y'.
       01 EndOfSortFile             PIC X(01) VALUE 'N'.
           88 NoMoreSortRecords       VALUE 'Y'.
       01 EmployeeFound             PIC X(01) VALUE 'N'.
           88 EmployeeOnMaster        VALUE 'Y'.
       01 RequestFound              PIC X(01) VALUE 'N'.
           88 RequestOnFile           VALUE 'Y'.
       01 LetterTypeFound           PIC X(01) VALUE 'N'.
           88 LetterTypeKnown         VALUE 'Y'.

      * Letters go out in department order so the mail room
      * can bag them for the internal post. Each letter starts
      * on a new page; a letter longer than a page carries on
      * to a further page under the same mail heading. A long-
      * service letter is held until the milestone is no more
      * than LetterLeadDays away. A transfer letter waits for
      * the master update to make the move, and is cancelled if
      * the employee has gone to some other department or the
      * move has not been made within TransferWaitDays.
       01 LinesPerPage              PIC 9(02) COMP VALUE 55.
       01 LinesOnPage               PIC 9(02) COMP VALUE ZERO.
       01 PageNumber                PIC 9(05) COMP VALUE ZERO.
       01 LetterLeadDays            PIC 9(03) VALUE 30.
       01 TransferWaitDays          PIC 9(03) VALUE 30.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 RunTime                   PIC 9(08) VALUE ZERO.
       01 RunDayNumber              PIC 9(07) VALUE ZERO.
       01 ServiceDueDate            PIC 9(08) VALUE ZERO.
       01 TransferCutoffDate        PIC 9(08) VALUE ZERO.

       01 LetterNumber              PIC 9(05) COMP VALUE ZERO.
       01 LetterFirstPage           PIC 9(05) COMP VALUE ZERO.
       01 LetterPageCount           PIC 9(03) COMP VALUE ZERO.
       01 RequestOutcome            PIC X(32) VALUE SPACES.

       01 LetterTypeValues.
           05 FILLER                PIC X(14) VALUE "PRPAY REVIEW  ".
           05 FILLER                PIC X(14) VALUE "TRTRANSFER    ".
           05 FILLER                PIC X(14) VALUE "RHREHIRE      ".
           05 FILLER                PIC X(14) VALUE "LSLONG SERVICE".
       01 LetterTypeTable REDEFINES LetterTypeValues.
           05 LetterTypeEntry OCCURS 4 TIMES
                              INDEXED BY LetterTypeIndex.
               10 LetterTypeCode    PIC X(02).
               10 LetterTypeName    PIC X(12).
       01 LetterTypeTotals.
           05 LetterTypeCounts OCCURS 4 TIMES.
               10 TypeTemplateLines PIC 9(05) COMP.
               10 TypeIssued        PIC 9(05) COMP.
               10 TypeHeld          PIC 9(05) COMP.
               10 TypeCancelled     PIC 9(05) COMP.
       01 TypeSub                   PIC 9(02) COMP VALUE ZERO.
       01 SearchLetterType          PIC X(02) VALUE SPACES.

       01 TemplateTable.
           05 TemplateLineCount     PIC 9(03) COMP VALUE ZERO.
           05 TemplateEntry OCCURS 300 TIMES.
               10 TemplateType      PIC X(02).
               10 TemplateText      PIC X(70).
       01 TemplateSub               PIC 9(03) COMP VALUE ZERO.
       01 TemplatesRejected         PIC 9(05) COMP VALUE ZERO.

      * Merge work areas - a template line is copied across a
      * character at a time, each &FIELD& being replaced by its
      * value with leading and trailing spaces removed.
       01 MergeSource               PIC X(70) VALUE SPACES.
       01 MergedLine                PIC X(95) VALUE SPACES.
       01 MergePointer              PIC 9(03) COMP VALUE ZERO.
       01 ScanPosition              PIC 9(03) COMP VALUE ZERO.
       01 ScanCheck                 PIC 9(03) COMP VALUE ZERO.
       01 FieldEndPosition          PIC 9(03) COMP VALUE ZERO.
       01 FieldNameLength           PIC 9(03) COMP VALUE ZERO.
       01 MergeFieldName            PIC X(12) VALUE SPACES.
       01 MergeFieldState           PIC X(01) VALUE 'N'.
           88 MergeFieldKnown         VALUE 'Y'.
       01 MergeValue                PIC X(30) VALUE SPACES.
       01 MergeValueStart           PIC 9(02) COMP VALUE ZERO.
       01 MergeValueEnd             PIC 9(02) COMP VALUE ZERO.
       01 MergeValueLength          PIC 9(02) COMP VALUE ZERO.
       01 MeasureState              PIC X(01) VALUE 'N'.
           88 MeasureFinished         VALUE 'Y'.
       01 UnknownMergeFields        PIC 9(05) COMP VALUE ZERO.
       01 EditedAmount              PIC Z,ZZZ,ZZ9.99.
       01 EditedCount               PIC ZZZZ9.
       01 SalaryDifference          PIC 9(07)V99 VALUE ZERO.
       01 LookupDeptCode            PIC X(04) VALUE SPACES.
       01 LookupDeptName            PIC X(16) VALUE SPACES.

       01 DateToFormat              PIC 9(08) VALUE ZERO.
       01 DateToFormatParts REDEFINES DateToFormat.
           05 DateToFormatYear      PIC 9(04).
           05 DateToFormatMonth     PIC 9(02).
           05 DateToFormatDay       PIC 9(02).
       01 EditedDay                 PIC Z9.
       01 FormattedDate             PIC X(30) VALUE SPACES.
       01 MonthNameValues.
           05 FILLER                PIC X(36)
              VALUE "January  February March    April    ".
           05 FILLER                PIC X(36)
              VALUE "May      June     July     August   ".
           05 FILLER                PIC X(36)
              VALUE "SeptemberOctober  November December ".
       01 MonthNameTable REDEFINES MonthNameValues.
           05 MonthName             PIC X(09) OCCURS 12 TIMES.

       01 RequestsExamined          PIC 9(07) COMP VALUE ZERO.
       01 LettersIssued             PIC 9(07) COMP VALUE ZERO.
       01 RequestsHeld              PIC 9(07) COMP VALUE ZERO.
       01 RequestsCancelled         PIC 9(07) COMP VALUE ZERO.

           COPY "DEPTTBL.CPY".

           COPY "DAYWORK.CPY".

       01 MailHeadingLine.
           05 FILLER                PIC X(19)
              VALUE "FOR INTERNAL MAIL  ".
           05 MailDeptCode          PIC X(04).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 MailDeptName          PIC X(16).
           05 FILLER                PIC X(06) VALUE "  EMP ".
           05 MailEmpNumber         PIC 9(09).
           05 FILLER                PIC X(09) VALUE "  LETTER ".
           05 MailLetterNumber      PIC ZZZZ9.
           05 FILLER                PIC X(07) VALUE "  PAGE ".
           05 MailPageNumber        PIC ZZZZ9.
       01 LetterBodyLine.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 LetterBodyText        PIC X(95).

       01 RegisterHeading1.
           05 FILLER                PIC X(30)
              VALUE "LETTER RUN REGISTER".
           05 FILLER                PIC X(09) VALUE "RUN DATE ".
           05 HeadingRunDate        PIC 9999/99/99.
       01 RegisterHeading2.
           05 FILLER                PIC X(11) VALUE "EMP-NO".
           05 FILLER                PIC X(17) VALUE "SURNAME".
           05 FILLER                PIC X(06) VALUE "DEPT".
           05 FILLER                PIC X(04) VALUE "TYPE".
           05 FILLER                PIC X(12) VALUE "EVENT DATE".
           05 FILLER                PIC X(34) VALUE "OUTCOME".
           05 FILLER                PIC X(07) VALUE "LETTER".
           05 FILLER                PIC X(05) VALUE " PAGE".
       01 RegisterDetailLine.
           05 RegEmpNumber          PIC 9(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegSurname            PIC X(15).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegDeptCode           PIC X(04).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegLetterType         PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegEventDate          PIC 9999/99/99.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegOutcome            PIC X(32).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegLetterNumber       PIC ZZZZ9 BLANK WHEN ZERO.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RegFirstPage          PIC ZZZZ9 BLANK WHEN ZERO.
       01 TypeTotalLine.
           05 TypeTotalName         PIC X(14).
           05 FILLER                PIC X(08) VALUE "ISSUED ".
           05 TypeTotalIssued       PIC ZZ,ZZ9.
           05 FILLER                PIC X(08) VALUE "  HELD ".
           05 TypeTotalHeld         PIC ZZ,ZZ9.
           05 FILLER                PIC X(13) VALUE "  CANCELLED ".
           05 TypeTotalCancelled    PIC ZZ,ZZ9.
       01 TotalCountLine.
           05 TotalCountLabel       PIC X(30).
           05 TotalCountValue       PIC ZZZ,ZZ9.

      *------------------------------------------------------
       PROCEDURE DIVISION.
      *------------------------------------------------------
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SortWorkFile
               ON ASCENDING KEY SortDeptCode
               ON ASCENDING KEY SortEmpNumber
               ON ASCENDING KEY SortLetterType
               ON ASCENDING KEY SortEventDate
               INPUT PROCEDURE IS 2000-SELECT-DUE-LETTERS
               OUTPUT PROCEDURE IS 4000-PRINT-LETTERS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           .

       1000-INITIALIZE.
           ACCEPT RunDate FROM DATE YYYYMMDD
           ACCEPT RunTime FROM TIME
           INITIALIZE LetterTypeTotals
           MOVE RunDate TO DayCalcDate
           PERFORM CALCULATE-DAY-NUMBER
           MOVE DayCalcNumber TO RunDayNumber
           COMPUTE DayCalcNumber = RunDayNumber + LetterLeadDays
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO ServiceDueDate
           COMPUTE DayCalcNumber = RunDayNumber - TransferWaitDays
           PERFORM CALCULATE-DATE-FROM-NUMBER
           MOVE DayCalcDate TO TransferCutoffDate
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM 1200-LOAD-TEMPLATES
           OPEN I-O LetterReqFile
           IF LetterReqFileStatus = "35"
               OPEN OUTPUT LetterReqFile
               CLOSE LetterReqFile
               OPEN I-O LetterReqFile
           END-IF
           IF LetterReqFileStatus NOT = "00"
               DISPLAY "Unable to open LetterReq.dat - status "
                       LetterReqFileStatus
               DISPLAY "Letter run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               DISPLAY "Letter run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND LetterLogFile
           OPEN OUTPUT LetterPrint
           OPEN OUTPUT LetterRegister
           MOVE RunDate TO HeadingRunDate
           MOVE SPACES TO RegisterLine
           MOVE RegisterHeading1 TO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE RegisterHeading2 TO RegisterLine
           WRITE RegisterLine
           .

      * No letter can go out without its wording, so the run
      * stops if the template file is missing or empty.
       1200-LOAD-TEMPLATES.
           OPEN INPUT LetterTemplateFile
           IF TemplateFileStatus NOT = "00"
               DISPLAY "Unable to open LetterTpl.dat - status "
                       TemplateFileStatus
               DISPLAY "Letter run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-READ-TEMPLATE
           PERFORM 1400-STORE-TEMPLATE-LINE
               UNTIL NoMoreTemplateRecords
           CLOSE LetterTemplateFile
           IF TemplateLineCount = ZERO
               DISPLAY "No usable lines on LetterTpl.dat"
               DISPLAY "Letter run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       1300-READ-TEMPLATE.
           READ LetterTemplateFile
               AT END SET NoMoreTemplateRecords TO TRUE
           END-READ
           .

       1400-STORE-TEMPLATE-LINE.
           MOVE TplLetterType TO SearchLetterType
           PERFORM 2400-FIND-LETTER-TYPE
           EVALUATE TRUE
               WHEN NOT LetterTypeKnown
                   ADD 1 TO TemplatesRejected
                   DISPLAY "Template line rejected - unknown type: "
                           LetterTemplateRecord
               WHEN TemplateLineCount >= 300
                   ADD 1 TO TemplatesRejected
                   DISPLAY "Template table full - line rejected: "
                           LetterTemplateRecord
               WHEN OTHER
                   ADD 1 TO TemplateLineCount
                   MOVE TplLetterType
                     TO TemplateType(TemplateLineCount)
                   MOVE TplText TO TemplateText(TemplateLineCount)
                   ADD 1 TO TypeTemplateLines(TypeSub)
           END-EVALUATE
           PERFORM 1300-READ-TEMPLATE
           .

      *------------------------------------------------------
      * Each pending request is either passed to the sort to be
      * printed, held for a later run, or cancelled when the
      * letter can no longer be sent.
      *------------------------------------------------------
       2000-SELECT-DUE-LETTERS.
           MOVE LOW-VALUES TO LtrReqKey
           START LetterReqFile KEY IS NOT LESS THAN LtrReqKey
               INVALID KEY SET NoMoreRequestRecords TO TRUE
           END-START
           IF NOT NoMoreRequestRecords
               PERFORM 2100-READ-REQUEST
           END-IF
           PERFORM 2200-ASSESS-REQUEST
               UNTIL NoMoreRequestRecords
           .

       2100-READ-REQUEST.
           READ LetterReqFile NEXT RECORD
               AT END SET NoMoreRequestRecords TO TRUE
           END-READ
           .

       2200-ASSESS-REQUEST.
           IF LetterPending
               ADD 1 TO RequestsExamined
               PERFORM 2300-DECIDE-REQUEST
           END-IF
           PERFORM 2100-READ-REQUEST
           .

       2300-DECIDE-REQUEST.
           PERFORM 2500-READ-EMPLOYEE
           MOVE LtrReqType TO SearchLetterType
           PERFORM 2400-FIND-LETTER-TYPE
           EVALUATE TRUE
               WHEN NOT LetterTypeKnown
                   MOVE "CANCELLED - UNKNOWN LETTER TYPE"
                     TO RequestOutcome
                   PERFORM 2600-CANCEL-REQUEST
               WHEN NOT EmployeeOnMaster
                   MOVE "CANCELLED - NOT ON MASTER" TO RequestOutcome
                   PERFORM 2600-CANCEL-REQUEST
               WHEN NOT EmpIsActive
                   MOVE "CANCELLED - EMPLOYEE NOT ACTIVE"
                     TO RequestOutcome
                   PERFORM 2600-CANCEL-REQUEST
               WHEN TypeTemplateLines(TypeSub) = ZERO
                   MOVE "HELD - NO TEMPLATE FOR TYPE"
                     TO RequestOutcome
                   PERFORM 2700-HOLD-REQUEST
               WHEN TransferLetter
               AND EmpDeptCode NOT = LtrReqNewDeptCode
                   IF EmpDeptCode NOT = LtrReqOldDeptCode
                   OR LtrReqRequestedDate < TransferCutoffDate
                       MOVE "CANCELLED - TRANSFER NOT MADE"
                         TO RequestOutcome
                       PERFORM 2600-CANCEL-REQUEST
                   ELSE
                       MOVE "HELD - TRANSFER NOT YET MADE"
                         TO RequestOutcome
                       PERFORM 2700-HOLD-REQUEST
                   END-IF
               WHEN ServiceLetter
               AND LtrReqEventDate > ServiceDueDate
                   MOVE "HELD - MILESTONE NOT YET DUE"
                     TO RequestOutcome
                   PERFORM 2700-HOLD-REQUEST
               WHEN OTHER
                   MOVE EmpDeptCode     TO SortDeptCode
                   MOVE LtrReqEmpNumber TO SortEmpNumber
                   MOVE LtrReqType      TO SortLetterType
                   MOVE LtrReqEventDate TO SortEventDate
                   RELEASE SortWorkRecord
           END-EVALUATE
           .

       2400-FIND-LETTER-TYPE.
           MOVE 'N' TO LetterTypeFound
           MOVE ZERO TO TypeSub
           SET LetterTypeIndex TO 1
           SEARCH LetterTypeEntry
               AT END
                   CONTINUE
               WHEN LetterTypeCode(LetterTypeIndex) = SearchLetterType
                   MOVE 'Y' TO LetterTypeFound
                   SET TypeSub TO LetterTypeIndex
           END-SEARCH
           .

       2500-READ-EMPLOYEE.
           MOVE 'Y' TO EmployeeFound
           MOVE LtrReqEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE 'N' TO EmployeeFound
                   MOVE "(NOT ON MASTER)" TO EmpSurname
                   MOVE SPACES TO EmpForename
                   MOVE SPACES TO EmpDeptCode
           END-READ
           .

       2600-CANCEL-REQUEST.
           SET LetterCancelled TO TRUE
           MOVE RunDate TO LtrReqStatusDate
           REWRITE LetterRequestRecord
               INVALID KEY
                   DISPLAY "LetterReq.dat rewrite failed for "
                           LtrReqEmpNumber " - status "
                           LetterReqFileStatus
           END-REWRITE
           ADD 1 TO RequestsCancelled
           IF LetterTypeKnown
               ADD 1 TO TypeCancelled(TypeSub)
           END-IF
           MOVE ZERO TO LetterNumber
           MOVE ZERO TO LetterFirstPage
           PERFORM 7000-WRITE-REGISTER-LINE
           .

       2700-HOLD-REQUEST.
           ADD 1 TO RequestsHeld
           ADD 1 TO TypeHeld(TypeSub)
           MOVE ZERO TO LetterFirstPage
           PERFORM 7000-WRITE-REGISTER-LINE
           .

      *------------------------------------------------------
      * Letters are printed in department order, marked issued
      * on LetterReq.dat and logged on LetterLog.dat.
      *------------------------------------------------------
       4000-PRINT-LETTERS.
           PERFORM 4100-RETURN-LETTER
           PERFORM 4200-PRINT-ONE-LETTER
               UNTIL NoMoreSortRecords
           .

       4100-RETURN-LETTER.
           RETURN SortWorkFile
               AT END SET NoMoreSortRecords TO TRUE
           END-RETURN
           .

       4200-PRINT-ONE-LETTER.
           MOVE SortEmpNumber  TO LtrReqEmpNumber
           MOVE SortLetterType TO LtrReqType
           MOVE SortEventDate  TO LtrReqEventDate
           MOVE 'Y' TO RequestFound
           READ LetterReqFile KEY IS LtrReqKey
               INVALID KEY
                   MOVE 'N' TO RequestFound
                   DISPLAY "Letter request vanished for "
                           SortEmpNumber " " SortLetterType
           END-READ
           IF RequestOnFile
               PERFORM 2500-READ-EMPLOYEE
               MOVE LtrReqType TO SearchLetterType
               PERFORM 2400-FIND-LETTER-TYPE
               PERFORM 4300-PRINT-LETTER-TEXT
               PERFORM 4600-MARK-ISSUED
               PERFORM 4700-WRITE-LOG-RECORD
           END-IF
           PERFORM 4100-RETURN-LETTER
           .

       4300-PRINT-LETTER-TEXT.
           ADD 1 TO LetterNumber
           COMPUTE LetterFirstPage = PageNumber + 1
           MOVE ZERO TO LetterPageCount
           PERFORM 4400-WRITE-MAIL-HEADING
           PERFORM 4500-PRINT-TEMPLATE-LINE
               VARYING TemplateSub FROM 1 BY 1
               UNTIL TemplateSub > TemplateLineCount
           .

       4400-WRITE-MAIL-HEADING.
           ADD 1 TO PageNumber
           ADD 1 TO LetterPageCount
           MOVE EmpDeptCode TO MailDeptCode
           MOVE EmpDeptCode TO LookupDeptCode
           PERFORM 5600-LOOK-UP-DEPT-NAME
           MOVE LookupDeptName  TO MailDeptName
           MOVE LtrReqEmpNumber TO MailEmpNumber
           MOVE LetterNumber    TO MailLetterNumber
           MOVE LetterPageCount TO MailPageNumber
           MOVE SPACES TO LetterLine
           MOVE MailHeadingLine TO LetterLine
           IF PageNumber > 1
               WRITE LetterLine AFTER ADVANCING PAGE
           ELSE
               WRITE LetterLine
           END-IF
           MOVE SPACES TO LetterLine
           WRITE LetterLine
           MOVE 2 TO LinesOnPage
           .

       4500-PRINT-TEMPLATE-LINE.
           IF TemplateType(TemplateSub) = LtrReqType
               IF LinesOnPage >= LinesPerPage
                   PERFORM 4400-WRITE-MAIL-HEADING
               END-IF
               MOVE TemplateText(TemplateSub) TO MergeSource
               PERFORM 5000-MERGE-TEMPLATE-LINE
               MOVE MergedLine TO LetterBodyText
               MOVE SPACES TO LetterLine
               MOVE LetterBodyLine TO LetterLine
               WRITE LetterLine
               ADD 1 TO LinesOnPage
           END-IF
           .

       4600-MARK-ISSUED.
           SET LetterIssued TO TRUE
           MOVE RunDate TO LtrReqStatusDate
           REWRITE LetterRequestRecord
               INVALID KEY
                   DISPLAY "LetterReq.dat rewrite failed for "
                           LtrReqEmpNumber " - status "
                           LetterReqFileStatus
           END-REWRITE
           ADD 1 TO LettersIssued
           ADD 1 TO TypeIssued(TypeSub)
           MOVE "ISSUED" TO RequestOutcome
           PERFORM 7000-WRITE-REGISTER-LINE
           .

       4700-WRITE-LOG-RECORD.
           MOVE RunDate         TO LtrLogIssuedDate
           MOVE RunTime         TO LtrLogIssuedTime
           MOVE LtrReqEmpNumber TO LtrLogEmpNumber
           MOVE LtrReqType      TO LtrLogLetterType
           MOVE LtrReqEventDate TO LtrLogEventDate
           MOVE LtrReqJobName   TO LtrLogSourceJob
           MOVE EmpDeptCode     TO LtrLogDeptCode
           MOVE LetterNumber    TO LtrLogLetterNumber
           MOVE LetterFirstPage TO LtrLogFirstPage
           MOVE LetterPageCount TO LtrLogPageCount
           WRITE LetterLogRecord
           .

      *------------------------------------------------------
      * Merge one template line into MergedLine. A field name
      * the run does not recognise is copied as typed.
      *------------------------------------------------------
       5000-MERGE-TEMPLATE-LINE.
           MOVE SPACES TO MergedLine
           MOVE 1 TO MergePointer
           MOVE 1 TO ScanPosition
           PERFORM 5100-MERGE-NEXT-CHARACTER
               UNTIL ScanPosition > 70
               OR MergePointer > 95
           .

       5100-MERGE-NEXT-CHARACTER.
           MOVE ZERO TO FieldEndPosition
           IF MergeSource(ScanPosition:1) = '&'
               PERFORM 5200-FIND-FIELD-END
           END-IF
           IF FieldEndPosition > ScanPosition + 1
           AND FieldEndPosition <= ScanPosition + 13
               COMPUTE FieldNameLength
                   = FieldEndPosition - ScanPosition - 1
               MOVE SPACES TO MergeFieldName
               MOVE MergeSource(ScanPosition + 1:FieldNameLength)
                 TO MergeFieldName
               PERFORM 5300-SET-MERGE-VALUE
               IF MergeFieldKnown
                   PERFORM 5400-MEASURE-MERGE-VALUE
                   IF MergeValueLength > ZERO
                       STRING MergeValue(MergeValueStart:
                                         MergeValueLength)
                                  DELIMITED BY SIZE
                           INTO MergedLine
                           WITH POINTER MergePointer
                       END-STRING
                   END-IF
               ELSE
                   ADD 1 TO UnknownMergeFields
                   STRING MergeSource(ScanPosition:
                                      FieldNameLength + 2)
                              DELIMITED BY SIZE
                       INTO MergedLine
                       WITH POINTER MergePointer
                   END-STRING
               END-IF
               COMPUTE ScanPosition = FieldEndPosition + 1
           ELSE
               MOVE MergeSource(ScanPosition:1)
                 TO MergedLine(MergePointer:1)
               ADD 1 TO ScanPosition
               ADD 1 TO MergePointer
           END-IF
           .

       5200-FIND-FIELD-END.
           PERFORM 5250-CHECK-FIELD-END
               VARYING ScanCheck FROM ScanPosition BY 1
               UNTIL ScanCheck >= 70
               OR FieldEndPosition > ZERO
           .

       5250-CHECK-FIELD-END.
           IF MergeSource(ScanCheck + 1:1) = '&'
               COMPUTE FieldEndPosition = ScanCheck + 1
           END-IF
           .

       5300-SET-MERGE-VALUE.
           MOVE 'Y' TO MergeFieldState
           MOVE SPACES TO MergeValue
           EVALUATE MergeFieldName
               WHEN "EMPNO"
                   MOVE EmpNumber TO MergeValue
               WHEN "FORENAME"
                   MOVE EmpForename TO MergeValue
               WHEN "SURNAME"
                   MOVE EmpSurname TO MergeValue
               WHEN "GRADE"
                   MOVE EmpJobGrade TO EditedCount
                   MOVE EditedCount TO MergeValue
               WHEN "SALARY"
                   MOVE EmpSalary TO EditedAmount
                   MOVE EditedAmount TO MergeValue
               WHEN "HIREDATE"
                   MOVE EmpHireDate TO DateToFormat
                   PERFORM 5500-FORMAT-DATE
                   MOVE FormattedDate TO MergeValue
               WHEN "DEPT"
                   MOVE EmpDeptCode TO MergeValue
               WHEN "DEPTNAME"
                   MOVE EmpDeptCode TO LookupDeptCode
                   PERFORM 5600-LOOK-UP-DEPT-NAME
                   MOVE LookupDeptName TO MergeValue
               WHEN "OLDSALARY"
                   MOVE LtrReqOldSalary TO EditedAmount
                   MOVE EditedAmount TO MergeValue
               WHEN "NEWSALARY"
                   MOVE LtrReqNewSalary TO EditedAmount
                   MOVE EditedAmount TO MergeValue
               WHEN "INCREASE"
                   IF LtrReqNewSalary > LtrReqOldSalary
                       COMPUTE SalaryDifference
                           = LtrReqNewSalary - LtrReqOldSalary
                   ELSE
                       MOVE ZERO TO SalaryDifference
                   END-IF
                   MOVE SalaryDifference TO EditedAmount
                   MOVE EditedAmount TO MergeValue
               WHEN "OLDDEPT"
                   MOVE LtrReqOldDeptCode TO MergeValue
               WHEN "OLDDEPTNAME"
                   MOVE LtrReqOldDeptCode TO LookupDeptCode
                   PERFORM 5600-LOOK-UP-DEPT-NAME
                   MOVE LookupDeptName TO MergeValue
               WHEN "NEWDEPT"
                   MOVE LtrReqNewDeptCode TO MergeValue
               WHEN "NEWDEPTNAME"
                   MOVE LtrReqNewDeptCode TO LookupDeptCode
                   PERFORM 5600-LOOK-UP-DEPT-NAME
                   MOVE LookupDeptName TO MergeValue
               WHEN "YEARS"
                   MOVE LtrReqServiceYears TO EditedCount
                   MOVE EditedCount TO MergeValue
               WHEN "EVENTDATE"
                   MOVE LtrReqEventDate TO DateToFormat
                   PERFORM 5500-FORMAT-DATE
                   MOVE FormattedDate TO MergeValue
               WHEN "TODAY"
                   MOVE RunDate TO DateToFormat
                   PERFORM 5500-FORMAT-DATE
                   MOVE FormattedDate TO MergeValue
               WHEN OTHER
                   MOVE 'N' TO MergeFieldState
           END-EVALUATE
           .

       5400-MEASURE-MERGE-VALUE.
           MOVE ZERO TO MergeValueLength
           MOVE 1 TO MergeValueStart
           MOVE 'N' TO MeasureState
           PERFORM 5410-SKIP-LEADING-SPACE
               UNTIL MeasureFinished
           IF MergeValueStart <= 30
               MOVE 30 TO MergeValueEnd
               MOVE 'N' TO MeasureState
               PERFORM 5420-SKIP-TRAILING-SPACE
                   UNTIL MeasureFinished
               COMPUTE MergeValueLength
                   = MergeValueEnd - MergeValueStart + 1
           END-IF
           .

       5410-SKIP-LEADING-SPACE.
           IF MergeValueStart > 30
               SET MeasureFinished TO TRUE
           ELSE
               IF MergeValue(MergeValueStart:1) = SPACE
                   ADD 1 TO MergeValueStart
               ELSE
                   SET MeasureFinished TO TRUE
               END-IF
           END-IF
           .

       5420-SKIP-TRAILING-SPACE.
           IF MergeValue(MergeValueEnd:1) = SPACE
               SUBTRACT 1 FROM MergeValueEnd
           ELSE
               SET MeasureFinished TO TRUE
           END-IF
           .

      * Dates are written out in full on letters, for example
      * 5 October 2026.
       5500-FORMAT-DATE.
           MOVE SPACES TO FormattedDate
           IF DateToFormatMonth >= 1 AND DateToFormatMonth <= 12
               MOVE DateToFormatDay TO EditedDay
               STRING EditedDay DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      MonthName(DateToFormatMonth)
                          DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      DateToFormatYear DELIMITED BY SIZE
                   INTO FormattedDate
               END-STRING
           END-IF
           .

       5600-LOOK-UP-DEPT-NAME.
           MOVE LookupDeptCode TO LookupDeptName
           SET DeptTableIndex TO 1
           SEARCH DeptTableEntry
               AT END
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = SPACES
                   CONTINUE
               WHEN DeptTableCode(DeptTableIndex) = LookupDeptCode
                   MOVE DeptTableName(DeptTableIndex)
                     TO LookupDeptName
           END-SEARCH
           .

       7000-WRITE-REGISTER-LINE.
           MOVE SPACES TO RegisterDetailLine
           MOVE LtrReqEmpNumber TO RegEmpNumber
           MOVE EmpSurname      TO RegSurname
           MOVE EmpDeptCode     TO RegDeptCode
           MOVE LtrReqType      TO RegLetterType
           MOVE LtrReqEventDate TO RegEventDate
           MOVE RequestOutcome  TO RegOutcome
           IF LetterIssued
               MOVE LetterNumber    TO RegLetterNumber
               MOVE LetterFirstPage TO RegFirstPage
           ELSE
               MOVE ZERO TO RegLetterNumber
               MOVE ZERO TO RegFirstPage
           END-IF
           MOVE SPACES TO RegisterLine
           MOVE RegisterDetailLine TO RegisterLine
           WRITE RegisterLine
           .

       8000-WRITE-TOTALS.
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           PERFORM 8100-WRITE-TYPE-TOTAL
               VARYING TypeSub FROM 1 BY 1
               UNTIL TypeSub > 4
           MOVE SPACES TO RegisterLine
           WRITE RegisterLine
           MOVE "REQUESTS EXAMINED...........:" TO TotalCountLabel
           MOVE RequestsExamined TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "LETTERS ISSUED..............:" TO TotalCountLabel
           MOVE LettersIssued TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "PAGES PRINTED...............:" TO TotalCountLabel
           MOVE PageNumber TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "REQUESTS HELD...............:" TO TotalCountLabel
           MOVE RequestsHeld TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "REQUESTS CANCELLED..........:" TO TotalCountLabel
           MOVE RequestsCancelled TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "UNKNOWN MERGE FIELDS........:" TO TotalCountLabel
           MOVE UnknownMergeFields TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           MOVE "TEMPLATE LINES REJECTED.....:" TO TotalCountLabel
           MOVE TemplatesRejected TO TotalCountValue
           PERFORM 8200-WRITE-COUNT
           CLOSE LetterReqFile EmployeeFile LetterLogFile
                 LetterPrint LetterRegister
           DISPLAY "Letter run complete"
           DISPLAY "  Letters issued..........: " LettersIssued
                   " to LETTERS.PRT"
           DISPLAY "  Pages printed...........: " PageNumber
           DISPLAY "  Requests held...........: " RequestsHeld
           DISPLAY "  Requests cancelled......: " RequestsCancelled
           IF UnknownMergeFields > ZERO
               DISPLAY "  Unknown merge fields....: "
                       UnknownMergeFields " - check LetterTpl.dat"
           END-IF
           .

       8100-WRITE-TYPE-TOTAL.
           MOVE LetterTypeName(TypeSub)  TO TypeTotalName
           MOVE TypeIssued(TypeSub)      TO TypeTotalIssued
           MOVE TypeHeld(TypeSub)        TO TypeTotalHeld
           MOVE TypeCancelled(TypeSub)   TO TypeTotalCancelled
           MOVE SPACES TO RegisterLine
           MOVE TypeTotalLine TO RegisterLine
           WRITE RegisterLine
           .

       8200-WRITE-COUNT.
           MOVE SPACES TO RegisterLine
           MOVE TotalCountLine TO RegisterLine
           WRITE RegisterLine
           .

       9999-EXIT.
           EXIT
           .

       COPY "DEPTLOAD.CPY".

       COPY "DAYCALC.CPY".
