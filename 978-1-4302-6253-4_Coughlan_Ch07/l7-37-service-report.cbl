          SELECT ProjectionReport ASSIGN TO "SERVPROJ.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT LetterReqFile ASSIGN TO "LetterReq.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LtrReqKey
                 FILE STATUS IS LetterReqFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
           05 SortEmpNumber             PIC 9(09).
           05 FILLER                    PIC X(34).
           05 SortDeptCode              PIC X(04).
           05 FILLER                    PIC X(40).

       FD SortedFile.
       01 SortedEmployeeRecord          PIC X(87).

       FD ProjectionReport.
       01 ProjectionLine                PIC X(80).

       FD LetterReqFile.
           COPY "LTRREQ.CPY".

       FD DeptFile.
           COPY "DEPTREC.CPY".

       WORKING-STORAGE SECTION.
       01 EmployeeFileStatus        PIC X(02).
       01 DeptFileStatus         PIC X(02).
       01 LetterReqFileStatus       PIC X(02).
       01 LetterFileState           PIC X(01) VALUE 'N'.
           88 LetterFileIsOpen        VALUE 'Y'.

       01 RunDate                   PIC 9(08) VALUE ZERO.
       01 WindowEndDate             PIC 9(08) VALUE ZERO.
       01 EmployeesReviewed         PIC 9(07) COMP VALUE ZERO.
       01 RetirementsDue            PIC 9(05) COMP VALUE ZERO.
       01 MilestonesDue             PIC 9(05) COMP VALUE ZERO.
       01 LettersRequested          PIC 9(05) COMP VALUE ZERO.
       01 LettersAlreadyRequested   PIC 9(05) COMP VALUE ZERO.
       01 LetterRequestDate         PIC 9(08) VALUE ZERO.

       COPY "DEPTTBL.CPY".

               GIVING SortedFile
           OPEN INPUT SortedFile
           OPEN OUTPUT ProjectionReport
           MOVE RunDate TO LetterRequestDate
           PERFORM OPEN-LETTER-REQUEST-FILE
           MOVE RunDate TO HeadingRunDate
           MOVE SPACES TO ProjectionLine
           MOVE ReportHeading1 TO ProjectionLine
               MOVE MilestoneYears TO MilestoneTextYears
               MOVE MilestoneEventText TO DetailEventText
               PERFORM 5000-WRITE-EVENT-LINE
               PERFORM 4700-REQUEST-LETTER
           END-IF
           .

      * The long-service letter is requested as soon as the
      * milestone comes into the window; the letter run holds
      * it until shortly before the date. A milestone already
      * requested by an earlier projection is not requested
      * again.
       4700-REQUEST-LETTER.
           INITIALIZE LetterRequestRecord
           MOVE EmpNumber      TO LtrReqEmpNumber
           SET ServiceLetter TO TRUE
           MOVE EventDate      TO LtrReqEventDate
           MOVE "LISTING737"   TO LtrReqJobName
           MOVE EmpSalary      TO LtrReqOldSalary
           MOVE EmpSalary      TO LtrReqNewSalary
           MOVE EmpDeptCode    TO LtrReqOldDeptCode
           MOVE EmpDeptCode    TO LtrReqNewDeptCode
           MOVE MilestoneYears TO LtrReqServiceYears
           PERFORM POST-LETTER-REQUEST
           .

       5000-WRITE-EVENT-LINE.
           IF DeptHeadingPending
               PERFORM 6000-WRITE-DEPT-HEADING
           MOVE ReportTotalLine TO ProjectionLine
           WRITE ProjectionLine
           CLOSE SortedFile ProjectionReport
           PERFORM CLOSE-LETTER-REQUEST-FILE
           DISPLAY "Service projection written to SERVPROJ.PRT - "
                   RetirementsDue " retirements, "
                   MilestonesDue " milestones"
           DISPLAY "Long-service letters requested: "
                   LettersRequested
           .

       9999-EXIT.
           .

       COPY "DEPTLOAD.CPY".

       COPY "LTRPOST.CPY".
