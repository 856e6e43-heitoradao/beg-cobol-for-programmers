          SELECT TransferRegister ASSIGN TO "BULKXFER.PRT"
                 ORGANIZATION IS LINE SEQUENTIAL.

          SELECT LetterReqFile ASSIGN TO "LetterReq.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS LtrReqKey
                 FILE STATUS IS LetterReqFileStatus.

          SELECT DeptFile ASSIGN TO "Depts.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
       FD TransferRegister.
       01 RegisterLine              PIC X(80).

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

       01 FromDeptCode              PIC X(04) VALUE SPACES.
       01 ToDeptCode                PIC X(04) VALUE SPACES.
       01 EntryBatchNumber          PIC 9(06) VALUE ZEROES.
       01 EntryOperatorId           PIC X(08) VALUE SPACES.
       01 ToDeptValid               PIC X(01) VALUE 'N'.
           88 ToDeptIsValid           VALUE 'Y'.

       01 EmployeesMoved            PIC 9(07) COMP VALUE ZERO.
       01 TransferSalaryHash        PIC 9(11)V99 VALUE ZERO.
       01 LettersRequested          PIC 9(07) COMP VALUE ZERO.
       01 LettersAlreadyRequested   PIC 9(07) COMP VALUE ZERO.
       01 LetterRequestDate         PIC 9(08) VALUE ZERO.

       COPY "DEPTTBL.CPY".

           DISPLAY "Batch number for this transfer: "
               WITH NO ADVANCING
           ACCEPT EntryBatchNumber
           DISPLAY "Your operator id: " WITH NO ADVANCING
           ACCEPT EntryOperatorId
           IF EntryOperatorId = SPACES
               DISPLAY "No operator id entered - run abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
           END-IF
           OPEN OUTPUT BatchFile
           OPEN OUTPUT TransferRegister
           ACCEPT LetterRequestDate FROM DATE YYYYMMDD
           PERFORM OPEN-LETTER-REQUEST-FILE
           MOVE FromDeptCode TO HeadingFromDept
           MOVE ToDeptCode   TO HeadingToDept
           MOVE SPACES TO RegisterLine
           MOVE ToDeptCode TO BatchDeptCode
           MOVE ZERO TO BatchExpectedCount
           MOVE ZERO TO BatchSalaryHash
           MOVE EntryOperatorId TO BatchOperatorId
           WRITE BatchControlRecord
           .

           IF EmpDeptCode = FromDeptCode
               PERFORM 3000-WRITE-CHANGE-TRANSACTION
               PERFORM 4000-WRITE-REGISTER-LINE
               PERFORM 5000-REQUEST-LETTER
               ADD 1 TO EmployeesMoved
               ADD EmpSalary TO TransferSalaryHash
           END-IF
           MOVE SPACE        TO TranStatus
           MOVE EmpHireDate  TO TranHireDate
           MOVE SPACE        TO TranPayGroup
           MOVE ZEROES       TO TranLeavingDate
           MOVE ZEROES       TO TranEffectiveDate
           MOVE ZEROES       TO TranRequisition
           MOVE EmpManagerNumber TO TranManagerNumber
           WRITE TransactionRecord
           .

           WRITE RegisterLine
           .

      * The transfer letter is requested now but is not sent
      * until the master update has moved the employee; the
      * letter run cancels it if the move never goes through.
       5000-REQUEST-LETTER.
           INITIALIZE LetterRequestRecord
           MOVE EmpNumber         TO LtrReqEmpNumber
           SET TransferLetter TO TRUE
           MOVE LetterRequestDate TO LtrReqEventDate
           MOVE "LISTING731"      TO LtrReqJobName
           MOVE EmpSalary         TO LtrReqOldSalary
           MOVE EmpSalary         TO LtrReqNewSalary
           MOVE FromDeptCode      TO LtrReqOldDeptCode
           MOVE ToDeptCode        TO LtrReqNewDeptCode
           PERFORM POST-LETTER-REQUEST
           .

       7000-WRITE-BATCH-TRAILER.
           MOVE SPACES TO BatchControlRecord
           SET BatchTrailer TO TRUE
           MOVE RegisterTotalLine TO RegisterLine
           WRITE RegisterLine
           CLOSE EmployeeFile BatchFile TransferRegister
           PERFORM CLOSE-LETTER-REQUEST-FILE
           DISPLAY "Bulk transfer batch " EntryBatchNumber
                   " written - " EmployeesMoved
                   " change transactions to TranBatch.dat"
           DISPLAY "Run the normal pre-edit and master update "
                   "to apply the moves"
           DISPLAY "Transfer letters requested: " LettersRequested
           .

       9999-EXIT.
           .

       COPY "DEPTLOAD.CPY".

       COPY "LTRPOST.CPY".
