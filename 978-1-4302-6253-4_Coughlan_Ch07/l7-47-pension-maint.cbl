       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-47.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT PensionFile ASSIGN TO "Pension.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PenEmpNumber
                 FILE STATUS IS PensionFileStatus.

          SELECT OPTIONAL PenContrFile ASSIGN TO "PenContr.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS PenContrKey
                 FILE STATUS IS PenContrFileStatus.

          SELECT EmployeeFile ASSIGN TO "Employee.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS EmpNumber
                 ALTERNATE RECORD KEY IS EmpSurname
                     WITH DUPLICATES
                 FILE STATUS IS EmployeeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD PensionFile.
           COPY 'PENSION.CPY'.

       FD PenContrFile.
           COPY 'PENCONTR.CPY'.

       FD EmployeeFile.
           COPY 'EMPLOYEE.CPY'.

       WORKING-STORAGE SECTION.
       01 PensionFileStatus      PIC X(02).
       01 PenContrFileStatus     PIC X(02).
       01 EmployeeFileStatus     PIC X(02).
       01 EndOfContribChain      PIC X(01) VALUE 'N'.
           88 NoMoreChainContribs  VALUE 'Y'.

       01 MaintenanceAction      PIC X(01) VALUE SPACE.
           88 OptOutAction         VALUE 'O'.
           88 CeaseAction          VALUE 'C'.
           88 ListAction           VALUE 'L'.
           88 QuitAction           VALUE 'Q'.

       01 EntryEmpNumber         PIC 9(09) VALUE ZEROES.
       01 EntryConfirm           PIC X(01) VALUE SPACE.
           88 EntryConfirmed       VALUE 'Y' 'y'.
       01 MemberFound            PIC X(01) VALUE 'N'.
           88 MemberOnFile         VALUE 'Y'.
       01 TodaysDate             PIC 9(08) VALUE ZEROES.

       PROCEDURE DIVISION.
       Begin.
           ACCEPT TodaysDate FROM DATE YYYYMMDD
           PERFORM 100000-OpenPensionFiles
           PERFORM 200000-ProcessOneAction
               UNTIL QuitAction
           CLOSE PensionFile PenContrFile EmployeeFile
           DISPLAY "Pension member maintenance ended"
           STOP RUN
           .

       100000-OpenPensionFiles.
           OPEN I-O PensionFile
           IF PensionFileStatus = "35"
               OPEN OUTPUT PensionFile
               CLOSE PensionFile
               OPEN I-O PensionFile
           END-IF
           IF PensionFileStatus NOT = "00"
               DISPLAY "Unable to open Pension.dat - status "
                       PensionFileStatus
               STOP RUN
           END-IF
           OPEN INPUT PenContrFile
           IF PenContrFileStatus NOT = "00"
           AND PenContrFileStatus NOT = "05"
               DISPLAY "Unable to open PenContr.dat - status "
                       PenContrFileStatus
               CLOSE PensionFile
               STOP RUN
           END-IF
           OPEN INPUT EmployeeFile
           IF EmployeeFileStatus NOT = "00"
               DISPLAY "Unable to open Employee.dat - status "
                       EmployeeFileStatus
               CLOSE PensionFile PenContrFile
               STOP RUN
           END-IF
           .

       200000-ProcessOneAction.
           DISPLAY "-------------------------------------------"
           DISPLAY "(O)pt out, (C)ease membership, (L)ist member, "
                   "(Q)uit: " WITH NO ADVANCING
           MOVE SPACE TO MaintenanceAction
           ACCEPT MaintenanceAction
           EVALUATE TRUE
               WHEN OptOutAction PERFORM 300000-OptOutMember
               WHEN CeaseAction  PERFORM 400000-CeaseMember
               WHEN ListAction   PERFORM 600000-ListMember
               WHEN QuitAction   CONTINUE
               WHEN OTHER        DISPLAY "Enter O, C, L or Q"
           END-EVALUATE
           .

       250000-GetMember.
           DISPLAY "Employee number: " WITH NO ADVANCING
           MOVE ZEROES TO EntryEmpNumber
           ACCEPT EntryEmpNumber
           MOVE 'N' TO MemberFound
           MOVE EntryEmpNumber TO PenEmpNumber
           READ PensionFile KEY IS PenEmpNumber
               INVALID KEY
                   DISPLAY "Employee " EntryEmpNumber
                           " has never been a scheme member"
               NOT INVALID KEY
                   MOVE 'Y' TO MemberFound
                   PERFORM 260000-ShowMember
           END-READ
           .

       260000-ShowMember.
           MOVE PenEmpNumber TO EmpNumber
           READ EmployeeFile KEY IS EmpNumber
               INVALID KEY
                   MOVE "(NOT ON MASTER)" TO EmpSurname
                   MOVE SPACES TO EmpForename
           END-READ
           DISPLAY "  " EmpForename " " EmpSurname
           EVALUATE TRUE
               WHEN PenEnrolled
                   DISPLAY "  Enrolled " PenEnrolDate
                           "  opt-out window closes "
                           PenOptOutDeadline
               WHEN PenOptedOut
                   DISPLAY "  Opted out " PenStatusDate
                           "  refund status " PenRefundStatus
               WHEN PenCeased
                   DISPLAY "  Ceased " PenStatusDate
                           "  reason " PenCeaseReason
           END-EVALUATE
           DISPLAY "  Times enrolled " PenEnrolCount
                   "  last month assessed " PenLastPeriod
           DISPLAY "  Contributions since enrolment - employee "
                   PenEmployeeToDate " employer " PenEmployerToDate
           .

      * Inside the window an opt-out is treated as if the member
      * had never joined - the next assessment run refunds what
      * has been taken. After the window the member can only
      * cease, and keeps what has already been paid in.
       300000-OptOutMember.
           PERFORM 250000-GetMember
           EVALUATE TRUE
               WHEN NOT MemberOnFile
                   CONTINUE
               WHEN NOT PenEnrolled
                   DISPLAY "Member is not currently enrolled"
               WHEN TodaysDate > PenOptOutDeadline
                   DISPLAY "Opt-out window closed on "
                           PenOptOutDeadline
                           " - use (C)ease membership"
               WHEN OTHER
                   DISPLAY "Confirm opt-out with refund (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO EntryConfirm
                   ACCEPT EntryConfirm
                   IF EntryConfirmed
                       SET PenOptedOut TO TRUE
                       MOVE TodaysDate TO PenStatusDate
                       SET PenLeftByChoice TO TRUE
                       SET PenRefundDue TO TRUE
                       PERFORM 500000-RewriteMember
                   ELSE
                       DISPLAY "Member unchanged"
                   END-IF
           END-EVALUATE
           .

       400000-CeaseMember.
           PERFORM 250000-GetMember
           EVALUATE TRUE
               WHEN NOT MemberOnFile
                   CONTINUE
               WHEN NOT PenEnrolled
                   DISPLAY "Member is not currently enrolled"
               WHEN TodaysDate NOT > PenOptOutDeadline
                   DISPLAY "Opt-out window still open until "
                           PenOptOutDeadline
                           " - use (O)pt out for a refund"
               WHEN OTHER
                   DISPLAY "Confirm membership ceases (Y/N): "
                       WITH NO ADVANCING
                   MOVE SPACE TO EntryConfirm
                   ACCEPT EntryConfirm
                   IF EntryConfirmed
                       SET PenCeased TO TRUE
                       MOVE TodaysDate TO PenStatusDate
                       SET PenLeftByChoice TO TRUE
                       SET PenNoRefund TO TRUE
                       PERFORM 500000-RewriteMember
                   ELSE
                       DISPLAY "Member unchanged"
                   END-IF
           END-EVALUATE
           .

       500000-RewriteMember.
           REWRITE PensionMemberRecord
               INVALID KEY
                   DISPLAY "Rewrite failed - status "
                           PensionFileStatus
               NOT INVALID KEY
                   DISPLAY "Member " PenEmpNumber " updated"
           END-REWRITE
           .

       600000-ListMember.
           PERFORM 250000-GetMember
           IF MemberOnFile
               MOVE 'N' TO EndOfContribChain
               MOVE PenEmpNumber TO PenContrEmpNumber
               MOVE ZEROES TO PenContrPeriod
               MOVE SPACE TO PenContrType
               START PenContrFile KEY IS NOT LESS THAN PenContrKey
                   INVALID KEY SET NoMoreChainContribs TO TRUE
                   NOT INVALID KEY PERFORM 610000-ReadContribution
               END-START
               PERFORM 620000-DisplayContribution
                   UNTIL NoMoreChainContribs
           END-IF
           .

       610000-ReadContribution.
           READ PenContrFile NEXT RECORD
               AT END SET NoMoreChainContribs TO TRUE
           END-READ
           IF NOT NoMoreChainContribs
           AND PenContrEmpNumber NOT = PenEmpNumber
               SET NoMoreChainContribs TO TRUE
           END-IF
           .

       620000-DisplayContribution.
           DISPLAY "    " PenContrPeriod SPACE PenContrType SPACE
                   PenContrEmployee SPACE PenContrEmployer SPACE
                   PenContrStatus SPACE PenContrSentDate
           PERFORM 610000-ReadContribution
           .
