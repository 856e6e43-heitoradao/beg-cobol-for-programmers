           05 BeforeStatus          PIC X(01).
           05 BeforeHireDate        PIC 9(08).
           05 BeforePayGroup        PIC X(01).
           05 BeforeLeavingDate     PIC 9(08).
           05 BeforeLeavingReason   PIC X(02).
           05 BeforeManagerNumber   PIC 9(09).

       01 AfterEmployeeImage.
           05 AfterEmpNumber        PIC 9(09).
           05 AfterStatus           PIC X(01).
           05 AfterHireDate         PIC 9(08).
           05 AfterPayGroup         PIC X(01).
           05 AfterLeavingDate      PIC 9(08).
           05 AfterLeavingReason    PIC X(02).
           05 AfterManagerNumber    PIC 9(09).

       01 RunTimeWork.
           05 RunTimeHMS            PIC 9(06).
           05 EntryRunDate          PIC 9999/99/99.
           05 FILLER                PIC X(04) VALUE " AT ".
           05 EntryRunTime          PIC 99/99/99.
       01 EntryAuthorisationLine.
           05 FILLER                PIC X(14) VALUE "  ENTERED BY: ".
           05 EntryEnteredBy        PIC X(08).
           05 FILLER                PIC X(15) VALUE "  APPROVED BY: ".
           05 EntryApprovedBy       PIC X(08).
       01 ChangeHeadingLine.
           05 FILLER                PIC X(16) VALUE "  FIELD".
           05 FILLER                PIC X(16) VALUE "OLD VALUE".
           WRITE InquiryLine
           MOVE EntryHeadingLine TO InquiryLine
           WRITE InquiryLine
           IF AuditAuthorisation NOT = SPACES
               MOVE AuditEnteredBy  TO EntryEnteredBy
               MOVE AuditApprovedBy TO EntryApprovedBy
               MOVE SPACES TO InquiryLine
               MOVE EntryAuthorisationLine TO InquiryLine
               WRITE InquiryLine
           END-IF
           MOVE SPACES TO InquiryLine
           MOVE ChangeHeadingLine TO InquiryLine
           WRITE InquiryLine
           MOVE BeforePayGroup   TO CompareOldValue
           MOVE AfterPayGroup    TO CompareNewValue
           PERFORM 3500-PRINT-IF-CHANGED
           MOVE "LEAVING DATE"   TO CompareFieldName
           MOVE BeforeLeavingDate TO CompareOldValue
           MOVE AfterLeavingDate TO CompareNewValue
           PERFORM 3500-PRINT-IF-CHANGED
           MOVE "LEAVING REASON" TO CompareFieldName
           MOVE BeforeLeavingReason TO CompareOldValue
           MOVE AfterLeavingReason TO CompareNewValue
           PERFORM 3500-PRINT-IF-CHANGED
           MOVE "MANAGER"        TO CompareFieldName
           MOVE BeforeManagerNumber TO CompareOldValue
           MOVE AfterManagerNumber TO CompareNewValue
           PERFORM 3500-PRINT-IF-CHANGED
           .

       3500-PRINT-IF-CHANGED.
