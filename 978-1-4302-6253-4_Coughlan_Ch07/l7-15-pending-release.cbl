      *------------------------------------------------------
       FILE SECTION.
       FD CleanTransactionFile.
       01 CleanTransactionRecord        PIC X(118).

       FD PendingFile.
       01 PendingRecord                 PIC X(118).

       SD SortWorkFile.
       01 SortWorkRecord.
           05 SortTranData              PIC X(79).
           05 SortEffectiveDate         PIC 9(08).
           05 SortAuthorisation         PIC X(16).
           05 SortRequisition           PIC X(06).
           05 SortManagerNumber         PIC X(09).

       FD ReleasedFile.
           COPY "TRANSACT.CPY".

       FD NewPendingFile.
       01 NewPendingRecord              PIC X(118).

       FD PendingListing.
       01 PendingLine                   PIC X(80).
