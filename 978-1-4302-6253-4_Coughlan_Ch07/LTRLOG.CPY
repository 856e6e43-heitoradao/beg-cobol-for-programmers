      *------------------------------------------------------
      * LTRLOG.CPY
      * Letter log record - LetterLog.dat, appended (like
      * Audit.dat) by the letter run (Listing7-51) for every
      * letter printed, as the record of what was sent to whom
      * and when. LtrLogLetterNumber and the page numbers
      * locate the letter on that night's LETTERS.PRT.
      *------------------------------------------------------
       01 LetterLogRecord.
           05 LtrLogIssuedDate        PIC 9(08).
           05 LtrLogIssuedTime        PIC 9(08).
           05 LtrLogEmpNumber         PIC 9(09).
           05 LtrLogLetterType        PIC X(02).
           05 LtrLogEventDate         PIC 9(08).
           05 LtrLogSourceJob         PIC X(10).
           05 LtrLogDeptCode          PIC X(04).
           05 LtrLogLetterNumber      PIC 9(05).
           05 LtrLogFirstPage         PIC 9(05).
           05 LtrLogPageCount         PIC 9(03).
