      *------------------------------------------------------
      * LTRPOST.CPY
      * Letter requests, copied into the PROCEDURE DIVISION of
      * every run whose outcome is confirmed to the employee by
      * letter (see LTRREQ.CPY).
      *
      * OPEN-LETTER-REQUEST-FILE opens LetterReq.dat I-O,
      * creating it if it is missing. The run carries on if it
      * cannot be opened - the change is not held up for the
      * letter - but says so, and no requests are written.
      * POST-LETTER-REQUEST writes the request the program has
      * built in LetterRequestRecord (key, job name and merge
      * values) as pending, dated LetterRequestDate, counting
      * it in LettersRequested, or in LettersAlreadyRequested
      * when that event already has a request.
      * CLOSE-LETTER-REQUEST-FILE closes the file if open.
      *
      * Requires LetterReqFile (SELECT with RECORD KEY
      * LtrReqKey, FD copying LTRREQ.CPY), LetterReqFileStatus
      * PIC X(02), LetterFileState PIC X(01) with 88
      * LetterFileIsOpen VALUE 'Y', LetterRequestDate
      * PIC 9(08) and the LettersRequested and
      * LettersAlreadyRequested counters.
      *------------------------------------------------------
       OPEN-LETTER-REQUEST-FILE.
           MOVE 'N' TO LetterFileState
           OPEN I-O LetterReqFile
           IF LetterReqFileStatus = "35"
               OPEN OUTPUT LetterReqFile
               CLOSE LetterReqFile
               OPEN I-O LetterReqFile
           END-IF
           IF LetterReqFileStatus = "00"
               SET LetterFileIsOpen TO TRUE
           ELSE
               DISPLAY "Unable to open LetterReq.dat - status "
                       LetterReqFileStatus
               DISPLAY "No letters will be requested by this run"
           END-IF
           .

       POST-LETTER-REQUEST.
           IF LetterFileIsOpen
               MOVE LetterRequestDate TO LtrReqRequestedDate
               MOVE LetterRequestDate TO LtrReqStatusDate
               SET LetterPending TO TRUE
               WRITE LetterRequestRecord
                   INVALID KEY
                       ADD 1 TO LettersAlreadyRequested
                   NOT INVALID KEY
                       ADD 1 TO LettersRequested
               END-WRITE
           END-IF
           .

       CLOSE-LETTER-REQUEST-FILE.
           IF LetterFileIsOpen
               CLOSE LetterReqFile
               MOVE 'N' TO LetterFileState
           END-IF
           .
