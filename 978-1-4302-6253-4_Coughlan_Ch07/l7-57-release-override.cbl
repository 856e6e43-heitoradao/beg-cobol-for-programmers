       IDENTIFICATION DIVISION.
       PROGRAM-ID. Listing7-57.
       AUTHOR. Michael Coughlan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
          SELECT VarianceParmFile ASSIGN TO "FeedVar.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS VarianceParmFileStatus.

          SELECT FeedReleaseFile ASSIGN TO "FeedRel.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS DYNAMIC
                 RECORD KEY IS FeedRelKey
                 FILE STATUS IS FeedReleaseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD VarianceParmFile.
           COPY 'VARPARM.CPY'.

       FD FeedReleaseFile.
           COPY 'FEEDREL.CPY'.

       WORKING-STORAGE SECTION.
       01 VarianceParmFileStatus    PIC X(02).
       01 FeedReleaseFileStatus     PIC X(02).

       01 OperatorId                PIC X(08) VALUE SPACES.
       01 OperatorCheck             PIC X(01) VALUE 'N'.
           88 OperatorMayOverride     VALUE 'Y'.
       01 TodayDate                 PIC 9(08) VALUE ZERO.
       01 TodayTime                 PIC 9(08) VALUE ZERO.

       01 PayGroupReply             PIC X(01) VALUE SPACE.
           88 ValidPayGroupReply      VALUE 'W' 'M'.
       01 RunDateReply              PIC X(08) VALUE SPACES.
       01 RunDateValue REDEFINES RunDateReply
                                    PIC 9(08).
       01 OperatorReply             PIC X(01) VALUE SPACE.
           88 YesReply                VALUE 'Y'.
           88 NoReply                 VALUE 'N'.

       01 AmountEdited              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       01 PercentEdited             PIC -ZZZZ9.9.
       01 CountEdited               PIC ZZ,ZZ9.
       01 DateEdited                PIC 9999/99/99.

       PROCEDURE DIVISION.
       Begin.
           PERFORM 100000-ReadVarianceParms
           DISPLAY "Your operator id: " WITH NO ADVANCING
           ACCEPT OperatorId
           IF OperatorId = SPACES
               DISPLAY "No operator id entered - override abandoned"
               STOP RUN
           END-IF
           SET VarOperatorIndex TO 1
           SEARCH VarOverrideOperator
               AT END
                   CONTINUE
               WHEN VarOverrideOperator(VarOperatorIndex)
                    = OperatorId
                   SET OperatorMayOverride TO TRUE
           END-SEARCH
           IF NOT OperatorMayOverride
               DISPLAY "Operator " OperatorId " may not override a "
                       "held payroll feed"
               DISPLAY "Override abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT TodayDate FROM DATE YYYYMMDD
           ACCEPT TodayTime FROM TIME
           PERFORM 110000-OpenFeedReleaseFile
           PERFORM 200000-FindHeldFeed
           PERFORM 300000-ShowHeldFeed
           PERFORM 400000-ConfirmOverride
           CLOSE FeedReleaseFile
           STOP RUN
           .

       100000-ReadVarianceParms.
           OPEN INPUT VarianceParmFile
           IF VarianceParmFileStatus NOT = "00"
               DISPLAY "RUN ABANDONED - FeedVar.dat missing or "
                       "unreadable - status " VarianceParmFileStatus
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ VarianceParmFile
               AT END
                   DISPLAY "RUN ABANDONED - FeedVar.dat is empty"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE VarianceParmFile
           .

       110000-OpenFeedReleaseFile.
           OPEN I-O FeedReleaseFile
           IF FeedReleaseFileStatus = "35"
               DISPLAY "No payroll feed has been checked for release"
               STOP RUN
           END-IF
           IF FeedReleaseFileStatus NOT = "00"
               DISPLAY "Unable to open FeedRel.dat - status "
                       FeedReleaseFileStatus
               DISPLAY "Override abandoned"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      * A blank run date means the feed extracted today.
       200000-FindHeldFeed.
           PERFORM 210000-GetPayGroup
               UNTIL ValidPayGroupReply
           DISPLAY "Run date on the feed (YYYYMMDD, blank for "
                   "today): " WITH NO ADVANCING
           ACCEPT RunDateReply
           IF RunDateReply = SPACES
               MOVE TodayDate TO RunDateValue
           END-IF
           IF RunDateValue NOT NUMERIC
               DISPLAY "Run date must be numeric - override abandoned"
               CLOSE FeedReleaseFile
               STOP RUN
           END-IF
           MOVE PayGroupReply TO FeedRelPayGroup
           MOVE RunDateValue TO FeedRelRunDate
           READ FeedReleaseFile
               INVALID KEY
                   DISPLAY "No feed for pay group " PayGroupReply
                           " run date " RunDateReply
                           " has been checked"
                   CLOSE FeedReleaseFile
                   STOP RUN
           END-READ
           EVALUATE TRUE
               WHEN FeedRelIsReleased
                   DISPLAY "That feed has already been released"
                   CLOSE FeedReleaseFile
                   STOP RUN
               WHEN FeedRelOverridden
                   DISPLAY "That feed was overridden by "
                           FeedRelOverrideBy
                           " - rerun the overnight schedule"
                   CLOSE FeedReleaseFile
                   STOP RUN
               WHEN FeedRelHeldOnControls
                   DISPLAY "That feed is held on its own controls - "
                           FeedRelHoldReason
                   DISPLAY "It cannot be overridden - the feed must "
                           "be extracted again"
                   CLOSE FeedReleaseFile
                   STOP RUN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .

       210000-GetPayGroup.
           DISPLAY "Pay group of the held feed (W or M): "
               WITH NO ADVANCING
           ACCEPT PayGroupReply
           IF NOT ValidPayGroupReply
               DISPLAY "Enter W or M"
           END-IF
           .

       300000-ShowHeldFeed.
           DISPLAY "Held feed - pay group " FeedRelPayGroup
                   " run date " FeedRelRunDate
           DISPLAY "  Held because........: " FeedRelHoldReason
           MOVE FeedRelPriorRunDate TO DateEdited
           DISPLAY "  Prior release.......: " DateEdited
           MOVE FeedRelPriorTotalPay TO AmountEdited
           DISPLAY "  Prior total pay.....: " AmountEdited
           MOVE FeedRelTotalPay TO AmountEdited
           DISPLAY "  Tonight's total pay.: " AmountEdited
           MOVE FeedRelMovePercent TO PercentEdited
           DISPLAY "  Movement %..........: " PercentEdited
           MOVE VarHoldPercent TO PercentEdited
           DISPLAY "  Hold limit %........: " PercentEdited
           MOVE FeedRelNewPayees TO CountEdited
           DISPLAY "  New payees..........: " CountEdited
           MOVE FeedRelDroppedPayees TO CountEdited
           DISPLAY "  Dropped payees......: " CountEdited
           MOVE FeedRelBankChanges TO CountEdited
           DISPLAY "  Bank detail changes.: " CountEdited
           MOVE FeedRelSalaryMoves TO CountEdited
           DISPLAY "  Salary movements....: " CountEdited
           MOVE FeedRelElementMoves TO CountEdited
           DISPLAY "  Element movements...: " CountEdited
           DISPLAY "See VARIANCE.PRT for the payees behind these "
                   "figures"
           .

      * The override stands only for the feed as checked; the
      * release itself is made by the next variance check.
       400000-ConfirmOverride.
           PERFORM 410000-GetConfirmation
               UNTIL YesReply OR NoReply
           IF NoReply
               DISPLAY "Feed left on hold"
           ELSE
               SET FeedRelOverridden TO TRUE
               MOVE OperatorId TO FeedRelOverrideBy
               MOVE TodayDate TO FeedRelOverrideDate
               MOVE TodayTime TO FeedRelOverrideTime
               REWRITE FeedReleaseRecord
                   INVALID KEY
                       DISPLAY "Rewrite failed - status "
                               FeedReleaseFileStatus
                       MOVE 16 TO RETURN-CODE
                   NOT INVALID KEY
                       DISPLAY "Hold overridden - rerun the overnight "
                               "schedule to release the feed"
               END-REWRITE
           END-IF
           .

       410000-GetConfirmation.
           DISPLAY "Override the hold and release this feed (Y/N): "
               WITH NO ADVANCING
           ACCEPT OperatorReply
           IF NOT (YesReply OR NoReply)
               DISPLAY "Enter Y or N"
           END-IF
           .
