               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ApprovalPercent NOT NUMERIC
               DISPLAY "RUN ABANDONED - approval percentage "
                       "missing or not numeric"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ApprovalAgeDays NOT NUMERIC
           OR ApprovalAgeDays = ZERO
               DISPLAY "RUN ABANDONED - approval age days "
                       "missing or zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BankHoldDays NOT NUMERIC
           OR BankHoldDays = ZERO
               DISPLAY "RUN ABANDONED - bank hold days "
                       "missing or zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BankChangeWindowDays NOT NUMERIC
           OR BankChangeWindowDays = ZERO
               DISPLAY "RUN ABANDONED - bank change window days "
                       "missing or zero"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT (EarlyLeaveCloseAllowed
                   OR EarlyLeaveCloseRefused)
               DISPLAY "RUN ABANDONED - leave early close option "
                       "must be Y or N"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "Run control parameters accepted:"
           DISPLAY "  Run date............: " RunControlDate
           DISPLAY "  Restart requested...: " RunRestartOption
                   " - " MaximumJobGrade
           DISPLAY "  Retention years.....: " RetentionYears
           DISPLAY "  Audit keep months...: " AuditKeepMonths
           DISPLAY "  Approval percentage.: " ApprovalPercent
           DISPLAY "  Approval age days...: " ApprovalAgeDays
           DISPLAY "  Bank hold days......: " BankHoldDays
           DISPLAY "  Bank change window..: " BankChangeWindowDays
           DISPLAY "  Leave early close...: " LeaveEarlyCloseOption
           .
