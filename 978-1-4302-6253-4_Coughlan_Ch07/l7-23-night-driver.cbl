           05 PriorLogReturnCode    PIC 9(04).

       01 ScheduleTable.
           05 ScheduleEntry OCCURS 8 TIMES
                            INDEXED BY ScheduleIndex.
               10 StepProgramName   PIC X(12).
               10 StepState         PIC X(01).
           PERFORM 1000-INITIALIZE
           PERFORM 3000-RUN-ONE-STEP
               VARYING RunStepNumber FROM 1 BY 1
               UNTIL RunStepNumber > 8 OR ScheduleHalted
           PERFORM 8000-WRITE-FINAL-TOTALS
           PERFORM 9999-EXIT
           STOP RUN
           MOVE "Listing7-14"  TO StepProgramName(1)
           MOVE "Listing7-15"  TO StepProgramName(2)
           MOVE "Listing7-4"   TO StepProgramName(3)
           MOVE "Listing7-39"  TO StepProgramName(4)
           MOVE "Listing7-6"   TO StepProgramName(5)
           MOVE "Listing7-16"  TO StepProgramName(6)
           MOVE "Listing7-56"  TO StepProgramName(7)
           MOVE "Listing7-59"  TO StepProgramName(8)
           MOVE 'U' TO StepState(1) StepState(2) StepState(3)
                       StepState(4) StepState(5) StepState(6)
                       StepState(7) StepState(8)
           PERFORM 1500-READ-BACK-RUN-LOG
           OPEN EXTEND RunLogOutFile
           IF RunLogOutStatus NOT = "00"
           MOVE RunLogInRecord TO PriorLogRecord
           IF PriorLogDate = ScheduleDate
           AND PriorLogStepNumber >= 1
           AND PriorLogStepNumber <= 8
               SET ScheduleIndex TO PriorLogStepNumber
               EVALUATE PriorLogStatus
                   WHEN 'S' MOVE 'S' TO StepState(ScheduleIndex)
