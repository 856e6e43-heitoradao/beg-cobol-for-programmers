      *------------------------------------------------------
      * DAYCALC.CPY
      * Day-number routine, copied into the PROCEDURE DIVISION
      * of every run that needs elapsed days between two dates,
      * the day of the week, or the length of a month - pay
      * period pro-rating, ageing and cooling-off periods.
      * Years are counted from a March base so the leap day
      * falls at the end of the counting year and needs no
      * special case.
      *
      * CALCULATE-DATE-FROM-NUMBER turns a day number back
      * into a date, so a run can step through a span of days
      * a week or a month at a time.
      *
      * Requires WORKING-STORAGE to have COPY 'DAYWORK.CPY'.
      * The caller must pass a valid YYYYMMDD date.
      *------------------------------------------------------
       CALCULATE-DAY-NUMBER.
           MOVE DayCalcYear TO DayCalcShiftYear
           IF DayCalcMonth > 2
               COMPUTE DayCalcShiftMonth = DayCalcMonth - 3
           ELSE
               COMPUTE DayCalcShiftMonth = DayCalcMonth + 9
               SUBTRACT 1 FROM DayCalcShiftYear
           END-IF
           DIVIDE DayCalcShiftYear BY 400 GIVING DayCalcEra
               REMAINDER DayCalcYearOfEra
           COMPUTE DayCalcQuotient = (153 * DayCalcShiftMonth) + 2
           DIVIDE DayCalcQuotient BY 5 GIVING DayCalcDayOfYear
           COMPUTE DayCalcDayOfYear
               = DayCalcDayOfYear + DayCalcDay - 1
           DIVIDE DayCalcYearOfEra BY 100 GIVING DayCalcCenturies
           DIVIDE DayCalcYearOfEra BY 4 GIVING DayCalcQuotient
           COMPUTE DayCalcNumber
               = (DayCalcEra * 146097)
               + (DayCalcYearOfEra * 365)
               + DayCalcQuotient - DayCalcCenturies
               + DayCalcDayOfYear
           COMPUTE DayCalcQuotient = DayCalcNumber + 2
           DIVIDE DayCalcQuotient BY 7 GIVING DayCalcQuotient
               REMAINDER DayCalcRemainder
           COMPUTE DayCalcWeekday = DayCalcRemainder + 1
           EVALUATE DayCalcMonth
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DayCalcMonthDays
               WHEN 2
                   MOVE 28 TO DayCalcMonthDays
                   DIVIDE DayCalcYear BY 4 GIVING DayCalcQuotient
                       REMAINDER DayCalcRemainder
                   IF DayCalcRemainder = ZERO
                       MOVE 29 TO DayCalcMonthDays
                       DIVIDE DayCalcYear BY 100
                           GIVING DayCalcQuotient
                           REMAINDER DayCalcRemainder
                       IF DayCalcRemainder = ZERO
                           MOVE 28 TO DayCalcMonthDays
                           DIVIDE DayCalcYear BY 400
                               GIVING DayCalcQuotient
                               REMAINDER DayCalcRemainder
                           IF DayCalcRemainder = ZERO
                               MOVE 29 TO DayCalcMonthDays
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DayCalcMonthDays
           END-EVALUATE
           .

       CALCULATE-DATE-FROM-NUMBER.
           DIVIDE DayCalcNumber BY 146097 GIVING DayCalcEra
               REMAINDER DayCalcDayOfEra
           DIVIDE DayCalcDayOfEra BY 1460 GIVING DayCalcQuotient
           COMPUTE DayCalcWorkDays
               = DayCalcDayOfEra - DayCalcQuotient
           DIVIDE DayCalcDayOfEra BY 36524 GIVING DayCalcQuotient
           ADD DayCalcQuotient TO DayCalcWorkDays
           DIVIDE DayCalcDayOfEra BY 146096 GIVING DayCalcQuotient
           SUBTRACT DayCalcQuotient FROM DayCalcWorkDays
           DIVIDE DayCalcWorkDays BY 365 GIVING DayCalcYearOfEra
           DIVIDE DayCalcYearOfEra BY 4 GIVING DayCalcQuotient
           COMPUTE DayCalcWorkDays
               = (365 * DayCalcYearOfEra) + DayCalcQuotient
           DIVIDE DayCalcYearOfEra BY 100 GIVING DayCalcQuotient
           SUBTRACT DayCalcQuotient FROM DayCalcWorkDays
           COMPUTE DayCalcDayOfYear
               = DayCalcDayOfEra - DayCalcWorkDays
           COMPUTE DayCalcQuotient = (5 * DayCalcDayOfYear) + 2
           DIVIDE DayCalcQuotient BY 153 GIVING DayCalcShiftMonth
           COMPUTE DayCalcQuotient = (153 * DayCalcShiftMonth) + 2
           DIVIDE DayCalcQuotient BY 5 GIVING DayCalcQuotient
           COMPUTE DayCalcDay
               = DayCalcDayOfYear - DayCalcQuotient + 1
           COMPUTE DayCalcYear
               = (DayCalcEra * 400) + DayCalcYearOfEra
           IF DayCalcShiftMonth < 10
               COMPUTE DayCalcMonth = DayCalcShiftMonth + 3
           ELSE
               COMPUTE DayCalcMonth = DayCalcShiftMonth - 9
               ADD 1 TO DayCalcYear
           END-IF
           PERFORM CALCULATE-DAY-NUMBER
           .
