      *------------------------------------------------------
      * DAYWORK.CPY
      * Work fields for the day-number routine in DAYCALC.CPY.
      * Move a YYYYMMDD date to DayCalcDate and PERFORM
      * CALCULATE-DAY-NUMBER; the routine returns a running
      * day count (the difference between two day numbers is
      * the number of days between the dates), the day of the
      * week (1 = Monday ... 7 = Sunday) and the number of
      * days in the date's month.
      * CALCULATE-DATE-FROM-NUMBER works the other way: move a
      * day number to DayCalcNumber and it returns the date in
      * DayCalcDate, with the weekday and month length as above.
      *------------------------------------------------------
       01 DayCalcWork.
           05 DayCalcDate.
               10 DayCalcYear         PIC 9(04).
               10 DayCalcMonth        PIC 9(02).
               10 DayCalcDay          PIC 9(02).
           05 DayCalcNumber           PIC 9(07).
           05 DayCalcWeekday          PIC 9(01).
           05 DayCalcMonthDays        PIC 9(02).
           05 DayCalcShiftYear        PIC 9(04).
           05 DayCalcShiftMonth       PIC 9(02).
           05 DayCalcEra              PIC 9(02).
           05 DayCalcYearOfEra        PIC 9(03).
           05 DayCalcDayOfYear        PIC 9(03).
           05 DayCalcDayOfEra         PIC 9(06).
           05 DayCalcWorkDays         PIC 9(06).
           05 DayCalcQuotient         PIC 9(07).
           05 DayCalcCenturies        PIC 9(02).
           05 DayCalcRemainder        PIC 9(03).
