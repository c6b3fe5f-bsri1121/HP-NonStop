           COPY SESSION.
           COPY DATECHK.
           COPY BUSDAY.
           COPY FISCAL.
           COPY ERRCODES.
           COPY EXCEPTREC.
       01 DayNum   PIC 9.
           88 ReverseLookup    VALUE "R".
           88 CalendarExtract  VALUE "C".
           88 BusinessArith    VALUE "B".
           88 FiscalLookup     VALUE "F".

       01 BusFunctionEntry PIC X.
       01 OffsetEntry      PIC X(6).
               MOVE JpParmValue TO LookupMode
           ELSE
               DISPLAY "Look up by (N)umber, (D)ate, (W)eek, "
                   "(R)everse, (C)alendar extract, "
                   "(B)usiness-day arithmetic or (F)iscal period: "
               ACCEPT LookupMode
           END-IF

               WHEN BusinessArith
                   PERFORM AcceptCalendarId
                   PERFORM RunBusinessArith
               WHEN FiscalLookup
                   PERFORM AcceptCalDate
                   PERFORM CalcDayNumFromDate
                   PERFORM LookupDayText
                   PERFORM RunFiscalLookup
               WHEN CalendarExtract
                   PERFORM AcceptCalendarId
                   PERFORM AcceptRangeStartDate
                   BusDayDate2 ": " BusDaySpan
           END-IF.

      *> Where the date falls in the finance year's own calendar -
      *> fiscal year, period, quarter and week, and the period's
      *> first and last days.
       RunFiscalLookup.
           MOVE "D" TO FiscalFunction
           MOVE CalDate TO FiscalDate
           CALL "FiscalCalc" USING FiscalFunction, FiscalDate,
               FiscalYear, FiscalPeriod, FiscalQuarter, FiscalWeek,
               FiscalPeriodStart, FiscalPeriodEnd, FiscalFound
           IF FiscalOk
               DISPLAY CalDate " " DayText " is fiscal year "
                   FiscalYear " period " FiscalPeriod " quarter "
                   FiscalQuarter " week " FiscalWeek
               DISPLAY "Period runs " FiscalPeriodStart " to "
                   FiscalPeriodEnd
           ELSE
               DISPLAY CalDate " is outside every fiscal year on "
                   "the fiscal calendar."
           END-IF.

      *> Writes one calendar-extract record per day from RangeStartDate
      *> through RangeEndDate, each flagged weekday, weekend or
      *> holiday - a calendar built up in advance rather than looked
