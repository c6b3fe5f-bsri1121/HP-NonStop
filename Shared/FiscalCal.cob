       IDENTIFICATION DIVISION.
       PROGRAM-ID. FiscalCalc.

      *> Shared fiscal-calendar arithmetic.  The finance year does
      *> not follow calendar months: it runs in whole weeks from a
      *> fixed weekday, twelve periods in four quarters, each
      *> quarter's three periods 4, 4 and 5 weeks long (or whatever
      *> pattern the year's row gives).  DayName, BusDayCalc and
      *> the period-end planner only knew calendar months; any
      *> program CALLs this to turn a date into fiscal year, period
      *> and week, or a fiscal period into its first and last days.
      *> A 53-week year carries its extra week in period 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FiscalCalendarFile ASSIGN TO
               "Data/Shared/FISCALCAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FiscalCalendarFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> One row per fiscal year: the year it is known by, its first
      *> day, the weekday every fiscal year starts on (1=Sunday thru
      *> 7=Saturday, the same numbering as DayName), the weeks in
      *> each period of a quarter, and the weeks in the year - 52,
      *> or 53 when the extra week falls due.
       FD  FiscalCalendarFile.
       01  FiscalCalendarRecord.
           05 FcFiscalYear PIC 9(4).
           05 FcStartDate  PIC 9(8).
           05 FcStartDay   PIC 9.
           05 FcPattern.
               10 FcPatternWeeks PIC 9 OCCURS 3 TIMES.
           05 FcWeeksInYear PIC 9(2).

       WORKING-STORAGE SECTION.
       01 FiscalCalendarFileStatus PIC XX.
           88 FiscalCalendarFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfFiscalCalendarFile VALUE "Y".

       01 WS-Row-Flag PIC X VALUE "N".
           88 FiscalRowFound VALUE "Y".

       01 DateInt      PIC 9(8).
       01 StartInt     PIC 9(8).
       01 EndInt       PIC 9(8).
       01 DowRemainder PIC 9.
       01 StartDayNum  PIC 9.
       01 PatternSum   PIC 9(2).

       01 PeriodIdx    PIC 9(2).
       01 PatternIdx   PIC 9.
       01 PeriodWeeks  PIC 9(2).
       01 WeeksBefore  PIC 9(2).
       01 WeekOfYear   PIC 9(2).

       LINKAGE SECTION.
           COPY FISCAL.

       PROCEDURE DIVISION USING FiscalFunction, FiscalDate,
               FiscalYear, FiscalPeriod, FiscalQuarter, FiscalWeek,
               FiscalPeriodStart, FiscalPeriodEnd, FiscalFound.
       MainLine.
           MOVE "N" TO WS-Eof-Flag
           MOVE "N" TO WS-Row-Flag
           MOVE "N" TO FiscalFound

           EVALUATE FiscalFunction
               WHEN "D"
                   COMPUTE DateInt =
                       FUNCTION INTEGER-OF-DATE(FiscalDate)
                   PERFORM FindFiscalYearRow
                   IF FiscalRowFound
                       PERFORM LocateDateInYear
                   END-IF
               WHEN "P"
                   PERFORM FindFiscalYearRow
                   IF FiscalRowFound
                           AND FiscalPeriod >= 1 AND FiscalPeriod <= 12
                       PERFORM LocatePeriodInYear
                   END-IF
               WHEN OTHER
                   DISPLAY "FiscalCalc: unrecognized function."
           END-EVALUATE

           GOBACK.

      *> Function D looks for the year whose weeks hold the date,
      *> function P for the year keyed.  A row whose start date does
      *> not fall on its own start weekday, or whose pattern does
      *> not make a 13-week quarter, is not a usable fiscal year.
       FindFiscalYearRow.
           OPEN INPUT FiscalCalendarFile
           IF FiscalCalendarFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFiscalCalendarRecord
               PERFORM UNTIL EndOfFiscalCalendarFile
                       OR FiscalRowFound
                   COMPUTE StartInt =
                       FUNCTION INTEGER-OF-DATE(FcStartDate)
                   COMPUTE EndInt = StartInt + FcWeeksInYear * 7 - 1
                   EVALUATE TRUE
                       WHEN FiscalFunction = "D"
                               AND DateInt >= StartInt
                               AND DateInt <= EndInt
                           PERFORM CheckFiscalYearRow
                       WHEN FiscalFunction = "P"
                               AND FcFiscalYear = FiscalYear
                           PERFORM CheckFiscalYearRow
                       WHEN OTHER
                           PERFORM ReadFiscalCalendarRecord
                   END-EVALUATE
               END-PERFORM
               CLOSE FiscalCalendarFile
           END-IF.

       CheckFiscalYearRow.
           COMPUTE DowRemainder = FUNCTION MOD(StartInt, 7)
           COMPUTE StartDayNum = DowRemainder + 1
           COMPUTE PatternSum = FcPatternWeeks (1)
               + FcPatternWeeks (2) + FcPatternWeeks (3)
           IF StartDayNum = FcStartDay
                   AND PatternSum = 13
                   AND (FcWeeksInYear = 52 OR FcWeeksInYear = 53)
               SET FiscalRowFound TO TRUE
           ELSE
               DISPLAY "FiscalCalc: fiscal year " FcFiscalYear
                   " row is not a valid 4-4-5 year - ignored."
               SET EndOfFiscalCalendarFile TO TRUE
           END-IF.

       ReadFiscalCalendarRecord.
           READ FiscalCalendarFile
               AT END SET EndOfFiscalCalendarFile TO TRUE
           END-READ.

      *> Week of the year first, then the periods are walked until
      *> the one holding that week.
       LocateDateInYear.
           COMPUTE WeekOfYear = (DateInt - StartInt) / 7 + 1
           MOVE 0 TO WeeksBefore
           MOVE 1 TO PeriodIdx
           PERFORM WeeksInPeriod
           PERFORM UNTIL WeekOfYear <= WeeksBefore + PeriodWeeks
               ADD PeriodWeeks TO WeeksBefore
               ADD 1 TO PeriodIdx
               PERFORM WeeksInPeriod
           END-PERFORM
           MOVE FcFiscalYear TO FiscalYear
           MOVE PeriodIdx    TO FiscalPeriod
           MOVE WeekOfYear   TO FiscalWeek
           PERFORM ReturnPeriodDates.

       LocatePeriodInYear.
           MOVE 0 TO WeeksBefore
           MOVE 1 TO PeriodIdx
           PERFORM WeeksInPeriod
           PERFORM UNTIL PeriodIdx = FiscalPeriod
               ADD PeriodWeeks TO WeeksBefore
               ADD 1 TO PeriodIdx
               PERFORM WeeksInPeriod
           END-PERFORM
           COMPUTE FiscalWeek = WeeksBefore + 1
           PERFORM ReturnPeriodDates.

      *> The pattern repeats every quarter; the 53rd week, when the
      *> year has one, lengthens the last period.
       WeeksInPeriod.
           COMPUTE PatternIdx = FUNCTION MOD(PeriodIdx - 1, 3) + 1
           MOVE FcPatternWeeks (PatternIdx) TO PeriodWeeks
           IF PeriodIdx = 12 AND FcWeeksInYear = 53
               ADD 1 TO PeriodWeeks
           END-IF.

       ReturnPeriodDates.
           COMPUTE FiscalQuarter = (PeriodIdx - 1) / 3 + 1
           COMPUTE FiscalPeriodStart = FUNCTION DATE-OF-INTEGER(
               StartInt + WeeksBefore * 7)
           COMPUTE FiscalPeriodEnd = FUNCTION DATE-OF-INTEGER(
               StartInt + (WeeksBefore + PeriodWeeks) * 7 - 1)
           MOVE "Y" TO FiscalFound.
