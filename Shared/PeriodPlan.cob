      *> calendar); this program resolves them for a keyed year
      *> against the business-day calendar through BusDayCalc and
      *> writes the dated run plan NightlyBatch consumes, so
      *> period-end work fires itself on the right night.  Finance
      *> work that closes on the fiscal calendar rather than the
      *> calendar month is ruled by fiscal period or fiscal quarter,
      *> resolved through FiscalCalc the same way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
      *> One rule per row: the step it fires, M(onthly) or
      *> Q(uarterly) by calendar month, or fiscal P(eriod) or fiscal
      *> quar(T)er by the fiscal calendar, F(irst) or L(ast)
      *> business day of the period, and the regional calendar the
      *> business days come from - spaces meaning the default
      *> calendar.
       FD  PeriodRuleFile.
       01  PeriodRuleRecord.
           05 PrlProgram   PIC X(15).
           05 PrlFrequency PIC X.
               88 MonthlyRule   VALUE "M".
               88 QuarterlyRule VALUE "Q".
               88 FiscalPeriodRule  VALUE "P".
               88 FiscalQuarterRule VALUE "T".
           05 PrlPosition  PIC X.
               88 FirstBusDay VALUE "F".
               88 LastBusDay  VALUE "L".
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY BUSDAY.
           COPY FISCAL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           05 AncDay   PIC 9(2).

       01 ResolvedDate PIC 9(8).
       01 ResolvedParts REDEFINES ResolvedDate.
           05 ResYear  PIC 9(4).
           05 FILLER   PIC 9(4).

      *> Fiscal years overlap calendar years at both ends, so a
      *> fiscal rule is resolved across the fiscal years either side
      *> of the plan year and only dates inside the plan year kept.
       01 WorkFiscalYear PIC 9(4).
       01 FirstFiscalYear PIC 9(4).
       01 WorkPeriod     PIC 9(2).
       01 PlanRowCount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
      *> in its quarter's opening month (first business day) or
      *> closing month (last business day).
       ResolveOneRule.
           IF TblRuleFreq (RuleIdx) = "P" OR "T"
               PERFORM ResolveFiscalRule
           ELSE
               PERFORM ResolveCalendarRule
           END-IF.

       ResolveCalendarRule.
           IF TblRuleFreq (RuleIdx) = "M"
               MOVE 1 TO MonthStep
           ELSE

           COMPUTE WorkMonth = WorkMonth + MonthStep.

      *> A fiscal-period rule resolves in every fiscal period; a
      *> fiscal-quarter rule in the quarter's opening period (first
      *> business day) or closing period (last business day).
       ResolveFiscalRule.
           IF TblRuleFreq (RuleIdx) = "P"
               MOVE 1 TO MonthStep
           ELSE
               MOVE 3 TO MonthStep
           END-IF
           COMPUTE FirstFiscalYear = PlanYear - 1
           PERFORM VARYING WorkFiscalYear FROM FirstFiscalYear BY 1
                   UNTIL WorkFiscalYear > PlanYear + 1
               IF TblRuleFreq (RuleIdx) = "T"
                       AND TblRulePos (RuleIdx) = "L"
                   MOVE 3 TO WorkPeriod
               ELSE
                   MOVE 1 TO WorkPeriod
               END-IF
               PERFORM ResolveOneFiscalPeriod
                   UNTIL WorkPeriod > 12
           END-PERFORM.

      *> The same business-day walk as a calendar month, anchored on
      *> the fiscal period's first and last days instead.
       ResolveOneFiscalPeriod.
           MOVE "P" TO FiscalFunction
           MOVE WorkFiscalYear TO FiscalYear
           MOVE WorkPeriod TO FiscalPeriod
           CALL "FiscalCalc" USING FiscalFunction, FiscalDate,
               FiscalYear, FiscalPeriod, FiscalQuarter, FiscalWeek,
               FiscalPeriodStart, FiscalPeriodEnd, FiscalFound
           IF FiscalOk
               IF TblRulePos (RuleIdx) = "F"
                   COMPUTE BusDayDate1 = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FiscalPeriodStart)
                           - 1)
                   MOVE 1 TO BusDayOffset
               ELSE
                   COMPUTE BusDayDate1 = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(FiscalPeriodEnd)
                           + 1)
                   MOVE -1 TO BusDayOffset
               END-IF
               MOVE "A" TO BusDayFunction
               MOVE 0 TO BusDayDate2
               MOVE 0 TO BusDaySpan
               MOVE TblRuleCalId (RuleIdx) TO BusDayCalId
               CALL "BusDayCalc" USING BusDayFunction, BusDayDate1,
                   BusDayOffset, BusDayDate2, BusDaySpan, BusDayCalId
               MOVE BusDayDate2 TO ResolvedDate
               IF ResYear = PlanYear
                   MOVE ResolvedDate TO PlanDate
                   MOVE TblRuleProgram (RuleIdx) TO PlanProgram
                   WRITE RunPlanRecord
                   ADD 1 TO PlanRowCount
               END-IF
           END-IF

           COMPUTE WorkPeriod = WorkPeriod + MonthStep.

       AcceptPlanYear.
           DISPLAY "Plan year (YYYY): "
           MOVE SPACES TO NumEntryRaw
