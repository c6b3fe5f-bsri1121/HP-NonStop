      *> the way an interest or growth projection is actually
      *> reviewed.  ComputedVal returns the final period's closing
      *> value, so a one-period call behaves exactly as before.
      *> The amortize function runs the other way, paying a loan
      *> down with a solved level payment and writing the schedule
      *> to its own file.  Called inside a caller's validate-only
      *> run, the ledger and schedule rows go to that run's forecast
      *> instead of to their files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LedgerFile ASSIGN TO "Data/Comput/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT AmortFile ASSIGN TO "Data/Comput/AMORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AmortFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
           COPY LEDGREC.

       FD  AmortFile.
           COPY AMORTREC.

       WORKING-STORAGE SECTION.
       01 GrowthFactor        PIC 9(2)V999 VALUE 1.500.
       01 ScenarioWanted      PIC X(8).
           88 ScenarioFound VALUE "Y".
       01 LedgerFileStatus    PIC XX.
           88 LedgerFileNotFound VALUE "35".
       01 AmortFileStatus     PIC XX.
           88 AmortFileNotFound VALUE "35".

      *> Amortization working values: the period rate as a
      *> fraction, the compounding factor over the term the level
      *> payment is solved from, and one period's split.
       01 LoanRate      PIC 9V9(6).
       01 LoanFactor    PIC 9(9)V9(9).
       01 LoanBalance   PIC 9(6)V99.
       01 LoanInterest  PIC 9(6)V99.
       01 LoanPrincipal PIC 9(6)V99.
       01 LoanPayment   PIC 9(6)V99.
       01 WS-Amort-Flag PIC X VALUE "N".
           88 AmortRefused VALUE "Y".

           COPY AUDITREC.
           COPY RUNID.
           COPY DRYRUN.

       LINKAGE SECTION.
           COPY NUM1NUM2.
               ProjectionRequest.
       MainLine.
           PERFORM StartNewRunId
           PERFORM CheckDryRun

           MOVE ProjectionScenario TO ScenarioWanted
           IF ScenarioWanted = SPACES
                   PERFORM SolveForPeriods
               WHEN PrjSolveRate
                   PERFORM SolveForRate
               WHEN PrjAmortize
                   PERFORM AmortizeLoan
               WHEN OTHER
                   PERFORM RunForwardProjection
           END-EVALUATE
                   MOVE 999999.99 TO TrialValue
           END-COMPUTE.

      *> Amortization: the level payment that clears the principal
      *> over the term at the period rate - the principal divided
      *> evenly when the rate is zero - then the schedule period by
      *> period.  A rate and term whose compounding factor will not
      *> fit are refused rather than solved wrongly.
       AmortizeLoan.
           MOVE ProjectionPeriods TO PeriodsToRun
           IF PeriodsToRun = 0
               MOVE 1 TO PeriodsToRun
           END-IF
           MOVE 0 TO PrjPayment
           MOVE 0 TO PrjFinalPayment
           MOVE 0 TO PrjTotalInterest
           MOVE StartingValue TO LoanBalance
           MOVE StartingValue TO ClosingValue
           MOVE "N" TO WS-Amort-Flag
           COMPUTE LoanRate = PrjLoanRatePct / 100
           IF LoanRate = 0
               COMPUTE PrjPayment ROUNDED =
                   StartingValue / PeriodsToRun
           ELSE
               COMPUTE LoanFactor = (1 + LoanRate) ** PeriodsToRun
                   ON SIZE ERROR
                       SET AmortRefused TO TRUE
               END-COMPUTE
               IF NOT AmortRefused
                   COMPUTE PrjPayment ROUNDED =
                       StartingValue * LoanRate * LoanFactor
                       / (LoanFactor - 1)
                       ON SIZE ERROR
                           SET AmortRefused TO TRUE
                   END-COMPUTE
               END-IF
           END-IF

           IF AmortRefused
               DISPLAY "Rate and term too large to amortize - no "
                   "schedule written."
           ELSE
               IF NOT FcstReportOpen
                   OPEN EXTEND AmortFile
                   IF AmortFileNotFound
                       OPEN OUTPUT AmortFile
                   END-IF
               END-IF
               PERFORM AmortizeOnePeriod
                   VARYING PeriodNumber FROM 1 BY 1
                       UNTIL PeriodNumber > PeriodsToRun
                           OR LoanBalance = 0
               IF NOT FcstReportOpen
                   CLOSE AmortFile
               END-IF
               MOVE LoanBalance TO ClosingValue
               DISPLAY "Level payment " PrjPayment
                   " final payment " PrjFinalPayment
                   " total interest " PrjTotalInterest
           END-IF.

      *> One period of the schedule: interest on the opening
      *> balance, the rest of the payment to principal.  The last
      *> period - or any whose level payment would overpay - takes
      *> exactly what is left, so the loan closes at zero however
      *> the cents rounded on the way.
       AmortizeOnePeriod.
           COMPUTE LoanInterest ROUNDED = LoanBalance * LoanRate
           IF PeriodNumber = PeriodsToRun
                   OR PrjPayment - LoanInterest >= LoanBalance
               MOVE LoanBalance TO LoanPrincipal
               COMPUTE LoanPayment = LoanPrincipal + LoanInterest
               MOVE LoanPayment TO PrjFinalPayment
           ELSE
               MOVE PrjPayment TO LoanPayment
               COMPUTE LoanPrincipal = LoanPayment - LoanInterest
           END-IF
           SUBTRACT LoanPrincipal FROM LoanBalance
           ADD LoanInterest TO PrjTotalInterest
           DISPLAY "Period " PeriodNumber " payment " LoanPayment
               " interest " LoanInterest " balance " LoanBalance
           PERFORM WriteAmortRecord.

       WriteAmortRecord.
           MOVE PrjAccountId  TO AmoAccountId
           MOVE PeriodNumber  TO AmoPeriod
           MOVE LoanPayment   TO AmoPayment
           MOVE LoanInterest  TO AmoInterest
           MOVE LoanPrincipal TO AmoPrincipal
           MOVE LoanBalance   TO AmoBalance
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               AmortRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               AmortRecord
           MOVE RunIdValue TO RunStampRunId OF AmortRecord
           IF FcstReportOpen
               MOVE "AMORT" TO FcstFileName
               MOVE AmortRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AmortRecord
           END-IF.

      *> One period of the schedule: growth applied to the opening
      *> value, the closing value persisted to the ledger and
      *> carried into the next period.
           MOVE OpeningValue TO LedgerOpeningVal
           MOVE ClosingValue TO LedgerClosingVal
           MOVE PrjAccountId TO LedgerAccountId
           MOVE ScenarioWanted TO LedgerScenario
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               LedgerRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               LedgerRecord
           MOVE RunIdValue TO RunStampRunId OF LedgerRecord

           IF FcstReportOpen
               MOVE "LEDGER" TO FcstFileName
               MOVE LedgerRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               OPEN EXTEND LedgerFile
               IF LedgerFileNotFound
                   OPEN OUTPUT LedgerFile
               END-IF
               WRITE LedgerRecord
               CLOSE LedgerFile
           END-IF.

      *> Appends a run-level entry to the central audit trail with
      *> the values this projection was given and produced.
       WriteAuditLog.
           MOVE "RateProjector" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           IF PrjAmortize
               STRING "Loan=" StartingValue " Rate=" PrjLoanRatePct
                   " Term=" PeriodsToRun
                   DELIMITED BY SIZE INTO AuditKeyInputs
               STRING "Pmt=" PrjPayment " Final=" PrjFinalPayment
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           ELSE
               STRING "Num1=" Num1 " Num2=" Num2 " Scn="
                   ScenarioWanted
                   DELIMITED BY SIZE INTO AuditKeyInputs
               STRING "Sum=" TotalSum " Diff=" Difference
                   " Product=" Product
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           END-IF
           MOVE SPACES TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> Asked once per call - a forecast open means the caller is
      *> running validate-only.
       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       ForecastWrite.
           MOVE "W" TO FcstAction
           MOVE "RateProjector" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
