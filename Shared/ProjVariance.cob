       IDENTIFICATION DIVISION.
       PROGRAM-ID. ProjVariance.

      *> Projected-versus-actual variance.  The ledger holds what
      *> RateProjector said each account would be worth at each
      *> period, and until now nobody checked it against what the
      *> account was actually worth.  This report reads a feed of
      *> actual period-end values by account and period and sets
      *> each against the closing value the account's latest
      *> projection run gave for that period, with the variance and
      *> the percentage error - positive when the projection was
      *> optimistic.  An error past the VARIANCE-TOL-PCT central
      *> parameter either way flags the line, and a closing summary
      *> by growth-rate scenario shows which scenarios overshoot
      *> the actuals more often than not, so the business can see
      *> which rows of the rates file are consistently optimistic.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile ASSIGN TO "Data/Comput/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT ActualValueFile ASSIGN TO
               "Data/Comput/ACTUALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ActualValueFileStatus.
           SELECT VarianceReportFile ASSIGN TO
               "Data/Comput/VARIANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LedgerFile.
           COPY LEDGREC.

      *> One account's actual value at the end of one projection
      *> period, the period numbered the way the ledger numbers it.
       FD  ActualValueFile.
       01  ActualValueRecord.
           05 ActAccountId PIC X(10).
           05 ActPeriod    PIC 9(3).
           05 ActPeriodEnd PIC 9(8).
           05 ActValue     PIC 9(6)V99.

       FD  VarianceReportFile.
       01  VarianceReportLine PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY RPTHDR.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RUNSTATS.
           COPY DATECHK.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 LedgerFileStatus PIC XX.
           88 LedgerFileNotFound VALUE "35".

       01 ActualValueFileStatus PIC XX.
           88 ActualValueFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 ProjectionFound VALUE "Y".

      *> An error past this many percent either way flags the line,
      *> from the central parameter file.
       01 VarianceTolPct PIC 9(3)V9 VALUE 10.

      *> The latest projection run per account - a run ID sorts in
      *> the order the runs were drawn, so the greatest is latest.
       01 AccountTable.
           05 AccountEntry OCCURS 300 TIMES.
               10 TblAcctId     PIC X(10).
               10 TblAcctRunId  PIC X(14).
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).
       01 AccountFoundIdx PIC 9(3).

      *> The period rows of each account's latest projection.
       01 ProjectionTable.
           05 ProjectionEntry OCCURS 2000 TIMES.
               10 TblPrjAccountId PIC X(10).
               10 TblPrjPeriod    PIC 9(3).
               10 TblPrjClosing   PIC 9(6)V99.
               10 TblPrjScenario  PIC X(8).
       01 ProjectionUsed PIC 9(4) VALUE 0.
       01 ProjectionIdx  PIC 9(4).
       01 ProjectionFoundIdx PIC 9(4).

      *> Per-scenario tallies for the closing summary.
       01 ScenarioTable.
           05 ScenarioEntry OCCURS 20 TIMES.
               10 TblScnName       PIC X(8).
               10 TblScnCompared   PIC 9(5).
               10 TblScnOptimistic PIC 9(5).
               10 TblScnFlagged    PIC 9(5).
               10 TblScnErrorSum   PIC S9(9)V9.
       01 ScenarioUsed PIC 9(2) VALUE 0.
       01 ScenarioIdx  PIC 9(2).
       01 ScenarioFoundIdx PIC 9(2).

       01 VarianceAmt  PIC S9(7)V99.
       01 ErrorPct     PIC S9(7)V9.
       01 AbsErrorPct  PIC 9(7)V9.
       01 AvgErrorPct  PIC S9(7)V9.
       01 RejectReason PIC X(30).
       01 TolShown     PIC ZZ9.9.
       01 PeriodShown  PIC ZZ9.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 UnmatchedCount  PIC 9(7) VALUE 0.
       01 FlaggedCount    PIC 9(7) VALUE 0.
       01 LedgerSkipped   PIC 9(7) VALUE 0.

       01 VarianceDetail.
           05 VdlAccountId  PIC X(10).
           05 FILLER        PIC X(5) VALUE "  per".
           05 VdlPeriod     PIC ZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 VdlPeriodEnd  PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 VdlScenario   PIC X(8).
           05 FILLER        PIC X(6) VALUE " proj ".
           05 VdlProjected  PIC ZZZ,ZZ9.99.
           05 FILLER        PIC X(5) VALUE " act ".
           05 VdlActual     PIC ZZZ,ZZ9.99.
           05 FILLER        PIC X(5) VALUE " var ".
           05 VdlVariance   PIC +Z,ZZZ,ZZ9.99.
           05 FILLER        PIC X(1) VALUE SPACE.
           05 VdlErrorPct   PIC +ZZZZZZ9.9.
           05 FILLER        PIC X(3) VALUE "%  ".
           05 VdlFlag       PIC X(30).

       01 ScenarioSummaryLine.
           05 SslScenario   PIC X(8).
           05 FILLER        PIC X(10) VALUE " compared ".
           05 SslCompared   PIC ZZZZ9.
           05 FILLER        PIC X(12) VALUE " optimistic ".
           05 SslOptimistic PIC ZZZZ9.
           05 FILLER        PIC X(9) VALUE " flagged ".
           05 SslFlagged    PIC ZZZZ9.
           05 FILLER        PIC X(11) VALUE " avg error ".
           05 SslAvgError   PIC +ZZZZZZ9.9.
           05 FILLER        PIC X(3) VALUE "%  ".
           05 SslVerdict    PIC X(26).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM LoadCentralParms.
           PERFORM FindLatestRuns.
           PERFORM LoadLatestProjections.

           OPEN OUTPUT VarianceReportFile.
           PERFORM WriteReportHeading.
           OPEN INPUT ActualValueFile.
           IF ActualValueFileNotFound
               DISPLAY "No actual values on disk - nothing to "
                   "compare."
           ELSE
               MOVE "N" TO WS-Eof-Flag
               PERFORM ReadActualValueRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM CompareOneActual
                   PERFORM ReadActualValueRecord
               END-PERFORM
               CLOSE ActualValueFile
           END-IF.
           PERFORM WriteScenarioSummary.
           CLOSE VarianceReportFile.

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           IF FlaggedCount = 0 AND RecordsRejected = 0
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> First pass over the ledger: the latest run that projected
      *> each account.  Hand-fed projections carry no account and
      *> capitalisation rows are postings, so neither is judged.
       FindLatestRuns.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LedgerFile
           IF LedgerFileNotFound
               DISPLAY "Ledger file not on disk."
           ELSE
               PERFORM ReadLedgerRecord
               PERFORM UNTIL EndOfInputFile
                   IF LedgerAccountId NOT = SPACES
                           AND LedgerScenario NOT = "INTEREST"
                       PERFORM NoteAccountRun
                   END-IF
                   PERFORM ReadLedgerRecord
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

       NoteAccountRun.
           PERFORM FindAccountRow
           EVALUATE TRUE
               WHEN AccountFoundIdx > 0
                   IF RunStampRunId > TblAcctRunId (AccountFoundIdx)
                       MOVE RunStampRunId TO
                           TblAcctRunId (AccountFoundIdx)
                   END-IF
               WHEN AccountUsed < 300
                   ADD 1 TO AccountUsed
                   MOVE LedgerAccountId TO TblAcctId (AccountUsed)
                   MOVE RunStampRunId TO TblAcctRunId (AccountUsed)
               WHEN OTHER
                   ADD 1 TO LedgerSkipped
           END-EVALUATE.

       FindAccountRow.
           MOVE 0 TO AccountFoundIdx
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed
                       OR AccountFoundIdx > 0
               IF TblAcctId (AccountIdx) = LedgerAccountId
                   MOVE AccountIdx TO AccountFoundIdx
               END-IF
           END-PERFORM.

      *> Second pass: the period rows that latest run wrote.
       LoadLatestProjections.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT LedgerFile
           IF LedgerFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadLedgerRecord
               PERFORM UNTIL EndOfInputFile
                   IF LedgerAccountId NOT = SPACES
                           AND LedgerScenario NOT = "INTEREST"
                       PERFORM KeepLatestProjection
                   END-IF
                   PERFORM ReadLedgerRecord
               END-PERFORM
               CLOSE LedgerFile
           END-IF.
           IF LedgerSkipped > 0
               DISPLAY "Projection tables full - " LedgerSkipped
                   " ledger rows beyond them ignored."
           END-IF.

       KeepLatestProjection.
           PERFORM FindAccountRow
           IF AccountFoundIdx > 0
               IF RunStampRunId = TblAcctRunId (AccountFoundIdx)
                   IF ProjectionUsed < 2000
                       ADD 1 TO ProjectionUsed
                       MOVE LedgerAccountId TO
                           TblPrjAccountId (ProjectionUsed)
                       MOVE LedgerPeriod TO
                           TblPrjPeriod (ProjectionUsed)
                       MOVE LedgerClosingVal TO
                           TblPrjClosing (ProjectionUsed)
                       MOVE LedgerScenario TO
                           TblPrjScenario (ProjectionUsed)
                   ELSE
                       ADD 1 TO LedgerSkipped
                   END-IF
               END-IF
           END-IF.

       ReadLedgerRecord.
           READ LedgerFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       ReadActualValueRecord.
           READ ActualValueFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> One actual through the edits and against its projection.
       CompareOneActual.
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           MOVE "N" TO DateCheckValid
           IF ActPeriodEnd NUMERIC
               MOVE ActPeriodEnd TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
           END-IF
           EVALUATE TRUE
               WHEN ActAccountId = SPACES
                   MOVE "account missing" TO RejectReason
               WHEN ActPeriod NOT NUMERIC OR ActPeriod = 0
                   MOVE "period not valid" TO RejectReason
               WHEN NOT DateCheckOk
                   MOVE "period-end date not valid" TO RejectReason
               WHEN ActValue NOT NUMERIC
                   MOVE "actual value not numeric" TO RejectReason
               WHEN OTHER
                   PERFORM FindProjectionRow
                   IF ProjectionFound
                       PERFORM WriteVarianceLine
                   ELSE
                       PERFORM WriteUnmatchedLine
                   END-IF
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectActual
           END-IF.

       FindProjectionRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ProjectionIdx FROM 1 BY 1
                   UNTIL ProjectionIdx > ProjectionUsed
                       OR ProjectionFound
               IF TblPrjAccountId (ProjectionIdx) = ActAccountId
                       AND TblPrjPeriod (ProjectionIdx) = ActPeriod
                   SET ProjectionFound TO TRUE
                   MOVE ProjectionIdx TO ProjectionFoundIdx
               END-IF
           END-PERFORM.

      *> The error is taken against the actual, so +20.0% means the
      *> projection came in a fifth above what the account made.  A
      *> zero actual has no base to measure against and is shown
      *> without a percentage.
       WriteVarianceLine.
           ADD 1 TO RecordsWritten
           COMPUTE VarianceAmt =
               TblPrjClosing (ProjectionFoundIdx) - ActValue
           MOVE 0 TO ErrorPct
           IF ActValue > 0
               COMPUTE ErrorPct ROUNDED = VarianceAmt * 100 / ActValue
                   ON SIZE ERROR
                       MOVE 9999999.9 TO ErrorPct
               END-COMPUTE
           END-IF
           IF ErrorPct < 0
               COMPUTE AbsErrorPct = 0 - ErrorPct
           ELSE
               MOVE ErrorPct TO AbsErrorPct
           END-IF

           PERFORM FindScenarioRow
           MOVE SPACES TO VdlFlag
           IF ActValue = 0
               MOVE "no actual to measure against" TO VdlFlag
           END-IF
           IF ScenarioFoundIdx > 0
               ADD 1 TO TblScnCompared (ScenarioFoundIdx)
               ADD ErrorPct TO TblScnErrorSum (ScenarioFoundIdx)
               IF VarianceAmt > 0
                   ADD 1 TO TblScnOptimistic (ScenarioFoundIdx)
               END-IF
           END-IF
           IF AbsErrorPct > VarianceTolPct
               ADD 1 TO FlaggedCount
               IF ScenarioFoundIdx > 0
                   ADD 1 TO TblScnFlagged (ScenarioFoundIdx)
               END-IF
               IF VarianceAmt > 0
                   MOVE "** OVER TOLERANCE - HIGH" TO VdlFlag
               ELSE
                   MOVE "** OVER TOLERANCE - LOW" TO VdlFlag
               END-IF
           END-IF

           MOVE ActAccountId TO VdlAccountId
           MOVE ActPeriod TO VdlPeriod
           MOVE ActualValueRecord (14:8) TO VdlPeriodEnd
           MOVE TblPrjScenario (ProjectionFoundIdx) TO VdlScenario
           IF VdlScenario = SPACES
               MOVE "(none)" TO VdlScenario
           END-IF
           MOVE TblPrjClosing (ProjectionFoundIdx) TO VdlProjected
           MOVE ActValue TO VdlActual
           MOVE VarianceAmt TO VdlVariance
           MOVE ErrorPct TO VdlErrorPct
           MOVE VarianceDetail TO VarianceReportLine
           WRITE VarianceReportLine.

       WriteUnmatchedLine.
           ADD 1 TO UnmatchedCount
           MOVE ActPeriod TO PeriodShown
           MOVE SPACES TO VarianceReportLine
           STRING ActAccountId "  per" PeriodShown
               "  no projection on the ledger for this period"
               DELIMITED BY SIZE INTO VarianceReportLine
           WRITE VarianceReportLine.

      *> Rows projected before the ledger carried the scenario are
      *> tallied together under (none).
       FindScenarioRow.
           MOVE 0 TO ScenarioFoundIdx
           PERFORM VARYING ScenarioIdx FROM 1 BY 1
                   UNTIL ScenarioIdx > ScenarioUsed
                       OR ScenarioFoundIdx > 0
               IF TblScnName (ScenarioIdx) =
                       TblPrjScenario (ProjectionFoundIdx)
                   MOVE ScenarioIdx TO ScenarioFoundIdx
               END-IF
           END-PERFORM
           IF ScenarioFoundIdx = 0 AND ScenarioUsed < 20
               ADD 1 TO ScenarioUsed
               MOVE ScenarioUsed TO ScenarioFoundIdx
               MOVE TblPrjScenario (ProjectionFoundIdx) TO
                   TblScnName (ScenarioUsed)
               MOVE 0 TO TblScnCompared (ScenarioUsed)
               MOVE 0 TO TblScnOptimistic (ScenarioUsed)
               MOVE 0 TO TblScnFlagged (ScenarioUsed)
               MOVE 0 TO TblScnErrorSum (ScenarioUsed)
           END-IF.

       RejectActual.
           ADD 1 TO RecordsRejected
           MOVE SPACES TO VarianceReportLine
           STRING ActAccountId "  REJECTED - " RejectReason
               DELIMITED BY SIZE INTO VarianceReportLine
           WRITE VarianceReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "ProjVariance" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Acct " ActAccountId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

       WriteReportHeading.
           MOVE "PROJECTED VS ACTUAL VARIANCE" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO VarianceReportLine
           WRITE VarianceReportLine
           MOVE SPACES TO VarianceReportLine
           MOVE VarianceTolPct TO TolShown
           STRING "Tolerance " TolShown " percent either way"
               DELIMITED BY SIZE INTO VarianceReportLine
           WRITE VarianceReportLine
           MOVE SPACES TO VarianceReportLine
           WRITE VarianceReportLine.

      *> A scenario is called optimistic when its projections came
      *> in above the actuals on more than half its comparisons and
      *> its average error is above zero - one good year on a
      *> sound scenario is not a pattern.
       WriteScenarioSummary.
           MOVE SPACES TO VarianceReportLine
           WRITE VarianceReportLine
           MOVE "BY SCENARIO" TO VarianceReportLine
           WRITE VarianceReportLine
           PERFORM WriteOneScenarioLine
               VARYING ScenarioIdx FROM 1 BY 1
                   UNTIL ScenarioIdx > ScenarioUsed
           MOVE SPACES TO VarianceReportLine
           WRITE VarianceReportLine
           MOVE SPACES TO VarianceReportLine
           STRING "COMPARED " RecordsWritten
               " FLAGGED " FlaggedCount
               " NO PROJECTION " UnmatchedCount
               " REJECTED " RecordsRejected
               DELIMITED BY SIZE INTO VarianceReportLine
           WRITE VarianceReportLine
           DISPLAY VarianceReportLine.

       WriteOneScenarioLine.
           MOVE 0 TO AvgErrorPct
           IF TblScnCompared (ScenarioIdx) > 0
               COMPUTE AvgErrorPct ROUNDED =
                   TblScnErrorSum (ScenarioIdx)
                   / TblScnCompared (ScenarioIdx)
           END-IF
           MOVE TblScnName (ScenarioIdx) TO SslScenario
           IF SslScenario = SPACES
               MOVE "(none)" TO SslScenario
           END-IF
           MOVE TblScnCompared (ScenarioIdx)   TO SslCompared
           MOVE TblScnOptimistic (ScenarioIdx) TO SslOptimistic
           MOVE TblScnFlagged (ScenarioIdx)    TO SslFlagged
           MOVE AvgErrorPct TO SslAvgError
           MOVE SPACES TO SslVerdict
           IF TblScnOptimistic (ScenarioIdx) * 2 >
                   TblScnCompared (ScenarioIdx)
                   AND AvgErrorPct > 0
               MOVE "** CONSISTENTLY OPTIMISTIC" TO SslVerdict
           END-IF
           MOVE ScenarioSummaryLine TO VarianceReportLine
           WRITE VarianceReportLine
           DISPLAY ScenarioSummaryLine.

      *> Looks up the tolerance through the effective-dated
      *> parameter lookup, keeping the compiled-in default when no
      *> row matches.
       LoadCentralParms.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ParmLookupDate
           MOVE "VARIANCE-TOL-PCT" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "ProjVariance" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO VarianceTolPct
           END-IF.

       WriteRunStats.
           MOVE "ProjVariance" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           DISPLAY "Operator ID: "
           ACCEPT OperatorId
           DISPLAY "Password: "
           ACCEPT OperatorPassword
           CALL "OperatorSignOn" USING OperatorId, OperatorPassword,
               OperatorSignOnValid, OperatorAuthLevel
           PERFORM CheckAuthority
           IF NOT OperatorSignOnOk
               DISPLAY "Sign-on rejected - try again."
           END-IF.

       GetJobParm.
           MOVE "ProjVariance" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the nightly dispatch runs with no
      *> console and no hung prompt.
       UnattendedSignOn.
           MOVE "OPERATOR-ID" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO OperatorId
               MOVE "PASSWORD" TO JpParmName
               PERFORM GetJobParm
               IF JpParmOk
                   MOVE JpParmValue TO OperatorPassword
                   CALL "OperatorSignOn" USING OperatorId,
                       OperatorPassword, OperatorSignOnValid,
                       OperatorAuthLevel
                   PERFORM CheckAuthority
                   IF NOT OperatorSignOnOk
                       DISPLAY "Unattended sign-on failed - "
                           "prompting instead."
                   END-IF
               END-IF
           END-IF.

      *> Launched from the menu, the sitting's validated identity is
      *> adopted instead of prompting again.
       SessionSignOn.
           IF NOT OperatorSignOnOk
               MOVE "G" TO SessAction
               CALL "MenuSession" USING SessAction, SessOperatorId,
                   SessAuthLevel, SessActive
               IF SessionIsActive
                   MOVE SessOperatorId TO OperatorId
                   MOVE SessAuthLevel  TO OperatorAuthLevel
                   MOVE "Y" TO OperatorSignOnValid
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> A signed-on operator below this program's required level is
      *> turned away the same as a bad password.
       CheckAuthority.
           IF OperatorSignOnOk
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> Appends a run-level entry to the central audit trail with
      *> the variance verdict.
       WriteAuditLog.
           MOVE "ProjVariance" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "ACTUALS Read=" RecordsRead " Proj="
               ProjectionUsed
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Compared=" RecordsWritten " Flagged="
               FlaggedCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
