               "Data/Ifelse/IEHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcctHistoryFileStatus.
           SELECT AccountMasterFile ASSIGN TO
               "Data/Ifelse/IEACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterFileStatus.
           SELECT BudgetFile ASSIGN TO "Data/Ifelse/IEBUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BudgetFileStatus.
           SELECT BudgetReportFile ASSIGN TO
               "Data/Ifelse/IEBUDGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  IfElseTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 IehNegTotal PIC 9(7).
           COPY RUNSTAMP.

       FD  AccountMasterFile.
           COPY ACCTMAST.

      *> Finance's budget per account per month, imported from their
      *> spreadsheet through DelimImport, which brackets the details
      *> with the standard H header and T trailer.
       FD  BudgetFile.
       01  BudgetRecord.
           05 BudAcctCode PIC X(5).
           05 BudMonth    PIC 9(6).
           05 BudAmount   PIC 9(7).
       01  BudgetHeaderView.
           05 BhdRecordType   PIC X.
           05 BhdFileDate     PIC 9(8).
           05 BhdSourceSystem PIC X(8).
       01  BudgetTrailerView.
           05 BtrRecordType  PIC X.
           05 BtrDetailCount PIC 9(7).
           05 BtrHashTotal   PIC 9(12).

       FD  BudgetReportFile.
       01  BudgetReportLine PIC X(132).

       FD  IfElseOutFile.
       01  IfElseOutRecord.
           05 OutNum            PIC S9(3) SIGN LEADING SEPARATE.
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY PARMLOOK.
           COPY PARMUSE.
       01 Num PIC S9(3) SIGN LEADING SEPARATE.
       01 ClassText PIC X(20).

      *> the run ends.
       01 RecordsRead    PIC 9(7) VALUE 0.
       01 RecordsWritten PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.


      *> Header/trailer control handling for the transaction file.
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: every detail is validated against
      *> the master and classified as normal, but each record is
      *> handed to the dry-run forecast instead of being written.
      *> The sort work files are scratch and are still used.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 RunMode PIC X.
           88 BatchMode VALUE "B".


       01 AcctDetailLine.
           05 AdlAcctCode PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 AdlAcctDesc PIC X(20).
           05 FILLER      PIC X(6) VALUE "  pos ".
           05 AdlPosCount PIC ZZZZ9.
           05 FILLER      PIC X(2) VALUE "/".
       01 AcctHistoryFileStatus PIC XX.
           88 AcctHistoryFileNotFound VALUE "35".

       01 AccountMasterFileStatus PIC XX.
           88 AccountMasterFileNotFound VALUE "35".

       01 WS-Master-Eof-Flag PIC X VALUE "N".
           88 EndOfAccountMasterFile VALUE "Y".

       01 WS-Acct-Found-Flag PIC X VALUE "N".
           88 AccountFound VALUE "Y".

      *> The account master held in storage for the run - every
      *> detail's code is proved against it before the detail is
      *> classified, and the break lines take their description
      *> from it.
       01 AccountTable.
           05 AccountEntry OCCURS 200 TIMES.
               10 TblAcctCode   PIC X(5).
               10 TblAcctDesc   PIC X(20).
               10 TblAcctStatus PIC X.
               10 TblBudMtd     PIC 9(8).
               10 TblBudYtd     PIC 9(9).
               10 TblActMtd     PIC 9(9).
               10 TblActYtd     PIC 9(9).
               10 TblActivity   PIC X.
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).
       01 LookupAcctCode PIC X(5).
       01 RejectReason   PIC X(20).

      *> Budget-versus-actual state.  Actuals are the posting
      *> activity - positive and negative amounts alike - from the
      *> posting history, for the run's calendar month and for the
      *> year to date; budgets are
      *> summed over the same months.  An account using more than
      *> BUDGET-FLAG-PCT percent of either budget is flagged, and so
      *> is one with postings this year and no budget at all.
       01 BudgetFlagPct     PIC 9(3) VALUE 100.
       01 BudgetFileStatus  PIC XX.
           88 BudgetFileNotFound VALUE "35".
       01 WS-Budget-Eof-Flag PIC X VALUE "N".
           88 EndOfBudgetFile VALUE "Y".
       01 WS-Hist-Eof-Flag PIC X VALUE "N".
           88 EndOfAcctHistoryFile VALUE "Y".
       01 WS-Budget-Ok-Flag PIC X VALUE "N".
           88 BudgetControlsValid VALUE "Y".
       01 BudgetTotalLines     PIC 9(7).
       01 BudgetDetailExpected PIC S9(7).
       01 BudgetHashTotal      PIC 9(12).
       01 ReportMonth    PIC 9(6).
       01 YearStartMonth PIC 9(6).
       01 ReportYear     PIC 9(4).
       01 HistoryMonth   PIC 9(6).
       01 PostedAmount   PIC 9(8).
       01 PctUsedMtd     PIC S9(5)V9.
       01 PctUsedYtd     PIC S9(5)V9.
       01 BudgetFlagged  PIC 9(3) VALUE 0.
       01 BudgetListed   PIC 9(3) VALUE 0.

      *> Each account prints on two lines - month to date with the
      *> flag, then year to date under it - so the report keeps to
      *> the 132 columns the distribution bundle carries.
       01 BudgetDetailLine.
           05 BdlAcctCode PIC X(5).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BdlAcctDesc PIC X(20).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BdlPeriod   PIC X(3).
           05 FILLER      PIC X(5) VALUE " bud ".
           05 BdlBudget   PIC ZZZZZZZZ9.
           05 FILLER      PIC X(5) VALUE " act ".
           05 BdlActual   PIC ZZZZZZZZ9.
           05 FILLER      PIC X(5) VALUE " var ".
           05 BdlVariance PIC -ZZZZZZZZ9.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BdlPctUsed  PIC -ZZZZ9.9.
           05 FILLER      PIC X(3) VALUE "%  ".
           05 BdlFlag     PIC X(14).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
               ACCEPT RunMode
           END-IF.

           IF BatchMode
               PERFORM CheckDryRun
           END-IF.

           IF BatchMode
               PERFORM ProcessBatch
           ELSE

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           MOVE 0 TO RETURN-CODE.

           IF RecordsRejected > 0 OR BudgetFlagged > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ControlFailed
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF NOT ControlsValid
               PERFORM ControlFailure
           ELSE
               PERFORM LoadAccountMaster
               OPEN INPUT IfElseTxnFile
               IF NOT DryRunMode
                   OPEN OUTPUT IfElseOutFile
                   OPEN OUTPUT IfElseSummaryFile
               END-IF

               OPEN OUTPUT AcctWorkFile
               READ IfElseTxnFile END-READ

               PERFORM WriteSummaryRecord
               PERFORM GenerateAcctReport
               PERFORM GenerateBudgetReport

               CLOSE IfElseTxnFile
               IF NOT DryRunMode
                   CLOSE IfElseOutFile
                   CLOSE IfElseSummaryFile
               END-IF

               PERFORM WriteRunStats

               PERFORM KeepOutputGenerations

               PERFORM RegisterFeedReceipt
           END-IF.

       ReadTxnRecord.
               IfElseOutRecord
           MOVE RunIdValue TO RunStampRunId OF
               IfElseOutRecord
           IF DryRunMode
               MOVE "IEOUT" TO FcstFileName
               MOVE IfElseOutRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE IfElseOutRecord
           END-IF
           ADD 1 TO RecordsWritten.

      *> Keeps a running positive/negative tally across the batch run,
               IfElseSummaryRecord
           MOVE RunIdValue TO RunStampRunId OF
               IfElseSummaryRecord
           IF DryRunMode
               MOVE "IESUMMARY" TO FcstFileName
               MOVE IfElseSummaryRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE IfElseSummaryRecord
           END-IF.


      *> Appends this batch run's record counts to the shared
           MOVE "IfElseExample" TO StatProgramId
           MOVE RecordsRead    TO StatRecordsRead
           MOVE RecordsWritten TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

      *> One validated detail through the classification chain.  A
      *> code not on the account master, or closed there, is
      *> rejected to the exception log instead of starting a new
      *> account on the report and in the history.
       ProcessOneTxnRecord.
           PERFORM ReadTxnRecord
           MOVE TxnAcctCode TO LookupAcctCode
           PERFORM FindAccount
           EVALUATE TRUE
               WHEN NOT AccountFound
                   MOVE "unknown account" TO RejectReason
                   PERFORM RejectTxnRecord
               WHEN TblAcctStatus (AccountIdx) = "C"
                   MOVE "account closed" TO RejectReason
                   PERFORM RejectTxnRecord
               WHEN OTHER
                   MOVE TxnNum TO Num
                   PERFORM ClassifyNumber
                   PERFORM AccumulateTotals
                   MOVE TxnAcctCode TO AwkAcctCode
                   MOVE TxnNum      TO AwkNum
                   WRITE AcctWorkRecord
                   PERFORM WriteOutRecord
           END-EVALUATE.

       RejectTxnRecord.
           ADD 1 TO RecordsRejected
           SET ErrOutOfRangeInput TO TRUE
           MOVE "IfElseExample" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Acct " TxnAcctCode " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           IF DryRunMode
               MOVE "IETXN" TO FcstFileName
               MOVE IfElseTxnRecord TO FcstImage
               PERFORM ForecastReject
           END-IF
           DISPLAY "Rejected: account " TxnAcctCode " "
               RejectReason.

      *> Reads the account master into storage once per batch run.
      *> With no master on disk every detail is rejected - an
      *> unvalidated run is exactly what the master exists to stop.
       LoadAccountMaster.
           MOVE 0 TO AccountUsed
           MOVE "N" TO WS-Master-Eof-Flag
           OPEN INPUT AccountMasterFile
           IF AccountMasterFileNotFound
               DISPLAY "Account master not on disk - every detail "
                   "will be rejected."
           ELSE
               PERFORM ReadAccountMasterRecord
               PERFORM UNTIL EndOfAccountMasterFile
                   IF AccountUsed < 200
                       ADD 1 TO AccountUsed
                       MOVE AcmAcctCode TO TblAcctCode (AccountUsed)
                       MOVE AcmDesc     TO TblAcctDesc (AccountUsed)
                       MOVE AcmStatus   TO TblAcctStatus (AccountUsed)
                   ELSE
                       DISPLAY "Account master overflows the table - "
                           "accounts beyond it rejected."
                   END-IF
                   PERFORM ReadAccountMasterRecord
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

       ReadAccountMasterRecord.
           READ AccountMasterFile
               AT END SET EndOfAccountMasterFile TO TRUE
           END-READ.

       FindAccount.
           MOVE "N" TO WS-Acct-Found-Flag
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed OR AccountFound
               IF TblAcctCode (AccountIdx) = LookupAcctCode
                   SET AccountFound TO TRUE
               END-IF
           END-PERFORM
           IF AccountFound
               SUBTRACT 1 FROM AccountIdx
           END-IF.

      *> The day's details in account order, with a break line per
      *> account carrying its own positive/negative counts and
           MOVE 0 TO AcctCount

           OPEN INPUT AcctSortedFile
           IF NOT DryRunMode
               OPEN OUTPUT AcctReportFile
               OPEN EXTEND AcctHistoryFile
               IF AcctHistoryFileNotFound
                   OPEN OUTPUT AcctHistoryFile
               END-IF
           END-IF

           MOVE "ACCOUNT ACTIVITY REPORT" TO RptReportTitle
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AcctReportLine
           PERFORM PutAcctReportLine

           PERFORM ReadAcctSortedRecord
           IF NOT EndOfAcctSortedFile
               "  neg " NegativeCount "/" NegativeTotal
               "  zero " ZeroCount
               DELIMITED BY SIZE INTO AcctReportLine
           PERFORM PutAcctReportLine
           DISPLAY AcctReportLine

           CLOSE AcctSortedFile
           IF NOT DryRunMode
               CLOSE AcctReportFile
               CLOSE AcctHistoryFile
           END-IF
           DISPLAY "Accounts reported: " AcctCount.

       ReadAcctSortedRecord.
       WriteAcctBreakLine.
           ADD 1 TO AcctCount
           MOVE CurrentAcctCode TO AdlAcctCode
           MOVE CurrentAcctCode TO LookupAcctCode
           PERFORM FindAccount
           IF AccountFound
               MOVE TblAcctDesc (AccountIdx) TO AdlAcctDesc
           ELSE
               MOVE SPACES TO AdlAcctDesc
           END-IF
           MOVE AcctPosCount TO AdlPosCount
           MOVE AcctPosTotal TO AdlPosTotal
           MOVE AcctNegCount TO AdlNegCount
           MOVE AcctNegTotal TO AdlNegTotal
           MOVE AcctDetailLine TO AcctReportLine
           PERFORM PutAcctReportLine
           DISPLAY AcctDetailLine
           PERFORM AppendAcctHistoryRow.

           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               AcctHistoryRecord
           MOVE RunIdValue TO RunStampRunId OF AcctHistoryRecord
           IF DryRunMode
               MOVE "IEACCTHIST" TO FcstFileName
               MOVE AcctHistoryRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AcctHistoryRecord
           END-IF.

      *> Budget against actual for every account on the master with
      *> a budget or postings this year, month to date and year to
      *> date as at the run's calendar month.  Run after the break
      *> totals are appended, so tonight's postings count.  With no
      *> budget file on disk there is nothing to compare and the
      *> report is not produced.
       GenerateBudgetReport.
           MOVE FUNCTION CURRENT-DATE(1:6) TO ReportMonth
           DIVIDE ReportMonth BY 100 GIVING ReportYear
           COMPUTE YearStartMonth = ReportYear * 100 + 1
           PERFORM LoadBudgetFlagParm
           PERFORM ClearBudgetTotals
               VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed
           OPEN INPUT BudgetFile
           IF BudgetFileNotFound
               DISPLAY "No budget file on disk - budget report not "
                   "produced."
           ELSE
               CLOSE BudgetFile
               PERFORM LoadBudgetFile
               PERFORM LoadHistoryActuals
               PERFORM WriteBudgetReport
           END-IF.

       ClearBudgetTotals.
           MOVE 0 TO TblBudMtd (AccountIdx)
           MOVE 0 TO TblBudYtd (AccountIdx)
           MOVE 0 TO TblActMtd (AccountIdx)
           MOVE 0 TO TblActYtd (AccountIdx)
           MOVE "N" TO TblActivity (AccountIdx).

      *> The budget file is proved against its own header and
      *> trailer the same way the transaction file is; one that
      *> fails is logged and its budgets are not used, since a
      *> half-transferred budget would flag half the accounts.
       LoadBudgetFile.
           MOVE "N" TO WS-Budget-Ok-Flag
           MOVE 0 TO BudgetTotalLines
           MOVE 0 TO BudgetHashTotal
           MOVE "N" TO WS-Budget-Eof-Flag
           OPEN INPUT BudgetFile
           PERFORM ReadBudgetCountLine UNTIL EndOfBudgetFile
           CLOSE BudgetFile
           COMPUTE BudgetDetailExpected = BudgetTotalLines - 2
           IF BudgetDetailExpected >= 0
               OPEN INPUT BudgetFile
               READ BudgetFile END-READ
               IF BhdRecordType = "H"
                   PERFORM ApplyOneBudgetRow BudgetDetailExpected TIMES
                   READ BudgetFile END-READ
                   IF BtrRecordType = "T"
                           AND BtrDetailCount NUMERIC
                           AND BtrHashTotal NUMERIC
                           AND BtrDetailCount = BudgetDetailExpected
                           AND BtrHashTotal = BudgetHashTotal
                       SET BudgetControlsValid TO TRUE
                   END-IF
               END-IF
               CLOSE BudgetFile
           END-IF
           IF NOT BudgetControlsValid
               PERFORM ClearBudgetTotals
                   VARYING AccountIdx FROM 1 BY 1
                       UNTIL AccountIdx > AccountUsed
               SET ErrControlMismatch TO TRUE
               MOVE "IfElseExample" TO ExcpProgramId
               MOVE StdErrorCode TO ExcpReasonCode
               MOVE "Budget file controls do not agree" TO
                   ExcpReasonText
               MOVE OperatorId TO ExcpOperatorId
               CALL "ExceptionLog" USING ExcpProgramId,
                   ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                   ExcpRunId
               DISPLAY "Budget file failed its header/trailer "
                   "controls - budgets not used."
           END-IF.

       ReadBudgetCountLine.
           READ BudgetFile
               AT END SET EndOfBudgetFile TO TRUE
               NOT AT END ADD 1 TO BudgetTotalLines
           END-READ.

      *> One budget row into its account's month-to-date and
      *> year-to-date budget; a code not on the master, or a month
      *> outside this year, counts toward the hash but nothing else.
       ApplyOneBudgetRow.
           READ BudgetFile END-READ
           IF BudAmount NUMERIC
               ADD BudAmount TO BudgetHashTotal
               MOVE BudAcctCode TO LookupAcctCode
               PERFORM FindAccount
               IF AccountFound AND BudMonth NUMERIC
                   IF BudMonth = ReportMonth
                       ADD BudAmount TO TblBudMtd (AccountIdx)
                   END-IF
                   IF BudMonth >= YearStartMonth
                           AND BudMonth <= ReportMonth
                       ADD BudAmount TO TblBudYtd (AccountIdx)
                   END-IF
               END-IF
           END-IF.

      *> Posting activity per account from the history, this month
      *> and since the start of the year.
       LoadHistoryActuals.
           MOVE "N" TO WS-Hist-Eof-Flag
           OPEN INPUT AcctHistoryFile
           IF AcctHistoryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAcctHistoryRecord
               PERFORM UNTIL EndOfAcctHistoryFile
                   PERFORM ApplyOneHistoryRow
                   PERFORM ReadAcctHistoryRecord
               END-PERFORM
               CLOSE AcctHistoryFile
           END-IF
           IF DryRunMode
               PERFORM ApplyTonightFromWork
           END-IF.

      *> A dry run appended no history rows, so tonight's postings
      *> are taken from the sorted work file instead, one entry at a
      *> time, and the budget report still counts them.
       ApplyTonightFromWork.
           MOVE "N" TO WS-Acct-Eof-Flag
           OPEN INPUT AcctSortedFile
           PERFORM ReadAcctSortedRecord
           PERFORM UNTIL EndOfAcctSortedFile
               MOVE FUNCTION CURRENT-DATE(1:8) TO IehDate
               MOVE AsoAcctCode TO IehAcctCode
               MOVE 0 TO IehPosTotal
               MOVE 0 TO IehNegTotal
               EVALUATE TRUE
                   WHEN AsoNum > 0
                       MOVE AsoNum TO IehPosTotal
                   WHEN AsoNum < 0
                       SUBTRACT AsoNum FROM IehNegTotal
               END-EVALUATE
               PERFORM ApplyOneHistoryRow
               PERFORM ReadAcctSortedRecord
           END-PERFORM
           CLOSE AcctSortedFile.

       ReadAcctHistoryRecord.
           READ AcctHistoryFile
               AT END SET EndOfAcctHistoryFile TO TRUE
           END-READ.

       ApplyOneHistoryRow.
           MOVE IehDate(1:6) TO HistoryMonth
           MOVE IehAcctCode TO LookupAcctCode
           PERFORM FindAccount
           COMPUTE PostedAmount = IehPosTotal + IehNegTotal
           IF AccountFound AND PostedAmount > 0
                   AND HistoryMonth >= YearStartMonth
                   AND HistoryMonth <= ReportMonth
               ADD PostedAmount TO TblActYtd (AccountIdx)
               MOVE "Y" TO TblActivity (AccountIdx)
               IF HistoryMonth = ReportMonth
                   ADD PostedAmount TO TblActMtd (AccountIdx)
               END-IF
           END-IF.

       WriteBudgetReport.
           IF NOT DryRunMode
               OPEN OUTPUT BudgetReportFile
           END-IF
           MOVE "BUDGET VERSUS ACTUAL" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO BudgetReportLine
           PERFORM PutBudgetReportLine
           MOVE SPACES TO BudgetReportLine
           STRING "Month " ReportMonth "  flagged above "
               BudgetFlagPct "% of budget used"
               DELIMITED BY SIZE INTO BudgetReportLine
           PERFORM PutBudgetReportLine
           IF NOT BudgetControlsValid
               MOVE "Budget file failed its controls - no budgets used"
                   TO BudgetReportLine
               PERFORM PutBudgetReportLine
           END-IF
           MOVE SPACES TO BudgetReportLine
           PERFORM PutBudgetReportLine

           PERFORM WriteOneBudgetLine
               VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed

           MOVE SPACES TO BudgetReportLine
           STRING "ACCOUNTS " BudgetListed "  FLAGGED " BudgetFlagged
               DELIMITED BY SIZE INTO BudgetReportLine
           PERFORM PutBudgetReportLine
           DISPLAY BudgetReportLine
           IF NOT DryRunMode
               CLOSE BudgetReportFile
           END-IF.

      *> Percentage used is the actual over the budget; with no
      *> budget for the period it is left at zero and the flag
      *> says why.
       WriteOneBudgetLine.
           IF TblBudYtd (AccountIdx) > 0
                   OR TblActivity (AccountIdx) = "Y"
               ADD 1 TO BudgetListed
               MOVE 0 TO PctUsedMtd
               MOVE 0 TO PctUsedYtd
               IF TblBudMtd (AccountIdx) > 0
                   COMPUTE PctUsedMtd ROUNDED =
                       TblActMtd (AccountIdx) * 100
                       / TblBudMtd (AccountIdx)
               END-IF
               IF TblBudYtd (AccountIdx) > 0
                   COMPUTE PctUsedYtd ROUNDED =
                       TblActYtd (AccountIdx) * 100
                       / TblBudYtd (AccountIdx)
               END-IF
               MOVE SPACES TO BdlFlag
               EVALUATE TRUE
                   WHEN TblBudYtd (AccountIdx) = 0
                       MOVE "** NO BUDGET" TO BdlFlag
                       ADD 1 TO BudgetFlagged
                   WHEN PctUsedMtd > BudgetFlagPct
                           OR PctUsedYtd > BudgetFlagPct
                       MOVE "** OVER BUDGET" TO BdlFlag
                       ADD 1 TO BudgetFlagged
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               MOVE TblAcctCode (AccountIdx) TO BdlAcctCode
               MOVE TblAcctDesc (AccountIdx) TO BdlAcctDesc
               MOVE "MTD" TO BdlPeriod
               MOVE TblBudMtd (AccountIdx) TO BdlBudget
               MOVE TblActMtd (AccountIdx) TO BdlActual
               COMPUTE BdlVariance =
                   TblBudMtd (AccountIdx) - TblActMtd (AccountIdx)
               MOVE PctUsedMtd TO BdlPctUsed
               MOVE BudgetDetailLine TO BudgetReportLine
               PERFORM PutBudgetReportLine
               MOVE SPACES TO BdlAcctCode
               MOVE SPACES TO BdlAcctDesc
               MOVE SPACES TO BdlFlag
               MOVE "YTD" TO BdlPeriod
               MOVE TblBudYtd (AccountIdx) TO BdlBudget
               MOVE TblActYtd (AccountIdx) TO BdlActual
               COMPUTE BdlVariance =
                   TblBudYtd (AccountIdx) - TblActYtd (AccountIdx)
               MOVE PctUsedYtd TO BdlPctUsed
               MOVE BudgetDetailLine TO BudgetReportLine
               PERFORM PutBudgetReportLine
           END-IF.

      *> Looks up the flag threshold through the effective-dated
      *> parameter lookup; not found keeps the compiled-in default.
       LoadBudgetFlagParm.
           MOVE "BUDGET-FLAG-PCT" TO ParmLookupName
           MOVE FUNCTION CURRENT-DATE(1:8) TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "IfElseExample" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO BudgetFlagPct
           END-IF.

      *> Counts every line on the transaction file ahead of the
      *> control validation, so the trailer can be located by
      *> count, and its hash total over the numeric fields.
       ValidateTxnControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE TxnDetailExpected = TxnTotalLines - 2
           IF TxnDetailExpected < 0
               DISPLAY "Transaction file has no room for header and "
               IF HdrRecordType NOT = "H"
                   DISPLAY "Transaction file header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateTxnHash TxnDetailExpected TIMES
                       READ IfElseTxnFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Transaction file trailer "
                                   "record missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Transaction file trailer is "
                                   "not numeric."
                           WHEN TrlDetailCount NOT = TxnDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match " TxnDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = TxnHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   TxnHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                               PERFORM CheckFeedReceipt
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE IfElseTxnFile
           END-IF.
      *> and ends the run with a condition code above the reject
      *> level, so the nightly driver stops before any later step
      *> runs against suspect data.
      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - transaction file has already "
                       "been processed."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - transaction file is in a "
                       "record layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "IfElseExample" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Header/trailer controls do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId   TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - transaction file failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "IETXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "IfElseExample" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.

      *> The proved feed is checked against the inbound feed registry
      *> before a line of it is applied; a resend is refused the same
      *> as a feed whose controls disagree, unless a supervisor has
      *> let it through.
       CheckFeedReceipt.
           MOVE "C" TO FeedRcptAction
           MOVE "IfElseExample" TO FeedRcptProgram
           MOVE TrlDetailCount TO FeedRcptCount
           MOVE TrlHashTotal TO FeedRcptHash
           MOVE OperatorId TO FeedRcptOperId
           MOVE RunIdValue TO FeedRcptRunId
           PERFORM CallFeedReceipt
           IF FeedRcptDuplicate
               SET DuplicateFeedRefused TO TRUE
               MOVE "N" TO WS-Control-Flag
           END-IF.

      *> Registered only once the feed has been applied, so a run that
      *> stops part way leaves the feed free to be run again.
       RegisterFeedReceipt.
           MOVE "R" TO FeedRcptAction
           PERFORM CallFeedReceipt.

       CallFeedReceipt.
           CALL "FeedReceipt" USING FeedRcptAction, FeedRcptProgram,
               FeedRcptSource, FeedRcptFileDate, FeedRcptCount,
               FeedRcptHash, FeedRcptOperId, FeedRcptRunId,
               FeedRcptVerdict, FeedRcptPriorRunId, FeedRcptLastDate,
               FeedRcptOlder.

      *> Fetches one unattended answer for this program from the
      *> job-parameter file - found only while NightlyBatch has the
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> A batch run set to DRY-RUN in the job-parameter file opens its
      *> forecast before anything is read, so every record from the
      *> first reject onwards lands in it.
       CheckDryRun.
           MOVE "DRY-RUN" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk AND JpParmValue (1:1) = "Y"
               SET DryRunMode TO TRUE
               MOVE "O" TO FcstAction
               PERFORM CallDryRunForecast
           END-IF.

       ForecastWrite.
           MOVE "W" TO FcstAction
           PERFORM CallDryRunForecast.

       ForecastReject.
           MOVE "R" TO FcstAction
           PERFORM CallDryRunForecast.

       CloseForecast.
           MOVE "C" TO FcstAction
           PERFORM CallDryRunForecast.

       CallDryRunForecast.
           MOVE "IfElseExample" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       PutAcctReportLine.
           IF DryRunMode
               MOVE "IEACCTRPT" TO FcstFileName
               MOVE AcctReportLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AcctReportLine
           END-IF.

       PutBudgetReportLine.
           IF DryRunMode
               MOVE "IEBUDRPT" TO FcstFileName
               MOVE BudgetReportLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE BudgetReportLine
           END-IF.
