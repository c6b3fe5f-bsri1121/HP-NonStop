       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankReturn.

      *> Bank return processing.  The bank sends back net-pay
      *> payments it could not apply - a closed account, invalid
      *> details - on a return file with the standard header and
      *> trailer controls.  Each return is matched to the original
      *> payment on DISBURSE.DAT by employee and value date; a match
      *> is marked returned on the disbursement file, reversed on
      *> the GL interface file (the net pay is owed to the employee
      *> again) and raised as a severe operator alert, and it joins
      *> the re-issue queue.  The queue is the list of returned
      *> payments still waiting to be paid again: an item leaves it
      *> only when a supervisor marks it re-issued here, and every
      *> run's register lists whatever is still outstanding - so a
      *> returned payment cannot quietly drop off the books.  A
      *> re-issued item is dropped from the queue once older than
      *> the REISSUE-KEEP-DAYS central parameter; an outstanding
      *> one never is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BankReturnFile ASSIGN TO
               "Data/EvTrue/BANKRETURN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BankReturnFileStatus.
           SELECT DisburseFile ASSIGN TO
               "Data/EvTrue/DISBURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisburseFileStatus.
           SELECT ReissueQueueFile ASSIGN TO
               "Data/EvTrue/REISSUEQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReissueQueueFileStatus.
           SELECT PayPeriodFile ASSIGN TO
               "Data/EvTrue/PAYPERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayPeriodFileStatus.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT ReturnReportFile ASSIGN TO
               "Data/EvTrue/BANKRETRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One returned payment per detail: the employee and value
      *> date the payment went out under, the amount the bank sent
      *> back and its return reason code.
       FD  BankReturnFile.
       01  BankReturnRecord.
           05 BrtEmployeeId PIC X(10).
           05 BrtValueDate  PIC 9(8).
           05 BrtAmount     PIC 9(7)V99.
           05 BrtReasonCode PIC X(4).

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
      *> (file date and source system) and trailer (detail count
      *> plus a hash total over the returned amounts).
       01  BankReturnHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  BankReturnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 TrlHashTotal   PIC 9(10)V99.

       FD  DisburseFile.
           COPY DISBREC.

      *> One returned payment awaiting re-issue.  RiqStatus "O" is
      *> outstanding; "I" has been paid again, on RiqReissueDate.
      *> Re-issued items stay on the queue as the record of what
      *> was returned and when it was made good, for the keep
      *> period after the re-issue.
       FD  ReissueQueueFile.
       01  ReissueQueueRecord.
           05 RiqEmployeeId  PIC X(10).
           05 RiqValueDate   PIC 9(8).
           05 RiqAmount      PIC 9(7)V99.
           05 RiqReasonCode  PIC X(4).
           05 RiqReturnDate  PIC 9(8).
           05 RiqStatus      PIC X.
           05 RiqReissueDate PIC 9(8).
           COPY RUNSTAMP.

       FD  PayPeriodFile.
           COPY PAYPER.

       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

       FD  GlJournalFile.
           COPY GLJRNL.

       FD  ReturnReportFile.
       01  ReturnReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY NUMENTRY.
           COPY DATECHK.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY ALERTREC.
           COPY RPTHDR.
           COPY RUNSTATS.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY PARMLOOK.
           COPY PARMUSE.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 BankReturnFileStatus PIC XX.
           88 BankReturnFileNotFound VALUE "35".

       01 DisburseFileStatus PIC XX.
           88 DisburseFileNotFound VALUE "35".

       01 ReissueQueueFileStatus PIC XX.
           88 ReissueQueueFileNotFound VALUE "35".

       01 PayPeriodFileStatus PIC XX.
           88 PayPeriodFileNotFound VALUE "35".

       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfBankReturnFile VALUE "Y".

       01 WS-Dis-Eof-Flag PIC X VALUE "N".
           88 EndOfDisburseFile VALUE "Y".

       01 WS-Riq-Eof-Flag PIC X VALUE "N".
           88 EndOfReissueQueueFile VALUE "Y".

       01 WS-Per-Eof-Flag PIC X VALUE "N".
           88 EndOfPayPeriodFile VALUE "Y".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Control-Flag PIC X VALUE "N".
           88 ControlsValid VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 EntryFound VALUE "Y".

       01 WS-Dis-Changed-Flag PIC X VALUE "N".
           88 DisburseChanged VALUE "Y".

       01 WS-Riq-Changed-Flag PIC X VALUE "N".
           88 QueueChanged VALUE "Y".

       01 WS-Riq-Overflow-Flag PIC X VALUE "N".
           88 QueueOverflow VALUE "Y".

      *> P processes the bank's return file; I marks a queued
      *> return re-issued; L lists the queue.  Under NightlyBatch
      *> the action comes from the job-parameter file.
       01 MaintAction PIC X.
           88 ProcessReturns VALUE "P".
           88 MarkReissued   VALUE "I".
           88 ListQueue      VALUE "L".

       01 ReturnTotalLines    PIC 9(7) VALUE 0.
       01 ReturnDetailExpected PIC S9(7) VALUE 0.
       01 ReturnHashTotal     PIC 9(10)V99 VALUE 0.

      *> The disbursement file held in storage so matched payments
      *> can be marked and the file rewritten whole, control record
      *> last, exactly as it was cut.  One payment an employee, so
      *> sized for the 20000 staff the payroll run holds - as is the
      *> re-issue queue below.
       01 DisburseTable.
           05 DisburseEntry OCCURS 20000 TIMES.
               10 TblDisRecord PIC X(80).
       01 DisburseUsed  PIC 9(5) VALUE 0.
       01 DisburseIdx   PIC 9(5).
       01 DisburseControlLine PIC X(80).
       01 MatchIdx      PIC 9(5).

       01 ReissueTable.
           05 ReissueEntry OCCURS 20000 TIMES.
               10 TblRiqRecord PIC X(80).
       01 ReissueUsed PIC 9(5) VALUE 0.
       01 ReissueIdx  PIC 9(5).

      *> Days a re-issued item stays on the queue - the compiled-in
      *> default, overridden by the REISSUE-KEEP-DAYS central
      *> parameter.
       01 ReissueKeepDays   PIC 9(3) VALUE 365.
       01 ReissueCutoffInt  PIC 9(8).
       01 ReissueCutoffDate PIC 9(8).
       01 ReissuePurged     PIC 9(5) VALUE 0.

      *> The open period covering today, stamped on the reversal
      *> journal - blank when no master or open period exists, the
      *> same reading TaxSlab gives a site without pay periods.
       01 CurrentPeriodId PIC X(6).

      *> The reversal re-establishes the net pay owed: the returned
      *> cash lands in the bank-returns clearing account and the
      *> net-pay liability is credited back.
       01 NetPayableAccount    PIC X(8) VALUE "21200000".
       01 ReturnClearingAccount PIC X(8) VALUE "11950000".

       01 TargetEmployeeId PIC X(10).
       01 TargetValueDate  PIC 9(8).
       01 RejectReason     PIC X(30).
       01 OutstandingCount PIC 9(5) VALUE 0.
       01 OutstandingTotal PIC 9(9)V99 VALUE 0.
       01 ReturnedTotal    PIC 9(9)V99 VALUE 0.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(12) VALUE "EMPLOYEE".
           05 FILLER PIC X(10) VALUE "VALUED".
           05 FILLER PIC X(15) VALUE "         AMOUNT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "REASON".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "OUTCOME".

       01 ReturnDetailLine.
           05 RdlEmployeeId PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RdlValueDate  PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RdlAmount     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RdlReasonCode PIC X(4).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 RdlOutcome    PIC X(30).

       01 QueueDetailLine.
           05 QdlEmployeeId PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 QdlValueDate  PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 QdlAmount     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 QdlReasonCode PIC X(4).
           05 FILLER        PIC X(4) VALUE SPACES.
           05 FILLER        PIC X(9) VALUE "returned ".
           05 QdlReturnDate PIC 9(8).

       01 QueueTotalLine.
           05 FILLER     PIC X(22) VALUE "Awaiting re-issue:    ".
           05 QtlCount   PIC ZZ,ZZ9.
           05 FILLER     PIC X(12) VALUE " payment(s) ".
           05 QtlTotal   PIC Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcquireRunLock.
           IF NOT RunLockOk
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "ACTION" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO MaintAction
           ELSE
               DISPLAY "Action - (P)rocess bank returns, mark a "
               DISPLAY "return (I) re-issued or (L)ist the queue: "
               ACCEPT MaintAction
           END-IF.

           PERFORM LoadReissueQueue.

           EVALUATE TRUE
               WHEN QueueOverflow
                   DISPLAY "Re-issue queue has more rows than this "
                       "program can hold - nothing processed."
               WHEN ProcessReturns
                   PERFORM ProcessReturnFile
               WHEN MarkReissued
                   PERFORM ApplyMarkReissued
               WHEN ListQueue
                   OPEN OUTPUT ReturnReportFile
                   PERFORM WriteReportHeading
                   PERFORM WriteOutstandingQueue
                   CLOSE ReturnReportFile
               WHEN OTHER
                   DISPLAY "Unrecognized action - nothing done."
                   ADD 1 TO RecordsRejected
           END-EVALUATE.

           IF ReissuePurged > 0
               DISPLAY ReissuePurged " re-issued item(s) older than "
                   ReissueKeepDays " days dropped from the queue."
           END-IF.

           IF QueueChanged AND NOT QueueOverflow
               PERFORM RewriteReissueQueue
           END-IF.

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN ControlFailed OR QueueOverflow
                   MOVE 8 TO RETURN-CODE
               WHEN RecordsRejected > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> The bank's file is proved against its own controls before
      *> a single payment is touched, then every return is matched,
      *> and the disbursement file is rewritten only if something
      *> on it changed.
       ProcessReturnFile.
           PERFORM CountReturnLines
           IF BankReturnFileNotFound
               DISPLAY "No bank return file on disk - nothing "
                   "returned."
           ELSE
               PERFORM ValidateReturnControls
               IF NOT ControlsValid
                   PERFORM ControlFailure
               ELSE
                   PERFORM LoadDisburseTable
                   PERFORM LocateCurrentPeriod
                   PERFORM LoadChartOfAccounts
                   OPEN OUTPUT ReturnReportFile
                   PERFORM WriteReportHeading
                   OPEN INPUT BankReturnFile
                   READ BankReturnFile END-READ
                   PERFORM ProcessOneReturn
                       ReturnDetailExpected TIMES
                   CLOSE BankReturnFile
                   IF DisburseChanged
                       PERFORM RewriteDisburseFile
                   END-IF
                   MOVE SPACES TO ReturnReportLine
                   WRITE ReturnReportLine
                   PERFORM WriteOutstandingQueue
                   CLOSE ReturnReportFile
                   DISPLAY "Bank returns processed - " RecordsWritten
                       " matched, " RecordsRejected " rejected."
                   PERFORM RegisterFeedReceipt
               END-IF
           END-IF.

       CountReturnLines.
           MOVE 0 TO ReturnTotalLines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT BankReturnFile
           IF BankReturnFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCountLine UNTIL EndOfBankReturnFile
               CLOSE BankReturnFile
           END-IF.

       ReadCountLine.
           READ BankReturnFile
               AT END SET EndOfBankReturnFile TO TRUE
               NOT AT END ADD 1 TO ReturnTotalLines
           END-READ.

      *> The same header/trailer proof TaxSlab gives its salary
      *> feed: record type bytes, the trailer's detail count, and
      *> its hash total over the returned amounts.
       ValidateReturnControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE ReturnDetailExpected = ReturnTotalLines - 2
           IF ReturnDetailExpected < 0
               DISPLAY "Return file has no room for header and "
                   "trailer records."
           ELSE
               MOVE 0 TO ReturnHashTotal
               OPEN INPUT BankReturnFile
               READ BankReturnFile END-READ
               IF HdrRecordType NOT = "H"
                   DISPLAY "Return file header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateReturnHash
                           ReturnDetailExpected TIMES
                       READ BankReturnFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Return file trailer record "
                                   "missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Return file trailer is not "
                                   "numeric."
                           WHEN TrlDetailCount
                                   NOT = ReturnDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match "
                                   ReturnDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = ReturnHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   ReturnHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                               PERFORM CheckFeedReceipt
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE BankReturnFile
           END-IF.

       AccumulateReturnHash.
           READ BankReturnFile END-READ
           IF BrtAmount NUMERIC
               ADD BrtAmount TO ReturnHashTotal
           END-IF.

      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - bank return file has already "
                       "been processed."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - bank return file is in a "
                       "record layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "BankReturn" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Return file header/trailer do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - bank return file failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "BANKRETURN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "BankReturn" TO FlyProgram
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
           MOVE "BankReturn" TO FeedRcptProgram
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

      *> One return through the match: it must name a payment on
      *> the disbursement file, for the amount that was paid, and
      *> not one already returned - anything else is a reject for
      *> someone to take up with the bank.
       ProcessOneReturn.
           READ BankReturnFile END-READ
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           PERFORM FindDisbursement
           EVALUATE TRUE
               WHEN BrtAmount NOT NUMERIC
                   MOVE "amount not numeric" TO RejectReason
               WHEN NOT EntryFound
                   MOVE "no matching payment" TO RejectReason
               WHEN OTHER
                   MOVE TblDisRecord (MatchIdx) TO DisburseRecord
                   EVALUATE TRUE
                       WHEN DisPaymentReturned
                           MOVE "payment already returned" TO
                               RejectReason
                       WHEN DisNetPay NOT = BrtAmount
                           MOVE "amount differs from payment" TO
                               RejectReason
                       WHEN OTHER
                           PERFORM ApplyReturn
                   END-EVALUATE
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectReturn
           END-IF.

       FindDisbursement.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING DisburseIdx FROM 1 BY 1
                   UNTIL DisburseIdx > DisburseUsed OR EntryFound
               MOVE TblDisRecord (DisburseIdx) TO DisburseRecord
               IF DisEmployeeId = BrtEmployeeId
                       AND DisValueDate = BrtValueDate
                   SET EntryFound TO TRUE
                   MOVE DisburseIdx TO MatchIdx
               END-IF
           END-PERFORM.

      *> A matched return: payment marked, liability re-established
      *> on the ledger, alert raised and the item queued for
      *> re-issue.
       ApplyReturn.
           SET DisPaymentReturned TO TRUE
           MOVE DisburseRecord TO TblDisRecord (MatchIdx)
           SET DisburseChanged TO TRUE
           ADD 1 TO RecordsWritten
           ADD BrtAmount TO ReturnedTotal

           PERFORM WriteReversalJournal
           PERFORM PostReturnAlert
           PERFORM QueueForReissue

           MOVE BrtEmployeeId TO RdlEmployeeId
           MOVE BrtValueDate  TO RdlValueDate
           MOVE BrtAmount     TO RdlAmount
           MOVE BrtReasonCode TO RdlReasonCode
           MOVE "RETURNED - queued for re-issue" TO RdlOutcome
           MOVE ReturnDetailLine TO ReturnReportLine
           WRITE ReturnReportLine.

      *> The returned net pay as its own balanced journal on the
      *> interface file - debit the clearing account the cash came
      *> back into, credit net pay payable - under this run's ID.
       WriteReversalJournal.
           OPEN EXTEND GlJournalFile
           IF GlJournalFileNotFound
               OPEN OUTPUT GlJournalFile
           END-IF

           MOVE ReturnClearingAccount TO JrnAccount
           MOVE BrtAmount TO JrnDebit
           MOVE 0 TO JrnCredit
           MOVE SPACES TO JrnDesc
           STRING "RETURNED " BrtEmployeeId
               DELIMITED BY SIZE INTO JrnDesc
           PERFORM WriteOneJournalRecord

           MOVE NetPayableAccount TO JrnAccount
           MOVE 0 TO JrnDebit
           MOVE BrtAmount TO JrnCredit
           PERFORM WriteOneJournalRecord

           CLOSE GlJournalFile.

       WriteOneJournalRecord.
           MOVE CurrentPeriodId TO JrnPeriodId
           MOVE SPACES TO JrnCostCenter
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               GlJournalRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               GlJournalRecord
           MOVE RunIdValue TO RunStampRunId OF GlJournalRecord
           WRITE GlJournalRecord.

      *> An employee who has not been paid is exactly the event the
      *> alert queue exists for - raised at the severe level.
       PostReturnAlert.
           MOVE "BankReturn" TO AlertProgramId
           MOVE 3 TO AlertSeverity
           MOVE SPACES TO AlertText
           STRING "Net pay returned " BrtEmployeeId " "
               BrtReasonCode
               DELIMITED BY SIZE INTO AlertText
           MOVE RunIdValue TO AlertRunId
           CALL "AlertPost" USING AlertProgramId, AlertSeverity,
               AlertText, AlertRunId.

       QueueForReissue.
           IF ReissueUsed < 20000
               MOVE SPACES TO ReissueQueueRecord
               MOVE BrtEmployeeId TO RiqEmployeeId
               MOVE BrtValueDate  TO RiqValueDate
               MOVE BrtAmount     TO RiqAmount
               MOVE BrtReasonCode TO RiqReasonCode
               MOVE FUNCTION CURRENT-DATE(1:8) TO RiqReturnDate
               MOVE "O" TO RiqStatus
               MOVE 0 TO RiqReissueDate
               MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
                   ReissueQueueRecord
               MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
                   ReissueQueueRecord
               MOVE RunIdValue TO RunStampRunId OF ReissueQueueRecord
               ADD 1 TO ReissueUsed
               MOVE ReissueQueueRecord TO TblRiqRecord (ReissueUsed)
               SET QueueChanged TO TRUE
           ELSE
               DISPLAY "Re-issue queue full - " BrtEmployeeId
                   " must be queued by hand."
           END-IF.

       RejectReturn.
           ADD 1 TO RecordsRejected
           MOVE BrtEmployeeId TO RdlEmployeeId
           IF BrtValueDate NUMERIC
               MOVE BrtValueDate TO RdlValueDate
           ELSE
               MOVE 0 TO RdlValueDate
           END-IF
           IF BrtAmount NUMERIC
               MOVE BrtAmount TO RdlAmount
           ELSE
               MOVE 0 TO RdlAmount
           END-IF
           MOVE BrtReasonCode TO RdlReasonCode
           MOVE SPACES TO RdlOutcome
           STRING "REJECTED - " RejectReason
               DELIMITED BY SIZE INTO RdlOutcome
           MOVE ReturnDetailLine TO ReturnReportLine
           WRITE ReturnReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "BankReturn" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Return " BrtEmployeeId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Return rejected - " BrtEmployeeId ": "
               RejectReason.

      *> A supervisor marks a queued return re-issued once the
      *> employee has actually been paid again; the item stays on
      *> the queue as history but no longer counts as outstanding.
       ApplyMarkReissued.
           DISPLAY "Employee ID of the returned payment: "
           MOVE SPACES TO TargetEmployeeId
           ACCEPT TargetEmployeeId
           MOVE "N" TO NumEntryValid
           PERFORM AcceptTargetValueDate UNTIL NumEntryIsValid

           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ReissueIdx FROM 1 BY 1
                   UNTIL ReissueIdx > ReissueUsed OR EntryFound
               MOVE TblRiqRecord (ReissueIdx) TO ReissueQueueRecord
               IF RiqEmployeeId = TargetEmployeeId
                       AND RiqValueDate = TargetValueDate
                       AND RiqStatus = "O"
                   SET EntryFound TO TRUE
                   MOVE "I" TO RiqStatus
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RiqReissueDate
                   MOVE ReissueQueueRecord TO TblRiqRecord (ReissueIdx)
                   SET QueueChanged TO TRUE
               END-IF
           END-PERFORM
           IF EntryFound
               ADD 1 TO RecordsWritten
               DISPLAY "Return for " TargetEmployeeId " valued "
                   TargetValueDate " marked re-issued."
           ELSE
               ADD 1 TO RecordsRejected
               DISPLAY "No outstanding return for that employee and "
                   "value date - nothing done."
           END-IF.

       AcceptTargetValueDate.
           DISPLAY "Original value date (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TargetValueDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               MOVE TargetValueDate TO DateCheckValue
               MOVE "N" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               IF NOT DateCheckOk
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - not a real calendar "
                       "date."
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Every item still outstanding, oldest first, on every run's
      *> register - the list does not shrink until each payment has
      *> really been made again.
       WriteOutstandingQueue.
           MOVE 0 TO OutstandingCount
           MOVE 0 TO OutstandingTotal
           MOVE "RETURNED PAYMENTS AWAITING RE-ISSUE" TO
               ReturnReportLine
           WRITE ReturnReportLine
           PERFORM VARYING ReissueIdx FROM 1 BY 1
                   UNTIL ReissueIdx > ReissueUsed
               MOVE TblRiqRecord (ReissueIdx) TO ReissueQueueRecord
               IF RiqStatus = "O"
                   ADD 1 TO OutstandingCount
                   ADD RiqAmount TO OutstandingTotal
                   MOVE RiqEmployeeId TO QdlEmployeeId
                   MOVE RiqValueDate  TO QdlValueDate
                   MOVE RiqAmount     TO QdlAmount
                   MOVE RiqReasonCode TO QdlReasonCode
                   MOVE RiqReturnDate TO QdlReturnDate
                   MOVE QueueDetailLine TO ReturnReportLine
                   WRITE ReturnReportLine
               END-IF
           END-PERFORM
           MOVE OutstandingCount TO QtlCount
           MOVE OutstandingTotal TO QtlTotal
           MOVE QueueTotalLine TO ReturnReportLine
           WRITE ReturnReportLine
           DISPLAY "Payments awaiting re-issue: " OutstandingCount
               ", total " OutstandingTotal ".".

       WriteReportHeading.
           MOVE "BANK RETURN REGISTER" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ReturnReportLine
           WRITE ReturnReportLine
           MOVE SPACES TO ReturnReportLine
           WRITE ReturnReportLine
           MOVE ColumnHeading1 TO ReturnReportLine
           WRITE ReturnReportLine.

      *> The disbursement file as the payroll run cut it, details
      *> and control record, so it can be rewritten unchanged but
      *> for the returned flags.
       LoadDisburseTable.
           MOVE SPACES TO DisburseControlLine
           OPEN INPUT DisburseFile
           IF DisburseFileNotFound
               DISPLAY "Disbursement file not on disk - every "
                   "return will reject."
           ELSE
               PERFORM ReadDisburseRecord
               PERFORM UNTIL EndOfDisburseFile
                   EVALUATE TRUE
                       WHEN DctRecordType = "T"
                           MOVE DisburseRecord TO DisburseControlLine
                       WHEN DisburseUsed < 20000
                           ADD 1 TO DisburseUsed
                           MOVE DisburseRecord TO
                               TblDisRecord (DisburseUsed)
                       WHEN OTHER
                           DISPLAY "Disbursement file overflows the "
                               "table - " DisEmployeeId
                               " cannot be matched."
                   END-EVALUATE
                   PERFORM ReadDisburseRecord
               END-PERFORM
               CLOSE DisburseFile
           END-IF.

       ReadDisburseRecord.
           READ DisburseFile
               AT END SET EndOfDisburseFile TO TRUE
           END-READ.

      *> The control record's count and total are of payments
      *> issued, which a return does not change - it is written back
      *> exactly as it came.
       RewriteDisburseFile.
           OPEN OUTPUT DisburseFile
           PERFORM VARYING DisburseIdx FROM 1 BY 1
                   UNTIL DisburseIdx > DisburseUsed
               MOVE TblDisRecord (DisburseIdx) TO DisburseRecord
               WRITE DisburseRecord
           END-PERFORM
           IF DisburseControlLine NOT = SPACES
               MOVE DisburseControlLine TO DisburseRecord
               WRITE DisburseRecord
           END-IF
           CLOSE DisburseFile.

       LoadReissueQueue.
           PERFORM LoadReissueKeepParm
           OPEN INPUT ReissueQueueFile
           IF ReissueQueueFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadReissueQueueRecord
               PERFORM UNTIL EndOfReissueQueueFile
                   PERFORM KeepOrPurgeReissue
                   PERFORM ReadReissueQueueRecord
               END-PERFORM
               CLOSE ReissueQueueFile
           END-IF.

      *> A re-issued item past the keep period is left out of the
      *> table, so the rewrite drops it.  A queue too large for the
      *> table is never rewritten, so nothing on it is lost.
       KeepOrPurgeReissue.
           IF RiqStatus = "I"
                   AND RiqReissueDate < ReissueCutoffDate
               ADD 1 TO ReissuePurged
               SET QueueChanged TO TRUE
           ELSE
               IF ReissueUsed < 20000
                   ADD 1 TO ReissueUsed
                   MOVE ReissueQueueRecord TO
                       TblRiqRecord (ReissueUsed)
               ELSE
                   SET QueueOverflow TO TRUE
               END-IF
           END-IF.

      *> The keep period through the effective-dated parameter
      *> lookup; not found keeps the compiled-in default.
       LoadReissueKeepParm.
           MOVE "REISSUE-KEEP-DAYS" TO ParmLookupName
           MOVE FUNCTION CURRENT-DATE(1:8) TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "BankReturn" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO ReissueKeepDays
           END-IF
           COMPUTE ReissueCutoffInt =
               FUNCTION INTEGER-OF-DATE(ParmLookupDate)
               - ReissueKeepDays
           COMPUTE ReissueCutoffDate =
               FUNCTION DATE-OF-INTEGER(ReissueCutoffInt).

       ReadReissueQueueRecord.
           READ ReissueQueueFile
               AT END SET EndOfReissueQueueFile TO TRUE
           END-READ.

       RewriteReissueQueue.
           OPEN OUTPUT ReissueQueueFile
           PERFORM VARYING ReissueIdx FROM 1 BY 1
                   UNTIL ReissueIdx > ReissueUsed
               MOVE TblRiqRecord (ReissueIdx) TO ReissueQueueRecord
               WRITE ReissueQueueRecord
           END-PERFORM
           CLOSE ReissueQueueFile.

      *> The open period covering today, if the site keeps a period
      *> master at all.
       LocateCurrentPeriod.
           MOVE SPACES TO CurrentPeriodId
           OPEN INPUT PayPeriodFile
           IF PayPeriodFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPayPeriodRecord
               PERFORM UNTIL EndOfPayPeriodFile
                   IF FUNCTION CURRENT-DATE(1:8) >= PeriodStart
                           AND FUNCTION CURRENT-DATE(1:8)
                               <= PeriodEnd
                           AND PeriodIsOpen
                       MOVE PeriodId TO CurrentPeriodId
                   END-IF
                   PERFORM ReadPayPeriodRecord
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.

       ReadPayPeriodRecord.
           READ PayPeriodFile
               AT END SET EndOfPayPeriodFile TO TRUE
           END-READ.

      *> The net-pay posting key TaxSlab reads, plus the returns
      *> clearing account, over the compiled-in defaults.
       LoadChartOfAccounts.
           OPEN INPUT ChartOfAccountsFile
           IF ChartOfAccountsFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfChartOfAccountsFile
                   EVALUATE GlaPostKey
                       WHEN "NETPAY"
                           MOVE GlaAccount TO NetPayableAccount
                       WHEN "BANKRET"
                           MOVE GlaAccount TO ReturnClearingAccount
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccountsFile TO TRUE
           END-READ.

       WriteRunStats.
           MOVE "BankReturn" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "BankReturn" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight stream no longer has
      *> to carry sign-on answers in exactly the right order.
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

      *> A signed-on operator below this program's required level is
      *> turned away the same as a bad password.
       CheckAuthority.
           IF OperatorSignOnOk
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
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

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> The run rewrites the disbursement file and appends to the
      *> journal, so two copies must never run at once.
       AcquireRunLock.
           MOVE "BankReturn" TO LockProgramId
           MOVE OperatorId TO LockOperatorId
           MOVE "A" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted.

      *> The CALL resets the RETURN-CODE register, so the run's own
      *> condition code is carried across the release.
       ReleaseRunLock.
           MOVE RETURN-CODE TO SavedReturnCode
           MOVE "R" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted
           MOVE SavedReturnCode TO RETURN-CODE.

       WriteAuditLog.
           MOVE "BankReturn" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Returns=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Matched=" RecordsWritten " Rejected="
               RecordsRejected " Open=" OutstandingCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
