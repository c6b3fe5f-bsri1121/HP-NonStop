       IDENTIFICATION DIVISION.
       PROGRAM-ID. PositionPost.

      *> Position transaction posting.  The balance on the position
      *> file only ever changed when someone edited the file, so
      *> deposits and withdrawals never reached a projection.  The
      *> transaction feed - deposits, withdrawals and fees, each
      *> dated, between the standard header and trailer controls
      *> proved the way AttendLoad proves its register - is posted
      *> here to the position master: each account's balance is
      *> rolled forward transaction by transaction, every posting
      *> is appended to the position transaction ledger with the
      *> balance it left, and the master records the date posted
      *> through.  A withdrawal or fee that would take the balance
      *> below zero is rejected, as is a transaction for an account
      *> not on the master or dated before the account's last
      *> posting; rejects go to the exception log and the posting
      *> report.  A feed whose header date is not later than the
      *> last feed on the ledger has been posted already and is
      *> refused whole.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PositionTxnFile ASSIGN TO
               "Data/Comput/POSTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PositionTxnFileStatus.
           SELECT PositionFile ASSIGN TO
               "Data/Comput/POSITIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PositionFileStatus.
           SELECT PositionLedgerFile ASSIGN TO
               "Data/Comput/POSLEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PositionLedgerFileStatus.
           SELECT PostingReportFile ASSIGN TO
               "Data/Comput/POSTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One dated movement on one account.
       FD  PositionTxnFile.
       01  PositionTxnRecord.
           05 PtxAccountId PIC X(10).
           05 PtxDate      PIC 9(8).
           05 PtxType      PIC X.
               88 PtxDeposit    VALUE "D".
               88 PtxWithdrawal VALUE "W".
               88 PtxFee        VALUE "F".
           05 PtxAmount    PIC 9(6)V99.

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
      *> (file date and source system) and trailer (detail count
      *> plus a hash total over the amounts).
       01  PositionTxnHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  PositionTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 TrlHashTotal   PIC 9(10)V99.

       FD  PositionFile.
           COPY POSITION.

       FD  PositionLedgerFile.
           COPY POSLEDG.

       FD  PostingReportFile.
       01  PostingReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RPTHDR.
           COPY RUNSTATS.
           COPY DATECHK.
           COPY FEEDRCPT.
           COPY FEEDLAY.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 PositionTxnFileStatus PIC XX.
           88 PositionTxnFileNotFound VALUE "35".

       01 PositionFileStatus PIC XX.
           88 PositionFileNotFound VALUE "35".

       01 PositionLedgerFileStatus PIC XX.
           88 PositionLedgerFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 WS-Pos-Full-Flag PIC X VALUE "N".
           88 PositionTableOverflow VALUE "Y".

       01 WS-Changed-Flag PIC X VALUE "N".
           88 PositionMasterChanged VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 AccountOnMaster VALUE "Y".

       01 WS-Control-Flag PIC X VALUE "N".
           88 ControlsValid VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> The position master held in storage while the feed is
      *> posted, then rewritten whole.
       01 PositionTable.
           05 PositionEntry OCCURS 300 TIMES.
               10 TblPosAccountId   PIC X(10).
               10 TblPosBalance     PIC 9(6)V99.
               10 TblPosScenario    PIC X(8).
               10 TblPosPeriods     PIC 9(3).
               10 TblPosDayBasis    PIC X.
               10 TblPosRatePct     PIC 9(2)V999.
               10 TblPosAccruedInt  PIC 9(6)V9(4).
               10 TblPosAccruedThru PIC 9(8).
               10 TblPosPostedThru  PIC 9(8).
               10 TblPosProductType PIC X.
               10 TblPosLoanRatePct PIC 9(2)V9(4).
       01 PositionUsed  PIC 9(3) VALUE 0.
       01 PositionIdx   PIC 9(3).
       01 AccountFoundIdx PIC 9(3).

      *> The header's date and source, held once the controls are
      *> proved - the record area they arrived in is reused by
      *> every read after the header.
       01 FeedFileDate     PIC 9(8) VALUE 0.
       01 FeedSourceSystem PIC X(8) VALUE SPACES.

      *> The latest feed date already on the ledger.
       01 LastFeedDate PIC 9(8) VALUE 0.

       01 NewBalance   PIC S9(7)V99.
       01 RejectReason PIC X(30).

       01 TxnTotalLines     PIC 9(7) VALUE 0.
       01 TxnDetailExpected PIC S9(7) VALUE 0.
       01 TxnHashTotal      PIC 9(10)V99 VALUE 0.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.

       01 DepositTotal    PIC 9(9)V99 VALUE 0.
       01 WithdrawalTotal PIC 9(9)V99 VALUE 0.
       01 FeeTotal        PIC 9(9)V99 VALUE 0.

       01 PostingDetailLine.
           05 PdlStatus      PIC X(10).
           05 PdlAccountId   PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PdlDate        PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PdlType        PIC X.
           05 FILLER         PIC X(1) VALUE SPACE.
           05 PdlAmount      PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PdlText        PIC X(30).

       01 BalanceShown PIC ZZZ,ZZ9.99.

       01 PostingTotalLine.
           05 FILLER      PIC X(10) VALUE "Deposits ".
           05 PtlDeposits PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(14) VALUE "  Withdrawals ".
           05 PtlWithdraw PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(7)  VALUE "  Fees ".
           05 PtlFees     PIC ZZZ,ZZZ,ZZ9.99.

       01 PostingCountLine.
           05 FILLER      PIC X(9) VALUE "Details: ".
           05 PclRead     PIC Z,ZZZ,ZZ9.
           05 FILLER      PIC X(11) VALUE "   Posted: ".
           05 PclPosted   PIC Z,ZZZ,ZZ9.
           05 FILLER      PIC X(13) VALUE "   Rejected: ".
           05 PclRejected PIC Z,ZZZ,ZZ9.

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

           PERFORM CountTxnLines.
           IF PositionTxnFileNotFound
               DISPLAY "No position transaction feed on disk - "
                   "nothing posted."
           ELSE
               PERFORM ValidateTxnControls
               PERFORM FindLastFeedDate
               PERFORM LoadPositions
               EVALUATE TRUE
                   WHEN NOT ControlsValid
                       PERFORM ControlFailure
                   WHEN FeedFileDate NOT > LastFeedDate
                       DISPLAY "Feed dated " FeedFileDate " is not "
                           "after the last feed posted, "
                           LastFeedDate " - already posted."
                       SET ControlFailed TO TRUE
                   WHEN PositionTableOverflow
                       DISPLAY "Position master exceeds the table - "
                           "nothing posted."
                       SET ControlFailed TO TRUE
                   WHEN OTHER
                       PERFORM PostTxnFile
                       PERFORM RegisterFeedReceipt
               END-EVALUATE
           END-IF.

           IF PositionMasterChanged
               PERFORM RewritePositionFile
           END-IF.

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN ControlFailed
                   MOVE 8 TO RETURN-CODE
               WHEN RecordsRejected > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

       PostTxnFile.
           OPEN OUTPUT PostingReportFile
           PERFORM WriteReportHeading
           OPEN EXTEND PositionLedgerFile
           IF PositionLedgerFileNotFound
               OPEN OUTPUT PositionLedgerFile
           END-IF
           OPEN INPUT PositionTxnFile
           READ PositionTxnFile END-READ
           PERFORM ProcessOneTxn TxnDetailExpected TIMES
           CLOSE PositionTxnFile
           CLOSE PositionLedgerFile
           PERFORM WriteReportTotals
           CLOSE PostingReportFile
           DISPLAY "Position feed posted - " RecordsWritten
               " posted, " RecordsRejected " rejected.".

       CountTxnLines.
           MOVE 0 TO TxnTotalLines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PositionTxnFile
           IF PositionTxnFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCountLine UNTIL EndOfInputFile
               CLOSE PositionTxnFile
           END-IF.

       ReadCountLine.
           READ PositionTxnFile
               AT END SET EndOfInputFile TO TRUE
               NOT AT END ADD 1 TO TxnTotalLines
           END-READ.

      *> Record type bytes, the trailer's detail count, and its hash
      *> total over the amounts - the same proof the attendance
      *> register gets.
       ValidateTxnControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE TxnDetailExpected = TxnTotalLines - 2
           IF TxnDetailExpected < 0
               DISPLAY "Position feed has no room for header and "
                   "trailer records."
           ELSE
               MOVE 0 TO TxnHashTotal
               OPEN INPUT PositionTxnFile
               READ PositionTxnFile END-READ
               IF HdrRecordType NOT = "H" OR HdrFileDate NOT NUMERIC
                   DISPLAY "Position feed header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedFileDate
                       MOVE HdrSourceSystem TO FeedSourceSystem
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateTxnHash
                           TxnDetailExpected TIMES
                       READ PositionTxnFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Position feed trailer record "
                                   "missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Position feed trailer is not "
                                   "numeric."
                           WHEN TrlDetailCount NOT = TxnDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match "
                                   TxnDetailExpected
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
               CLOSE PositionTxnFile
           END-IF.

       AccumulateTxnHash.
           READ PositionTxnFile END-READ
           IF PtxAmount NUMERIC
               ADD PtxAmount TO TxnHashTotal
           END-IF.

      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - position feed has already "
                       "been posted."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - position feed is in a record "
                       "layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "PositionPost" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Position feed header/trailer do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - position feed failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "POSTXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "PositionPost" TO FlyProgram
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
           MOVE "PositionPost" TO FeedRcptProgram
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

      *> The latest header date any posted transaction carries.
       FindLastFeedDate.
           MOVE 0 TO LastFeedDate
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PositionLedgerFile
           IF PositionLedgerFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPositionLedgerRecord
               PERFORM UNTIL EndOfInputFile
                   IF PlgFeedDate NUMERIC
                           AND PlgFeedDate > LastFeedDate
                       MOVE PlgFeedDate TO LastFeedDate
                   END-IF
                   PERFORM ReadPositionLedgerRecord
               END-PERFORM
               CLOSE PositionLedgerFile
           END-IF.

       ReadPositionLedgerRecord.
           READ PositionLedgerFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> One transaction through the edits and onto the master.
      *> Transactions post in feed order, so the feed carries each
      *> account's movements in date order; one dated before the
      *> account's last posting would rewrite history the ledger
      *> has already recorded.
       ProcessOneTxn.
           READ PositionTxnFile END-READ
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           PERFORM FindAccountRow
           MOVE "N" TO DateCheckValid
           IF PtxDate NUMERIC
               MOVE PtxDate TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
           END-IF
           EVALUATE TRUE
               WHEN NOT AccountOnMaster
                   MOVE "account not on the master" TO RejectReason
               WHEN NOT DateCheckOk
                   MOVE "transaction date not valid" TO RejectReason
               WHEN NOT PtxDeposit AND NOT PtxWithdrawal
                       AND NOT PtxFee
                   MOVE "type is not D, W or F" TO RejectReason
               WHEN PtxAmount NOT NUMERIC
                   MOVE "amount not numeric" TO RejectReason
               WHEN PtxAmount = 0
                   MOVE "amount is zero" TO RejectReason
               WHEN PtxDate < TblPosPostedThru (AccountFoundIdx)
                   MOVE "dated before the last posting" TO
                       RejectReason
               WHEN OTHER
                   PERFORM PostOneTxn
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectTxn
           END-IF.

      *> The balance after the movement decides it: below zero, or
      *> past what the balance field holds, and nothing posts.
       PostOneTxn.
           IF PtxDeposit
               COMPUTE NewBalance =
                   TblPosBalance (AccountFoundIdx) + PtxAmount
           ELSE
               COMPUTE NewBalance =
                   TblPosBalance (AccountFoundIdx) - PtxAmount
           END-IF
           EVALUATE TRUE
               WHEN NewBalance < 0
                   MOVE "would overdraw the balance" TO
                       RejectReason
               WHEN NewBalance > 999999.99
                   MOVE "balance would overflow" TO RejectReason
               WHEN OTHER
                   MOVE NewBalance TO TblPosBalance (AccountFoundIdx)
                   MOVE PtxDate TO TblPosPostedThru (AccountFoundIdx)
                   SET PositionMasterChanged TO TRUE
                   ADD 1 TO RecordsWritten
                   EVALUATE TRUE
                       WHEN PtxDeposit
                           ADD PtxAmount TO DepositTotal
                       WHEN PtxWithdrawal
                           ADD PtxAmount TO WithdrawalTotal
                       WHEN OTHER
                           ADD PtxAmount TO FeeTotal
                   END-EVALUATE
                   PERFORM WriteLedgerRecord
                   PERFORM WritePostedLine
           END-EVALUATE.

       WriteLedgerRecord.
           MOVE PtxAccountId TO PlgAccountId
           MOVE PtxDate      TO PlgTxnDate
           MOVE PtxType      TO PlgTxnType
           MOVE PtxAmount    TO PlgAmount
           MOVE TblPosBalance (AccountFoundIdx) TO PlgBalanceAfter
           MOVE FeedFileDate TO PlgFeedDate
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               PositionLedgerRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               PositionLedgerRecord
           MOVE RunIdValue TO RunStampRunId OF PositionLedgerRecord
           WRITE PositionLedgerRecord.

       WritePostedLine.
           MOVE "POSTED    " TO PdlStatus
           PERFORM FillDetailLine
           MOVE TblPosBalance (AccountFoundIdx) TO BalanceShown
           MOVE SPACES TO PdlText
           STRING "balance " BalanceShown
               DELIMITED BY SIZE INTO PdlText
           MOVE PostingDetailLine TO PostingReportLine
           WRITE PostingReportLine.

       RejectTxn.
           ADD 1 TO RecordsRejected
           MOVE "REJECTED  " TO PdlStatus
           PERFORM FillDetailLine
           MOVE RejectReason TO PdlText
           MOVE PostingDetailLine TO PostingReportLine
           WRITE PostingReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "PositionPost" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Acct " PtxAccountId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

       FillDetailLine.
           MOVE PtxAccountId TO PdlAccountId
           MOVE PositionTxnRecord (11:8) TO PdlDate
           MOVE PtxType TO PdlType
           IF PtxAmount NUMERIC
               MOVE PtxAmount TO PdlAmount
           ELSE
               MOVE 0 TO PdlAmount
           END-IF.

       FindAccountRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING PositionIdx FROM 1 BY 1
                   UNTIL PositionIdx > PositionUsed
                       OR AccountOnMaster
               IF TblPosAccountId (PositionIdx) = PtxAccountId
                   SET AccountOnMaster TO TRUE
                   MOVE PositionIdx TO AccountFoundIdx
               END-IF
           END-PERFORM.

       WriteReportHeading.
           MOVE "POSITION TRANSACTION POSTING" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO PostingReportLine
           WRITE PostingReportLine
           MOVE SPACES TO PostingReportLine
           STRING "Feed dated " FeedFileDate " from " FeedSourceSystem
               DELIMITED BY SIZE INTO PostingReportLine
           WRITE PostingReportLine
           MOVE SPACES TO PostingReportLine
           WRITE PostingReportLine.

       WriteReportTotals.
           MOVE SPACES TO PostingReportLine
           WRITE PostingReportLine
           MOVE DepositTotal    TO PtlDeposits
           MOVE WithdrawalTotal TO PtlWithdraw
           MOVE FeeTotal        TO PtlFees
           MOVE PostingTotalLine TO PostingReportLine
           WRITE PostingReportLine
           MOVE RecordsRead     TO PclRead
           MOVE RecordsWritten  TO PclPosted
           MOVE RecordsRejected TO PclRejected
           MOVE PostingCountLine TO PostingReportLine
           WRITE PostingReportLine.

       LoadPositions.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PositionFile
           IF PositionFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPositionRecord
               PERFORM UNTIL EndOfInputFile
                   IF PositionUsed < 300
                       ADD 1 TO PositionUsed
                       PERFORM LoadOnePosition
                   ELSE
                       SET PositionTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadPositionRecord
               END-PERFORM
               CLOSE PositionFile
           END-IF.

       ReadPositionRecord.
           READ PositionFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Fields a row written before them carries as spaces come
      *> into storage as their empty values.
       LoadOnePosition.
           MOVE PosAccountId  TO TblPosAccountId (PositionUsed)
           MOVE PosOpeningVal TO TblPosBalance (PositionUsed)
           MOVE PosScenario   TO TblPosScenario (PositionUsed)
           MOVE PosPeriods    TO TblPosPeriods (PositionUsed)
           IF PosThirty360
               MOVE "T" TO TblPosDayBasis (PositionUsed)
           ELSE
               MOVE "A" TO TblPosDayBasis (PositionUsed)
           END-IF
           IF PosRatePct NUMERIC
               MOVE PosRatePct TO TblPosRatePct (PositionUsed)
           ELSE
               MOVE 0 TO TblPosRatePct (PositionUsed)
           END-IF
           IF PosAccruedInt NUMERIC
               MOVE PosAccruedInt TO TblPosAccruedInt (PositionUsed)
           ELSE
               MOVE 0 TO TblPosAccruedInt (PositionUsed)
           END-IF
           IF PosAccruedThru NUMERIC
               MOVE PosAccruedThru TO
                   TblPosAccruedThru (PositionUsed)
           ELSE
               MOVE 0 TO TblPosAccruedThru (PositionUsed)
           END-IF
           IF PosPostedThru NUMERIC
               MOVE PosPostedThru TO TblPosPostedThru (PositionUsed)
           ELSE
               MOVE 0 TO TblPosPostedThru (PositionUsed)
           END-IF
           IF PosLoan
               MOVE "L" TO TblPosProductType (PositionUsed)
           ELSE
               MOVE "S" TO TblPosProductType (PositionUsed)
           END-IF
           IF PosLoanRatePct NUMERIC
               MOVE PosLoanRatePct TO
                   TblPosLoanRatePct (PositionUsed)
           ELSE
               MOVE 0 TO TblPosLoanRatePct (PositionUsed)
           END-IF.

       RewritePositionFile.
           OPEN OUTPUT PositionFile
           PERFORM WriteOnePositionRecord
               VARYING PositionIdx FROM 1 BY 1
                   UNTIL PositionIdx > PositionUsed
           CLOSE PositionFile.

       WriteOnePositionRecord.
           MOVE TblPosAccountId (PositionIdx)   TO PosAccountId
           MOVE TblPosBalance (PositionIdx)     TO PosOpeningVal
           MOVE TblPosScenario (PositionIdx)    TO PosScenario
           MOVE TblPosPeriods (PositionIdx)     TO PosPeriods
           MOVE TblPosDayBasis (PositionIdx)    TO PosDayBasis
           MOVE TblPosRatePct (PositionIdx)     TO PosRatePct
           MOVE TblPosAccruedInt (PositionIdx)  TO PosAccruedInt
           MOVE TblPosAccruedThru (PositionIdx) TO PosAccruedThru
           MOVE TblPosPostedThru (PositionIdx)  TO PosPostedThru
           MOVE TblPosProductType (PositionIdx) TO PosProductType
           MOVE TblPosLoanRatePct (PositionIdx) TO PosLoanRatePct
           WRITE PositionRecord.

       WriteRunStats.
           MOVE "PositionPost" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "PositionPost" TO JpProgramId
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

      *> The run rewrites the position master, so two copies must
      *> never run at once.
       AcquireRunLock.
           MOVE "PositionPost" TO LockProgramId
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
           MOVE "PositionPost" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "POSTXN Feed=" FeedFileDate " Read=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Posted=" RecordsWritten " Rejected="
               RecordsRejected
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
