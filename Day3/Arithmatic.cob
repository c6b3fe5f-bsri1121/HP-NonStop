               "Data/Arithmatic/ARITHRCY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecycleFileStatus.
           SELECT ArithFprFile ASSIGN TO
               "Data/Arithmatic/ARITHFPR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FprFileStatus.
           SELECT ArithHoldFile ASSIGN TO
               "Data/Arithmatic/ARITHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.
           SELECT ArithDupRptFile ASSIGN TO
               "Data/Arithmatic/ARITHDUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  ArithTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 ExcReason      PIC X(40).
           COPY RUNSTAMP.

       FD  ArithFprFile.
           COPY ARITHFPR.

       FD  ArithHoldFile.
           COPY ARITHHLD.

       FD  ArithDupRptFile.
       01  ArithDupRptLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY NUM1NUM2.
           COPY AUDITREC.
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY RPTHDR.
           COPY PARMLOOK.
           COPY PARMUSE.
       01 TotalSum    PIC 9(4).
       01 Difference  PIC S9(4).
       01 Product     PIC 9(5).
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: every source is proved, checked for
      *> duplicates and calculated as normal, but each record is
      *> handed to the dry-run forecast instead of being written.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 ArithTxnFileStatus PIC XX.
           88 ArithTxnFileNotFound VALUE "35".

      *> entries, via the RETURN-CODE set at the end of this run.
       01 ExceptionCount PIC 9(5) VALUE 0.

      *> Duplicate-submission screening.  Every source file that
      *> passes its controls is fingerprinted - count, hash total
      *> and a position-weighted signature over its values - and
      *> checked against the fingerprints of the files already
      *> processed, so a file an upstream system resends under a
      *> new header date is held instead of being processed twice
      *> and balancing perfectly.  The most recent 500 processed
      *> files are checked; a held file waits on the hold queue for
      *> an operator to release or reject it through DupRelease.
       01 FprFileStatus PIC XX.
           88 FprFileNotFound VALUE "35".

       01 HoldFileStatus PIC XX.
           88 HoldFileNotFound VALUE "35".

       01 WS-Fpr-Eof-Flag PIC X VALUE "N".
           88 EndOfFprFile VALUE "Y".

       01 WS-Hld-Eof-Flag PIC X VALUE "N".
           88 EndOfHoldFile VALUE "Y".

       01 WS-Hold-Changed-Flag PIC X VALUE "N".
           88 HoldQueueChanged VALUE "Y".

       01 WS-Hold-Overflow-Flag PIC X VALUE "N".
           88 HoldQueueOverflow VALUE "Y".

      *> What the screening decided for the source in hand - N a
      *> new submission, H held as a suspected duplicate, R one an
      *> operator released, X one an operator rejected.
       01 SubmissionState PIC X.
           88 SubmissionNew      VALUE "N".
           88 SubmissionHeld     VALUE "H".
           88 SubmissionReleased VALUE "R".
           88 SubmissionRejected VALUE "X".

       01 TxnFileDate   PIC 9(8).
       01 TxnValueSig   PIC 9(18).
       01 TxnDetailPos  PIC 9(7).

       01 FingerprintTable.
           05 FingerprintEntry OCCURS 500 TIMES.
               10 TblFprSource PIC X(8).
               10 TblFprDate   PIC 9(8).
               10 TblFprCount  PIC 9(7).
               10 TblFprHash   PIC 9(12).
               10 TblFprSig    PIC 9(18).
               10 TblFprRunId  PIC X(14).
       01 FingerprintUsed PIC 9(3) VALUE 0.
       01 FingerprintIdx  PIC 9(3).
       01 MatchFprIdx     PIC 9(3).

       01 HoldTable.
           05 HoldEntry OCCURS 2000 TIMES.
               10 TblHldRecord PIC X(122).
       01 HoldUsed  PIC 9(4) VALUE 0.
       01 HoldIdx   PIC 9(4).
       01 MatchHoldIdx PIC 9(4).

      *> Days a decided row stays on the hold queue - the
      *> compiled-in default, overridden by the HOLD-KEEP-DAYS
      *> central parameter.
       01 HoldKeepDays   PIC 9(3) VALUE 90.
       01 HoldCutoffInt  PIC 9(8).
       01 HoldCutoffDate PIC 9(8).
       01 HoldPurged     PIC 9(5) VALUE 0.
       01 HeldCount    PIC 9(5) VALUE 0.
       01 AwaitingCount PIC 9(5) VALUE 0.

       01 DupColumnHeading.
           05 FILLER PIC X(10) VALUE "SOURCE".
           05 FILLER PIC X(10) VALUE "FILE DATE".
           05 FILLER PIC X(9)  VALUE "  DETAILS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE "    HASH TOTAL".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "REPEATS".
           05 FILLER PIC X(16) VALUE "PROCESSED IN RUN".

       01 DupDetailLine.
           05 DdlSource     PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DdlFileDate   PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DdlCount      PIC Z,ZZZ,ZZ9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DdlHash       PIC Z(13)9.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DdlDupOfDate  PIC 9(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DdlDupOfRunId PIC X(14).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
               ACCEPT RunMode
           END-IF.

           IF BatchMode
               PERFORM CheckDryRun
           END-IF.

           IF NOT DryRunMode
               OPEN OUTPUT ArithExcFile
           END-IF.

           IF BatchMode
               PERFORM ProcessBatch
               PERFORM ProcessInteractive
           END-IF.

           IF NOT DryRunMode
               CLOSE ArithExcFile
           END-IF.

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           IF BatchMode
               PERFORM ApplyRejectGate
               IF HeldCount > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF ExceptionCount > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF ControlFailed OR HoldQueueOverflow
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE 0 TO RecordsRead
           MOVE 0 TO RecordsWritten

           IF NOT DryRunMode
               OPEN OUTPUT ArithOutFile
           END-IF

           PERFORM DisplayReportHeader

           PERFORM ProcessRecycleFile

           PERFORM LoadFingerprintHistory
           PERFORM LoadHoldQueue

           PERFORM ProcessOneSource
               VARYING SourceIdx FROM 1 BY 1 UNTIL SourceIdx > 3

           IF NOT DryRunMode
               CLOSE ArithOutFile
           END-IF

           IF HoldPurged > 0
               DISPLAY HoldPurged " decided hold(s) older than "
                   HoldKeepDays " days dropped from the queue."
           END-IF
           IF HoldQueueOverflow
               DISPLAY "Hold queue has more rows than this program "
                   "can hold - queue left as it was."
           ELSE
               IF HoldQueueChanged
                   PERFORM RewriteHoldQueue
               END-IF
           END-IF
           PERFORM WriteDuplicateReport

           PERFORM WriteRunStats

                       " failed its controls - branch pinned."
                   PERFORM ControlFailure
               ELSE
                   PERFORM CheckDuplicateSubmission
                   IF SubmissionNew
                       PERFORM CheckFeedReceipt
                   END-IF
                   EVALUATE TRUE
                       WHEN SubmissionHeld
                           DISPLAY "Source file "
                               FUNCTION TRIM(ArithTxnFileName)
                               " held - suspected duplicate of "
                               "business date "
                               HldDupOfDate "."
                       WHEN SubmissionRejected
                           DISPLAY "Source file "
                               FUNCTION TRIM(ArithTxnFileName)
                               " refused - rejected as a duplicate."
                       WHEN DuplicateFeedRefused
                           DISPLAY "Source file "
                               FUNCTION TRIM(ArithTxnFileName)
                               " refused - already received."
                           PERFORM ControlFailure
                       WHEN OTHER
                           OPEN INPUT ArithTxnFile
                           READ ArithTxnFile END-READ
                           PERFORM ProcessOneTxnRecord
                               TxnDetailExpected TIMES
                           CLOSE ArithTxnFile
                           PERFORM WriteSourceBalanceLine
                           PERFORM RecordFingerprint
                           PERFORM RegisterFeedReceipt
                   END-EVALUATE
               END-IF
           END-IF.

               ArithOutRecord
           MOVE RunIdValue TO RunStampRunId OF
               ArithOutRecord
           IF DryRunMode
               MOVE "ARITHOUT" TO FcstFileName
               MOVE ArithOutRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE ArithOutRecord
           END-IF
           ADD 1 TO RecordsWritten.

      *> Addition, subtraction and division with remainder are the
               ArithExcRecord
           MOVE RunIdValue TO RunStampRunId OF
               ArithExcRecord
           IF DryRunMode
               MOVE "ARITHEXC" TO FcstFileName
               MOVE ArithExcRecord TO FcstImage
               PERFORM ForecastReject
           ELSE
               WRITE ArithExcRecord
           END-IF
           ADD 1 TO ExceptionCount

           MOVE "Arithmatic"  TO ExcpProgramId

      *> Corrected rejects recycle through the same calculation
      *> chain ahead of the day's new work, then the recycle file is
      *> cleared so a correction flows back exactly once.  A dry run
      *> leaves it in place for the real run.
       ProcessRecycleFile.
           MOVE "N" TO WS-Rcy-Eof-Flag
           OPEN INPUT ArithRecycleFile
                   PERFORM ReadRecycleRecord
               END-PERFORM
               CLOSE ArithRecycleFile
               IF NOT DryRunMode
                   OPEN OUTPUT ArithRecycleFile
                   CLOSE ArithRecycleFile
               END-IF
           END-IF.

       ReadRecycleRecord.
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
                       MOVE HdrSourceSystem TO TxnSourceSystem
                       MOVE HdrFileDate TO TxnFileDate
                       MOVE 0 TO TxnValueSig
                       MOVE 0 TO TxnDetailPos
                       PERFORM AccumulateTxnHash TxnDetailExpected TIMES
                       READ ArithTxnFile END-READ
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
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE ArithTxnFile
           END-IF.
      *> upstream system hashed when it cut the trailer.
       AccumulateTxnHash.
           READ ArithTxnFile END-READ
           ADD 1 TO TxnDetailPos
           IF TxnNum1 NUMERIC
               COMPUTE TxnHashTotal =
                   TxnHashTotal + FUNCTION ABS(TxnNum1)
               COMPUTE TxnValueSig = TxnValueSig
                   + TxnDetailPos * (TxnNum1 + 1000) * 2000
           END-IF
           IF TxnNum2 NUMERIC
               COMPUTE TxnHashTotal =
                   TxnHashTotal + FUNCTION ABS(TxnNum2)
               COMPUTE TxnValueSig = TxnValueSig
                   + TxnDetailPos * (TxnNum2 + 1000)
           END-IF.

      *> The source in hand against the hold queue first - an
      *> operator's release or rejection of this very file, same
      *> header date and same fingerprint, stands -
      *> then against the fingerprints of the files already
      *> processed.  A match there puts the file on the hold queue.
       CheckDuplicateSubmission.
           SET SubmissionNew TO TRUE
           MOVE 0 TO MatchHoldIdx
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed OR MatchHoldIdx > 0
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               IF HldSourceSystem = TxnSourceSystem
                       AND HldFileDate = TxnFileDate
                       AND HldDetailCount = TxnDetailExpected
                       AND HldHashTotal = TxnHashTotal
                       AND HldValueSig = TxnValueSig
                       AND NOT HldProcessed
                   MOVE HoldIdx TO MatchHoldIdx
               END-IF
           END-PERFORM
           IF MatchHoldIdx > 0
               MOVE TblHldRecord (MatchHoldIdx) TO ArithHoldRecord
               EVALUATE TRUE
                   WHEN HldReleased
                       SET SubmissionReleased TO TRUE
                       SET HldProcessed TO TRUE
                       MOVE ArithHoldRecord TO
                           TblHldRecord (MatchHoldIdx)
                       SET HoldQueueChanged TO TRUE
                   WHEN HldRejected
                       SET SubmissionRejected TO TRUE
                   WHEN OTHER
                       SET SubmissionHeld TO TRUE
                       ADD 1 TO HeldCount
               END-EVALUATE
           ELSE
               PERFORM FindProcessedFingerprint
               IF MatchFprIdx > 0
                   PERFORM HoldSuspectedDuplicate
               END-IF
           END-IF.

       FindProcessedFingerprint.
           MOVE 0 TO MatchFprIdx
           PERFORM VARYING FingerprintIdx FROM 1 BY 1
                   UNTIL FingerprintIdx > FingerprintUsed
                       OR MatchFprIdx > 0
               IF TblFprSource (FingerprintIdx) = TxnSourceSystem
                       AND TblFprCount (FingerprintIdx)
                           = TxnDetailExpected
                       AND TblFprHash (FingerprintIdx) = TxnHashTotal
                       AND TblFprSig (FingerprintIdx) = TxnValueSig
                   MOVE FingerprintIdx TO MatchFprIdx
               END-IF
           END-PERFORM.

      *> A new suspect joins the hold queue and is logged at the
      *> duplicate-submission code, which the exception log raises
      *> as an operator alert - nothing from the file is processed
      *> until someone decides it.
       HoldSuspectedDuplicate.
           SET SubmissionHeld TO TRUE
           ADD 1 TO HeldCount
           MOVE SPACES TO ArithHoldRecord
           MOVE TxnSourceSystem   TO HldSourceSystem
           MOVE TxnFileDate       TO HldFileDate
           MOVE TxnDetailExpected TO HldDetailCount
           MOVE TxnHashTotal      TO HldHashTotal
           MOVE TxnValueSig       TO HldValueSig
           MOVE TblFprDate (MatchFprIdx)  TO HldDupOfDate
           MOVE TblFprRunId (MatchFprIdx) TO HldDupOfRunId
           SET HldAwaiting TO TRUE
           MOVE 0 TO HldDecidedOn
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               ArithHoldRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               ArithHoldRecord
           MOVE RunIdValue TO RunStampRunId OF ArithHoldRecord
           IF HoldUsed < 2000
               ADD 1 TO HoldUsed
               MOVE ArithHoldRecord TO TblHldRecord (HoldUsed)
               SET HoldQueueChanged TO TRUE
           ELSE
               DISPLAY "Hold queue full - " TxnSourceSystem
                   " held this run but not queued."
           END-IF
           SET ErrDuplicateSubmit TO TRUE
           MOVE "Arithmatic" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Source " TxnSourceSystem " repeats file of "
               HldDupOfDate DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> A processed file's fingerprint goes on the history at once,
      *> so a second copy of it later in the same run is caught too.
      *> A dry run keeps it in storage only, for the same reason.
       RecordFingerprint.
           MOVE TxnSourceSystem   TO FprSourceSystem
           MOVE TxnFileDate       TO FprBusinessDate
           MOVE TxnDetailExpected TO FprDetailCount
           MOVE TxnHashTotal      TO FprHashTotal
           MOVE TxnValueSig       TO FprValueSig
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               ArithFingerprintRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               ArithFingerprintRecord
           MOVE RunIdValue TO RunStampRunId OF ArithFingerprintRecord
           IF DryRunMode
               MOVE "ARITHFPR" TO FcstFileName
               MOVE ArithFingerprintRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               OPEN EXTEND ArithFprFile
               IF FprFileNotFound
                   OPEN OUTPUT ArithFprFile
               END-IF
               WRITE ArithFingerprintRecord
               CLOSE ArithFprFile
           END-IF
           PERFORM StoreFingerprint.

      *> Keeps the most recent 500 fingerprints - once the table is
      *> full the oldest drops off the front.
       StoreFingerprint.
           IF FingerprintUsed >= 500
               PERFORM VARYING FingerprintIdx FROM 1 BY 1
                       UNTIL FingerprintIdx >= 500
                   MOVE FingerprintEntry (FingerprintIdx + 1) TO
                       FingerprintEntry (FingerprintIdx)
               END-PERFORM
           ELSE
               ADD 1 TO FingerprintUsed
           END-IF
           MOVE FprSourceSystem TO TblFprSource (FingerprintUsed)
           MOVE FprBusinessDate TO TblFprDate (FingerprintUsed)
           MOVE FprDetailCount  TO TblFprCount (FingerprintUsed)
           MOVE FprHashTotal    TO TblFprHash (FingerprintUsed)
           MOVE FprValueSig     TO TblFprSig (FingerprintUsed)
           MOVE RunStampRunId OF ArithFingerprintRecord TO
               TblFprRunId (FingerprintUsed).

       LoadFingerprintHistory.
           MOVE "N" TO WS-Fpr-Eof-Flag
           OPEN INPUT ArithFprFile
           IF FprFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFprRecord
               PERFORM UNTIL EndOfFprFile
                   PERFORM StoreFingerprint
                   PERFORM ReadFprRecord
               END-PERFORM
               CLOSE ArithFprFile
           END-IF.

       ReadFprRecord.
           READ ArithFprFile
               AT END SET EndOfFprFile TO TRUE
           END-READ.

       LoadHoldQueue.
           PERFORM LoadHoldKeepParm
           MOVE "N" TO WS-Hld-Eof-Flag
           OPEN INPUT ArithHoldFile
           IF HoldFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadHoldRecord
               PERFORM UNTIL EndOfHoldFile
                   PERFORM KeepOrPurgeHold
                   PERFORM ReadHoldRecord
               END-PERFORM
               CLOSE ArithHoldFile
           END-IF.

      *> A decided row past the keep period is left out of the
      *> table, so the rewrite drops it; a row awaiting a decision
      *> is kept however old.
       KeepOrPurgeHold.
           IF NOT HldAwaiting
                   AND HldDecidedOn < HoldCutoffDate
               ADD 1 TO HoldPurged
               SET HoldQueueChanged TO TRUE
           ELSE
               IF HoldUsed < 2000
                   ADD 1 TO HoldUsed
                   MOVE ArithHoldRecord TO TblHldRecord (HoldUsed)
               ELSE
                   SET HoldQueueOverflow TO TRUE
               END-IF
           END-IF.

      *> The decided-row keep period through the effective-dated
      *> parameter lookup; not found keeps the compiled-in default.
       LoadHoldKeepParm.
           MOVE "HOLD-KEEP-DAYS" TO ParmLookupName
           MOVE FUNCTION CURRENT-DATE(1:8) TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "Arithmatic" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO HoldKeepDays
           END-IF
           COMPUTE HoldCutoffInt =
               FUNCTION INTEGER-OF-DATE(ParmLookupDate) - HoldKeepDays
           COMPUTE HoldCutoffDate =
               FUNCTION DATE-OF-INTEGER(HoldCutoffInt).

       ReadHoldRecord.
           READ ArithHoldFile
               AT END SET EndOfHoldFile TO TRUE
           END-READ.

      *> A dry run forecasts the whole queue as it would have been
      *> rewritten.
       RewriteHoldQueue.
           IF NOT DryRunMode
               OPEN OUTPUT ArithHoldFile
           END-IF
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               IF DryRunMode
                   MOVE "ARITHHLD" TO FcstFileName
                   MOVE ArithHoldRecord TO FcstImage
                   PERFORM ForecastWrite
               ELSE
                   WRITE ArithHoldRecord
               END-IF
           END-PERFORM
           IF NOT DryRunMode
               CLOSE ArithHoldFile
           END-IF.

      *> Every file still awaiting a decision, on every batch run's
      *> report, until an operator releases or rejects it.
       WriteDuplicateReport.
           MOVE 0 TO AwaitingCount
           IF NOT DryRunMode
               OPEN OUTPUT ArithDupRptFile
           END-IF
           MOVE "SUSPECTED DUPLICATE FILES" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ArithDupRptLine
           PERFORM PutDupRptLine
           MOVE SPACES TO ArithDupRptLine
           PERFORM PutDupRptLine
           MOVE DupColumnHeading TO ArithDupRptLine
           PERFORM PutDupRptLine
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               IF HldAwaiting
                   ADD 1 TO AwaitingCount
                   MOVE HldSourceSystem TO DdlSource
                   MOVE HldFileDate     TO DdlFileDate
                   MOVE HldDetailCount  TO DdlCount
                   MOVE HldHashTotal    TO DdlHash
                   MOVE HldDupOfDate    TO DdlDupOfDate
                   MOVE HldDupOfRunId   TO DdlDupOfRunId
                   MOVE DupDetailLine TO ArithDupRptLine
                   PERFORM PutDupRptLine
               END-IF
           END-PERFORM
           MOVE SPACES TO ArithDupRptLine
           STRING "Files awaiting release or rejection: "
               AwaitingCount DELIMITED BY SIZE INTO ArithDupRptLine
           PERFORM PutDupRptLine
           IF NOT DryRunMode
               CLOSE ArithDupRptFile
           END-IF
           IF AwaitingCount > 0
               DISPLAY "Suspected duplicate files awaiting a "
                   "decision: " AwaitingCount "."
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
                   MOVE "Arithmatic" TO ExcpProgramId
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
           MOVE "ARITHTXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "Arithmatic" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.

      *> A source the hold queue lets through as new is checked
      *> against the inbound feed registry before a line of it is
      *> applied; a resend is refused the same as a source whose
      *> controls disagree, unless a supervisor has let it through.
      *> A file released off the hold queue is not checked again -
      *> the release is already a supervisor's decision on it.
       CheckFeedReceipt.
           MOVE "N" TO WS-Refused-Flag
           MOVE "C" TO FeedRcptAction
           MOVE "Arithmatic" TO FeedRcptProgram
           MOVE TxnFileDate TO FeedRcptFileDate
           MOVE TxnSourceSystem TO FeedRcptSource
           MOVE TxnDetailExpected TO FeedRcptCount
           MOVE TxnHashTotal TO FeedRcptHash
           MOVE OperatorId TO FeedRcptOperId
           MOVE RunIdValue TO FeedRcptRunId
           PERFORM CallFeedReceipt
           IF FeedRcptDuplicate
               SET DuplicateFeedRefused TO TRUE
           END-IF.

      *> Registered only once the source has been applied, so a run
      *> that stops part way leaves the file free to be run again.
      *> A released file skipped the check, so its fields are set
      *> here as well.
       RegisterFeedReceipt.
           IF SubmissionReleased
               MOVE "Arithmatic" TO FeedRcptProgram
               MOVE TxnFileDate TO FeedRcptFileDate
               MOVE TxnSourceSystem TO FeedRcptSource
               MOVE TxnDetailExpected TO FeedRcptCount
               MOVE TxnHashTotal TO FeedRcptHash
               MOVE OperatorId TO FeedRcptOperId
               MOVE RunIdValue TO FeedRcptRunId
               SET FeedRcptNew TO TRUE
               MOVE "N" TO FeedRcptOlder
           END-IF
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
           MOVE "Arithmatic" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       PutDupRptLine.
           IF DryRunMode
               MOVE "ARITHDUPRPT" TO FcstFileName
               MOVE ArithDupRptLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE ArithDupRptLine
           END-IF.
