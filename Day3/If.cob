           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  IfTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 FbsRefKey PIC X(10).
           05 FbsAmount PIC S9(5)V99 SIGN LEADING SEPARATE.

      *> A key-to-key match carries both amounts on one row.  A
      *> group match - one item settled by several on the other
      *> side - writes one row per member, each item's amount in
      *> its own side's column, all sharing the group reference
      *> (blank on a key-to-key row).
       FD  MatchedFile.
       01  MatchedRecord.
           05 MtcRefKey  PIC X(10).
           05 MtcAmountB PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 MtcVerdict PIC X(10).
           COPY RUNSTAMP.
           05 MtcGroupRef PIC X(18).

       FD  OnlyAFile.
       01  OnlyARecord.
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY RPTHDR.
       01 Outcome PIC X(20).
       01 Tolerance PIC 9(3) VALUE 0.
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch or match run: every file is read, proved
      *> and compared as normal, but each record is handed to the
      *> dry-run forecast instead of being written.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 RunMode PIC X.
           88 BatchMode     VALUE "B".
           88 TwoFileMatch  VALUE "M".
       01 LateMatchedCount PIC 9(5) VALUE 0.
       01 CarriedCount     PIC 9(5) VALUE 0.

      *> Group-matching state.  The target is the one open item
      *> being settled; the candidates are the other side's open
      *> items of the same sign no larger than it, searched depth
      *> first for two to GroupMaxSize of them whose amounts sum to
      *> the target within the tolerance.  The probe limit bounds
      *> the search on a long open-item list.
       01 GroupMaxSize   PIC 9 VALUE 5.
       01 GroupProbeMax  PIC 9(6) VALUE 50000.
       01 GroupProbes    PIC 9(6).
       01 GroupTargetIdx PIC 9(3).
       01 GroupTargetMag PIC 9(5)V99.
       01 GroupTargetSide PIC X.
       01 GroupMemberSide PIC X.
       01 CandidateTable.
           05 CandidateEntry OCCURS 300 TIMES.
               10 TblCandIdx PIC 9(3).
               10 TblCandMag PIC 9(5)V99.
       01 CandidateUsed PIC 9(3).
       01 CandidateIdx  PIC 9(3).
       01 GroupStack.
           05 GroupStackEntry OCCURS 5 TIMES.
               10 TblPick    PIC 9(3).
               10 TblPickSum PIC 9(7)V99.
       01 GroupDepth    PIC 9.
       01 GroupDepthIdx PIC 9.
       01 GroupSumDiff  PIC S9(7)V99.
       01 ItemMag       PIC 9(5)V99.
       01 WS-Group-Flag PIC X VALUE "N".
           88 GroupFound VALUE "Y".
       01 WS-Search-Flag PIC X VALUE "N".
           88 GroupSearchDone VALUE "Y".
       01 GroupSeq       PIC 9(3) VALUE 0.
       01 GroupRef       PIC X(18).
       01 GroupCount     PIC 9(5) VALUE 0.
       01 GroupItemCount PIC 9(5) VALUE 0.

      *> Aging buckets over the open items still unmatched at the
      *> end of the run.
       01 ItemAgeDays  PIC S9(5).
               ACCEPT RunMode
           END-IF

           IF BatchMode OR TwoFileMatch
               PERFORM CheckDryRun
           END-IF

           MOVE "N" TO NumEntryValid
           PERFORM FetchToleranceParm
           PERFORM AcceptTolerance UNTIL NumEntryIsValid

           PERFORM WriteCentralAuditLog

           IF DryRunMode
               PERFORM CloseForecast
           END-IF

           MOVE 0 TO RETURN-CODE

           IF ControlFailed
               PERFORM ControlFailure
           ELSE
               OPEN INPUT IfTxnFile
               IF NOT DryRunMode
                   OPEN OUTPUT IfGreaterFile
                   OPEN OUTPUT IfOtherFile
               END-IF

               READ IfTxnFile END-READ
               PERFORM ProcessOneTxnRecord TxnDetailExpected TIMES

               CLOSE IfTxnFile
               IF NOT DryRunMode
                   CLOSE IfGreaterFile
                   CLOSE IfOtherFile
               END-IF

               PERFORM WriteRunStats

               PERFORM KeepOutputGenerations

               PERFORM RegisterFeedReceipt
           END-IF.

      *> The classic two-file match: both feeds sorted by the

           OPEN INPUT FeedASortedFile
           OPEN INPUT FeedBSortedFile
           IF NOT DryRunMode
               OPEN OUTPUT MatchedFile
               OPEN OUTPUT OnlyAFile
               OPEN OUTPUT OnlyBFile
           END-IF

           PERFORM ReadFeedASorted
           PERFORM ReadFeedBSorted
           PERFORM MatchOnePair
               UNTIL EndOfFeedA AND EndOfFeedB

           PERFORM MatchOpenItemGroups

           CLOSE FeedASortedFile
           CLOSE FeedBSortedFile
           IF NOT DryRunMode
               CLOSE MatchedFile
               CLOSE OnlyAFile
               CLOSE OnlyBFile
           END-IF

           PERFORM RewriteOpenItemFile
           PERFORM WriteAgingReport

           DISPLAY "Matched        : " MatchedCount
           DISPLAY "Settled late   : " LateMatchedCount
           DISPLAY "Group matches  : " GroupCount
               " (" GroupItemCount " items)"
           DISPLAY "Unmatched in A : " OnlyACount
           DISPLAY "Unmatched in B : " OnlyBCount
           DISPLAY "Carried open   : " CarriedCount.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MatchedRecord
           MOVE RunIdValue TO RunStampRunId OF MatchedRecord
           MOVE SPACES TO MtcGroupRef
           IF DryRunMode
               MOVE "IFMATCHED" TO FcstFileName
               MOVE MatchedRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE MatchedRecord
           END-IF.

       WriteLateMatchFromB.
           ADD 1 TO LateMatchedCount
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MatchedRecord
           MOVE RunIdValue TO RunStampRunId OF MatchedRecord
           MOVE SPACES TO MtcGroupRef
           IF DryRunMode
               MOVE "IFMATCHED" TO FcstFileName
               MOVE MatchedRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE MatchedRecord
           END-IF.

       AddOpenItemA.
           IF OpenItemUsed < 300
      *> items file for the next run.
       RewriteOpenItemFile.
           MOVE 0 TO CarriedCount
           IF NOT DryRunMode
               OPEN OUTPUT OpenItemFile
           END-IF
           PERFORM WriteOneOpenItem
               VARYING OpenItemIdx FROM 1 BY 1
                   UNTIL OpenItemIdx > OpenItemUsed
           IF NOT DryRunMode
               CLOSE OpenItemFile
           END-IF.

       WriteOneOpenItem.
           IF TblOpnConsumed (OpenItemIdx) NOT = "Y"
               MOVE TblOpnRefKey (OpenItemIdx)    TO OpnRefKey
               MOVE TblOpnAmount (OpenItemIdx)    TO OpnAmount
               MOVE TblOpnFirstSeen (OpenItemIdx) TO OpnFirstSeen
               IF DryRunMode
                   MOVE "IFOPEN" TO FcstFileName
                   MOVE OpenItemRecord TO FcstImage
                   PERFORM ForecastWrite
               ELSE
                   WRITE OpenItemRecord
               END-IF
           END-IF.

      *> Buckets the surviving open items by how long they have
           MOVE 0 TO Bucket8To30
           MOVE 0 TO BucketOver30

           IF NOT DryRunMode
               OPEN OUTPUT AgingReportFile
           END-IF
           MOVE "OPEN ITEM AGING" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AgingReportLine
           PERFORM PutAgingReportLine

           PERFORM AgeOneOpenItem
               VARYING OpenItemIdx FROM 1 BY 1
               "  8-30: " Bucket8To30
               "  OVER 30: " BucketOver30
               DELIMITED BY SIZE INTO AgingReportLine
           PERFORM PutAgingReportLine
           DISPLAY AgingReportLine
           IF NOT DryRunMode
               CLOSE AgingReportFile
           END-IF.

       AgeOneOpenItem.
           IF TblOpnConsumed (OpenItemIdx) NOT = "Y"
               MOVE TblOpnAmount (OpenItemIdx) TO AgdAmount
               MOVE ItemAgeDays TO AgdAgeDays
               MOVE AgingDetail TO AgingReportLine
               PERFORM PutAgingReportLine
           END-IF.

      *> The second pass over the open items, once the key match
      *> has consumed what it can: an invoice settled by several
      *> part payments, or several invoices by one lump payment,
      *> never matches key to key and would otherwise sit open
      *> until it aged out.  Each open A item is tried against
      *> groups of open B items, then each open B item against
      *> groups of open A items.
       MatchOpenItemGroups.
           MOVE "A" TO GroupTargetSide
           MOVE "B" TO GroupMemberSide
           PERFORM TryGroupForTarget
               VARYING GroupTargetIdx FROM 1 BY 1
                   UNTIL GroupTargetIdx > OpenItemUsed
           MOVE "B" TO GroupTargetSide
           MOVE "A" TO GroupMemberSide
           PERFORM TryGroupForTarget
               VARYING GroupTargetIdx FROM 1 BY 1
                   UNTIL GroupTargetIdx > OpenItemUsed.

       TryGroupForTarget.
           IF TblOpnSide (GroupTargetIdx) = GroupTargetSide
                   AND TblOpnConsumed (GroupTargetIdx) NOT = "Y"
                   AND TblOpnAmount (GroupTargetIdx) NOT = 0
               PERFORM LoadGroupCandidates
               MOVE "N" TO WS-Group-Flag
               IF CandidateUsed >= 2
                   PERFORM SearchGroup
               END-IF
               IF GroupFound
                   PERFORM WriteGroupMatch
               END-IF
           END-IF.

      *> Candidates share the target's sign and are no larger than
      *> the target plus the tolerance - any larger one could never
      *> be part of a sum that comes back down to it.
       LoadGroupCandidates.
           MOVE 0 TO CandidateUsed
           IF TblOpnAmount (GroupTargetIdx) < 0
               COMPUTE GroupTargetMag =
                   0 - TblOpnAmount (GroupTargetIdx)
           ELSE
               MOVE TblOpnAmount (GroupTargetIdx) TO GroupTargetMag
           END-IF
           PERFORM LoadOneCandidate
               VARYING OpenItemIdx FROM 1 BY 1
                   UNTIL OpenItemIdx > OpenItemUsed.

       LoadOneCandidate.
           IF TblOpnSide (OpenItemIdx) = GroupMemberSide
                   AND TblOpnConsumed (OpenItemIdx) NOT = "Y"
                   AND TblOpnAmount (OpenItemIdx) NOT = 0
               IF TblOpnAmount (OpenItemIdx) < 0
                   COMPUTE ItemMag = 0 - TblOpnAmount (OpenItemIdx)
               ELSE
                   MOVE TblOpnAmount (OpenItemIdx) TO ItemMag
               END-IF
               EVALUATE TRUE
                   WHEN TblOpnAmount (OpenItemIdx) < 0
                           AND TblOpnAmount (GroupTargetIdx) > 0
                       CONTINUE
                   WHEN TblOpnAmount (OpenItemIdx) > 0
                           AND TblOpnAmount (GroupTargetIdx) < 0
                       CONTINUE
                   WHEN ItemMag > GroupTargetMag + Tolerance
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO CandidateUsed
                       MOVE OpenItemIdx TO TblCandIdx (CandidateUsed)
                       MOVE ItemMag TO TblCandMag (CandidateUsed)
               END-EVALUATE
           END-IF.

      *> Depth-first over the candidates in table order, each level
      *> picking a later candidate than the one above it so every
      *> combination is tried once.  A running sum past the target
      *> plus the tolerance is not extended further.
       SearchGroup.
           MOVE "N" TO WS-Search-Flag
           MOVE 0 TO GroupProbes
           MOVE 1 TO GroupDepth
           MOVE 1 TO TblPick (1)
           MOVE TblCandMag (1) TO TblPickSum (1)
           PERFORM GroupSearchStep UNTIL GroupSearchDone.

       GroupSearchStep.
           ADD 1 TO GroupProbes
           COMPUTE GroupSumDiff =
               TblPickSum (GroupDepth) - GroupTargetMag
           EVALUATE TRUE
               WHEN GroupDepth >= 2
                       AND GroupSumDiff <= Tolerance
                       AND GroupSumDiff >= 0 - Tolerance
                   SET GroupFound TO TRUE
                   SET GroupSearchDone TO TRUE
               WHEN GroupProbes >= GroupProbeMax
                   SET GroupSearchDone TO TRUE
               WHEN GroupDepth < GroupMaxSize
                       AND TblPick (GroupDepth) < CandidateUsed
                       AND GroupSumDiff < Tolerance
                   PERFORM GroupSearchDeeper
               WHEN OTHER
                   PERFORM GroupSearchNext
           END-EVALUATE.

       GroupSearchDeeper.
           ADD 1 TO GroupDepth
           COMPUTE TblPick (GroupDepth) =
               TblPick (GroupDepth - 1) + 1
           COMPUTE TblPickSum (GroupDepth) =
               TblPickSum (GroupDepth - 1)
               + TblCandMag (TblPick (GroupDepth)).

      *> Moves to the next candidate at this level, backing out of
      *> every level already at the last candidate; backing out of
      *> the first level ends the search.
       GroupSearchNext.
           PERFORM UNTIL GroupDepth = 0
                   OR TblPick (GroupDepth) < CandidateUsed
               SUBTRACT 1 FROM GroupDepth
           END-PERFORM
           IF GroupDepth = 0
               SET GroupSearchDone TO TRUE
           ELSE
               ADD 1 TO TblPick (GroupDepth)
               IF GroupDepth = 1
                   MOVE TblCandMag (TblPick (1)) TO TblPickSum (1)
               ELSE
                   COMPUTE TblPickSum (GroupDepth) =
                       TblPickSum (GroupDepth - 1)
                       + TblCandMag (TblPick (GroupDepth))
               END-IF
           END-IF.

      *> The target and every member go to the matched file under
      *> one group reference - the run ID and a sequence within the
      *> run - and come off the open items.
       WriteGroupMatch.
           ADD 1 TO GroupSeq
           ADD 1 TO GroupCount
           MOVE SPACES TO GroupRef
           STRING RunIdValue "-" GroupSeq
               DELIMITED BY SIZE INTO GroupRef
           MOVE GroupTargetIdx TO OpenItemIdx
           PERFORM WriteGroupMemberRow
           PERFORM VARYING GroupDepthIdx FROM 1 BY 1
                   UNTIL GroupDepthIdx > GroupDepth
               MOVE TblCandIdx (TblPick (GroupDepthIdx))
                   TO OpenItemIdx
               PERFORM WriteGroupMemberRow
           END-PERFORM.

       WriteGroupMemberRow.
           ADD 1 TO GroupItemCount
           MOVE "Y" TO TblOpnConsumed (OpenItemIdx)
           MOVE TblOpnRefKey (OpenItemIdx) TO MtcRefKey
           MOVE 0 TO MtcAmountA
           MOVE 0 TO MtcAmountB
           IF TblOpnSide (OpenItemIdx) = "A"
               MOVE TblOpnAmount (OpenItemIdx) TO MtcAmountA
           ELSE
               MOVE TblOpnAmount (OpenItemIdx) TO MtcAmountB
           END-IF
           IF GroupTargetSide = "A"
               MOVE "GROUP 1-N" TO MtcVerdict
           ELSE
               MOVE "GROUP N-1" TO MtcVerdict
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               MatchedRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MatchedRecord
           MOVE RunIdValue TO RunStampRunId OF MatchedRecord
           MOVE GroupRef TO MtcGroupRef
           IF DryRunMode
               MOVE "IFMATCHED" TO FcstFileName
               MOVE MatchedRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE MatchedRecord
           END-IF.

      *> A matched key compares its two amounts the same way
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MatchedRecord
           MOVE RunIdValue TO RunStampRunId OF MatchedRecord
           MOVE SPACES TO MtcGroupRef
           IF DryRunMode
               MOVE "IFMATCHED" TO FcstFileName
               MOVE MatchedRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE MatchedRecord
           END-IF.

       WriteOnlyARecord.
           ADD 1 TO OnlyACount
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               OnlyARecord
           MOVE RunIdValue TO RunStampRunId OF OnlyARecord
           IF DryRunMode
               MOVE "IFONLYA" TO FcstFileName
               MOVE OnlyARecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE OnlyARecord
           END-IF.

       WriteOnlyBRecord.
           ADD 1 TO OnlyBCount
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               OnlyBRecord
           MOVE RunIdValue TO RunStampRunId OF OnlyBRecord
           IF DryRunMode
               MOVE "IFONLYB" TO FcstFileName
               MOVE OnlyBRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE OnlyBRecord
           END-IF.

       ReadTxnRecord.
           READ IfTxnFile
           MOVE Outcome TO AuditOutcome
           MOVE FUNCTION CURRENT-DATE(1:14) TO AuditStamp

           IF DryRunMode
               MOVE "IFAUDIT" TO FcstFileName
               MOVE IfAuditRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               OPEN EXTEND IfAuditFile
               IF IfAuditFileNotFound
                   OPEN OUTPUT IfAuditFile
               END-IF
               WRITE IfAuditRecord
               CLOSE IfAuditFile
           END-IF.


      *> Appends this batch run's record counts to the shared
                   IfGreaterRecord
               MOVE RunIdValue TO RunStampRunId OF
                   IfGreaterRecord
               IF DryRunMode
                   MOVE "IFGREATER" TO FcstFileName
                   MOVE IfGreaterRecord TO FcstImage
                   PERFORM ForecastWrite
               ELSE
                   WRITE IfGreaterRecord
               END-IF
               ADD 1 TO RecordsWritten
           ELSE
               MOVE Num1 TO OtherNum1
                   IfOtherRecord
               MOVE RunIdValue TO RunStampRunId OF
                   IfOtherRecord
               IF DryRunMode
                   MOVE "IFOTHER" TO FcstFileName
                   MOVE IfOtherRecord TO FcstImage
                   PERFORM ForecastWrite
               ELSE
                   WRITE IfOtherRecord
               END-IF
               ADD 1 TO RecordsWritten
           END-IF.

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
                       READ IfTxnFile END-READ
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
               CLOSE IfTxnFile
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
                   MOVE "IfExample" TO ExcpProgramId
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
           MOVE "IFTXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "IfExample" TO FlyProgram
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
           MOVE "IfExample" TO FeedRcptProgram
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

       CloseForecast.
           MOVE "C" TO FcstAction
           PERFORM CallDryRunForecast.

       CallDryRunForecast.
           MOVE "IfExample" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       PutAgingReportLine.
           IF DryRunMode
               MOVE "IFAGING" TO FcstFileName
               MOVE AgingReportLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AgingReportLine
           END-IF.
