           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  DivideTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
       01 Quotient  PIC S9(3) SIGN LEADING SEPARATE.
       01 Rem       PIC S9(3) SIGN LEADING SEPARATE.
       01 DecQuotient PIC 9(5)V99.
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: everything is read, proved and
      *> divided as normal, but each record is handed to the dry-run
      *> forecast instead of being written.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 WS-Rcy-Eof-Flag PIC X VALUE "N".
           88 EndOfRecycleFile VALUE "Y".

               ACCEPT RunMode
           END-IF.

           IF BatchMode
               PERFORM CheckDryRun
           END-IF.

           IF NOT DryRunMode
               OPEN OUTPUT DivideExcFile
           END-IF.

           EVALUATE TRUE
               WHEN BatchMode
                   PERFORM ProcessInteractive
           END-EVALUATE.

           IF NOT DryRunMode
               CLOSE DivideExcFile
           END-IF.

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           IF BatchMode
               PERFORM ApplyRejectGate
           ELSE
               PERFORM ControlFailure
           ELSE
               OPEN INPUT DivideTxnFile
               IF NOT DryRunMode
                   OPEN OUTPUT DivideOutFile
               END-IF

               PERFORM ProcessRecycleFile

               PERFORM ProcessOneTxnRecord TxnDetailExpected TIMES

               CLOSE DivideTxnFile
               IF NOT DryRunMode
                   CLOSE DivideOutFile
               END-IF

               PERFORM WriteRunStats

               PERFORM KeepOutputGenerations

               PERFORM RegisterFeedReceipt
           END-IF.

      *> Splits a monetary amount across N recipients so the
               DivideExcRecord
           MOVE RunIdValue TO RunStampRunId OF
               DivideExcRecord
           IF DryRunMode
               MOVE "DIVEXC" TO FcstFileName
               MOVE DivideExcRecord TO FcstImage
               PERFORM ForecastReject
           ELSE
               WRITE DivideExcRecord
           END-IF
           ADD 1 TO ExceptionCount

           MOVE "DivideExample" TO ExcpProgramId
               DivideOutRecord
           MOVE RunIdValue TO RunStampRunId OF
               DivideOutRecord
           IF DryRunMode
               MOVE "DIVOUT" TO FcstFileName
               MOVE DivideOutRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE DivideOutRecord
           END-IF
           ADD 1 TO RecordsWritten.



      *> Corrected rejects recycle through the same division chain
      *> ahead of the day's new work, then the recycle file is
      *> cleared so a correction flows back exactly once.  A dry run
      *> leaves it in place for the real run.
       ProcessRecycleFile.
           MOVE "N" TO WS-Rcy-Eof-Flag
           OPEN INPUT DivideRecycleFile
                   PERFORM ReadRecycleRecord
               END-PERFORM
               CLOSE DivideRecycleFile
               IF NOT DryRunMode
                   OPEN OUTPUT DivideRecycleFile
                   CLOSE DivideRecycleFile
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
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateTxnHash TxnDetailExpected TIMES
                       READ DivideTxnFile END-READ
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
               CLOSE DivideTxnFile
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
                   MOVE "DivideExample" TO ExcpProgramId
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
           MOVE "DIVTXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "DivideExample" TO FlyProgram
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
           MOVE "DivideExample" TO FeedRcptProgram
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
           MOVE "DivideExample" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
