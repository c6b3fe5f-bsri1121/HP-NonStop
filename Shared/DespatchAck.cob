       IDENTIFICATION DIVISION.
       PROGRAM-ID. DespatchAck.

      *> Acknowledgement processing for the outbound interface
      *> files.  OutboundSend despatches the disbursement, GL and
      *> extract files with control records and logs each despatch;
      *> the bank and finance each send back an acknowledgement
      *> file, with the standard header and trailer controls,
      *> carrying one line per file they received - the despatching
      *> run's ID, read from the despatch header, the detail count
      *> and hash total they proved, and
      *> whether they accepted the file.  Each acknowledgement is
      *> matched to its despatch by run ID and control totals and
      *> the despatch marked accepted or rejected; an
      *> acknowledgement that matches nothing is rejected for
      *> someone to take up with the receiver.  A despatch still
      *> unacknowledged after the business days the central
      *> parameter allows raises one operator alert, so a file the
      *> other side never loaded is noticed the next morning, not
      *> at month-end.  Settled despatches - accepted, rejected or
      *> never expecting an acknowledgement - are dropped from the
      *> log once older than the DESPLOG-KEEP-DAYS central
      *> parameter, so the log holds only what is still live.  A
      *> row naming the run that produced its file is kept for
      *> good, as the proof OutboundSend checks before sending that
      *> run's file again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AckFile ASSIGN TO DYNAMIC AckPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AckFileStatus.
           SELECT DespatchLogFile ASSIGN TO
               "Data/Shared/DESPATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DespatchLogFileStatus.
           SELECT AckReportFile ASSIGN TO "Data/Shared/ACKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One acknowledged file per detail: the run ID the despatch
      *> went out under, the detail count and hash total the
      *> receiver proved from its trailer, A accepted or R rejected,
      *> and the receiver's reason for a rejection.
       FD  AckFile.
       01  AckRecord.
           05 AckRunId       PIC X(14).
           05 AckDetailCount PIC 9(7).
           05 AckHashTotal   PIC 9(12).
           05 AckVerdict     PIC X.
               88 AckFileAccepted VALUE "A".
               88 AckFileRejected VALUE "R".
           05 AckReason      PIC X(20).

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
      *> (file date and the receiving system that sent it) and
      *> trailer (detail count plus a hash total over the
      *> acknowledged detail counts).
       01  AckHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  AckTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 TrlHashTotal   PIC 9(12).

       FD  DespatchLogFile.
           COPY DESPLOG.

       FD  AckReportFile.
       01  AckReportLine PIC X(100).

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
           COPY FEEDLAY.
           COPY ALERTREC.
           COPY RPTHDR.
           COPY RUNSTATS.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY BUSDAY.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 AckFileStatus PIC XX.
           88 AckFileNotFound VALUE "35".

       01 DespatchLogFileStatus PIC XX.
           88 DespatchLogFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfAckFile VALUE "Y".

       01 WS-Log-Eof-Flag PIC X VALUE "N".
           88 EndOfDespatchLogFile VALUE "Y".

       01 WS-Control-Flag PIC X VALUE "N".
           88 ControlsValid VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 EntryFound VALUE "Y".

       01 WS-Settled-Flag PIC X VALUE "N".
           88 SettledEntryFound VALUE "Y".

       01 WS-Known-Flag PIC X VALUE "N".
           88 RunIdKnown VALUE "Y".

       01 WS-Changed-Flag PIC X VALUE "N".
           88 LogChanged VALUE "Y".

       01 WS-Overflow-Flag PIC X VALUE "N".
           88 LogOverflow VALUE "Y".

      *> P processes tonight's acknowledgement files and then checks
      *> for overdue despatches; L lists the despatches still
      *> awaiting acknowledgement.  Under NightlyBatch the action
      *> comes from the job-parameter file.
       01 MaintAction PIC X.
           88 ProcessAcks     VALUE "P".
           88 ListAwaitingAck VALUE "L".

      *> Each receiving system that acknowledges what we send, and
      *> the file its acknowledgements arrive on.
       01 AckSourceTable.
           05 FILLER PIC X(8)  VALUE "BANK".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/BANKACK.DAT".
           05 FILLER PIC X(8)  VALUE "FINANCE".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/FINACK.DAT".
       01 AckSourceView REDEFINES AckSourceTable.
           05 AckSourceEntry OCCURS 2 TIMES.
               10 SrcReceiver PIC X(8).
               10 SrcPath     PIC X(44).
       01 AckSourceIdx PIC 9.

       01 AckPathName PIC X(44).
       01 Receiver    PIC X(8).

       01 AckTotalLines     PIC 9(7) VALUE 0.
       01 AckDetailExpected PIC S9(7) VALUE 0.
       01 AckHashComputed   PIC 9(12) VALUE 0.

      *> The despatch log held in storage so acknowledged despatches
      *> can be marked and the log rewritten whole.
       01 DespatchTable.
           05 DespatchEntry OCCURS 2000 TIMES.
               10 TblDspRecord PIC X(151).
       01 DespatchUsed PIC 9(4) VALUE 0.
       01 DespatchIdx  PIC 9(4).
       01 MatchIdx     PIC 9(4).
       01 SettledIdx   PIC 9(4).

      *> Business days a despatch may wait for its acknowledgement
      *> before the overdue alert - the compiled-in default,
      *> overridden by the ACK-DEADLINE-DAYS central parameter.
       01 AckDeadlineDays PIC 9(3) VALUE 2.
       01 DaysWaiting     PIC S9(5).

      *> Calendar days a settled despatch stays on the log, dated
      *> from its acknowledgement - or from the despatch where none
      *> was expected - the compiled-in default, overridden by the
      *> DESPLOG-KEEP-DAYS central parameter.
       01 DespatchKeepDays PIC 9(3) VALUE 60.
       01 KeepCutoffInt    PIC 9(8).
       01 KeepCutoffDate   PIC 9(8).
       01 SettledDate      PIC 9(8).
       01 PurgedCount      PIC 9(5) VALUE 0.

       01 Today         PIC 9(8).
       01 RejectReason  PIC X(30).
       01 AckOutcome    PIC X(40).

       01 RecordsRead        PIC 9(7) VALUE 0.
       01 RecordsWritten     PIC 9(7) VALUE 0.
       01 RecordsRejected    PIC 9(7) VALUE 0.
       01 ReceiverRejections PIC 9(5) VALUE 0.
       01 AwaitingCount      PIC 9(5) VALUE 0.
       01 OverdueCount       PIC 9(5) VALUE 0.
       01 AlertedCount       PIC 9(5) VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(16) VALUE "RUN ID".
           05 FILLER PIC X(10) VALUE "RECEIVER".
           05 FILLER PIC X(9)  VALUE "  DETAILS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "VERDICT".
           05 FILLER PIC X(30) VALUE "OUTCOME".

       01 AckDetailLine.
           05 AdlRunId       PIC X(14).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 AdlReceiver    PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 AdlDetailCount PIC Z,ZZZ,ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 AdlVerdict     PIC X.
           05 FILLER         PIC X(7) VALUE SPACES.
           05 AdlOutcome     PIC X(40).

       01 AwaitingDetailLine.
           05 AwlTargetPath   PIC X(30).
           05 FILLER          PIC X VALUE SPACE.
           05 AwlReceiver     PIC X(8).
           05 FILLER          PIC X(6) VALUE " sent ".
           05 AwlDespatchDate PIC 9(8).
           05 FILLER          PIC X(5) VALUE " run ".
           05 AwlRunId        PIC X(14).
           05 FILLER          PIC X(6) VALUE " days ".
           05 AwlDays         PIC ZZZZ9.
           05 AwlOverdueMark  PIC X(11).

       01 AwaitingTotalLine.
           05 FILLER     PIC X(22) VALUE "Awaiting ack:         ".
           05 AtlCount   PIC ZZ,ZZ9.
           05 FILLER     PIC X(20) VALUE " despatch(es), over ".
           05 AtlDays    PIC ZZ9.
           05 FILLER     PIC X(16) VALUE " business days: ".
           05 AtlOverdue PIC ZZ,ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.
           PERFORM LoadAckDeadlineParm.
           PERFORM LoadKeepDaysParm.

           MOVE "ACTION" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO MaintAction
           ELSE
               DISPLAY "Action - (P)rocess acknowledgement files or "
               DISPLAY "(L)ist despatches awaiting acknowledgement: "
               ACCEPT MaintAction
           END-IF.

           PERFORM LoadDespatchLog.

           EVALUATE TRUE
               WHEN LogOverflow
                   DISPLAY "Despatch log has more rows than this "
                       "program can hold - nothing processed."
               WHEN ProcessAcks
                   OPEN OUTPUT AckReportFile
                   PERFORM WriteReportHeading
                   PERFORM ProcessOneAckFile
                       VARYING AckSourceIdx FROM 1 BY 1
                           UNTIL AckSourceIdx > 2
                   MOVE SPACES TO AckReportLine
                   WRITE AckReportLine
                   PERFORM WriteAwaitingDespatches
                   CLOSE AckReportFile
                   DISPLAY "Acknowledgements processed - "
                       RecordsWritten " matched, " RecordsRejected
                       " rejected, " ReceiverRejections
                       " despatches refused by the receiver."
               WHEN ListAwaitingAck
                   OPEN OUTPUT AckReportFile
                   PERFORM WriteReportHeading
                   PERFORM WriteAwaitingDespatches
                   CLOSE AckReportFile
               WHEN OTHER
                   DISPLAY "Unrecognized action - nothing done."
                   ADD 1 TO RecordsRejected
           END-EVALUATE.

           IF PurgedCount > 0
               DISPLAY PurgedCount " settled despatch(es) older than "
                   DespatchKeepDays " days dropped from the log."
           END-IF.

           IF LogChanged AND NOT LogOverflow
               PERFORM RewriteDespatchLog
           END-IF.

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN ControlFailed OR LogOverflow
                   MOVE 8 TO RETURN-CODE
               WHEN RecordsRejected > 0 OR ReceiverRejections > 0
                       OR OverdueCount > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> One receiver's acknowledgement file: proved against its
      *> own controls before a single despatch is touched, then
      *> every acknowledgement matched.  A receiver that sent
      *> nothing tonight is noted and passed over - its despatches
      *> simply go on waiting.
       ProcessOneAckFile.
           MOVE SrcReceiver (AckSourceIdx) TO Receiver
           MOVE SrcPath (AckSourceIdx) TO AckPathName
           PERFORM CountAckLines
           IF AckFileNotFound
               DISPLAY "No acknowledgement file from "
                   FUNCTION TRIM(Receiver) " on disk."
           ELSE
               PERFORM ValidateAckControls
               IF NOT ControlsValid
                   PERFORM ControlFailure
               ELSE
                   OPEN INPUT AckFile
                   READ AckFile END-READ
                   PERFORM ProcessOneAck
                       AckDetailExpected TIMES
                   CLOSE AckFile
               END-IF
           END-IF.

       CountAckLines.
           MOVE 0 TO AckTotalLines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AckFile
           IF AckFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCountLine UNTIL EndOfAckFile
               CLOSE AckFile
           END-IF.

       ReadCountLine.
           READ AckFile
               AT END SET EndOfAckFile TO TRUE
               NOT AT END ADD 1 TO AckTotalLines
           END-READ.

      *> The same header/trailer proof BankReturn gives the bank's
      *> return file, plus the header's source system, which must
      *> name the receiver the file is meant to come from.
       ValidateAckControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE AckDetailExpected = AckTotalLines - 2
           IF AckDetailExpected < 0
               DISPLAY "Acknowledgement file has no room for header "
                   "and trailer records."
           ELSE
               MOVE 0 TO AckHashComputed
               OPEN INPUT AckFile
               READ AckFile END-READ
               IF HdrRecordType = "H" AND HdrSourceSystem = Receiver
                   PERFORM CheckFeedLayout
               END-IF
               EVALUATE TRUE
                   WHEN HdrRecordType NOT = "H"
                       DISPLAY "Acknowledgement file header record "
                           "missing."
                   WHEN HdrSourceSystem NOT = Receiver
                       DISPLAY "Acknowledgement file header names "
                           HdrSourceSystem ", not "
                           FUNCTION TRIM(Receiver) "."
                   WHEN FlyLayoutUnknown
                       CONTINUE
                   WHEN OTHER
                       PERFORM AccumulateAckHash
                           AckDetailExpected TIMES
                       READ AckFile END-READ
                       PERFORM CheckAckTrailer
               END-EVALUATE
               CLOSE AckFile
           END-IF.

       CheckAckTrailer.
           EVALUATE TRUE
               WHEN TrlRecordType NOT = "T"
                   DISPLAY "Acknowledgement file trailer record "
                       "missing."
               WHEN TrlDetailCount NOT NUMERIC
                       OR TrlHashTotal NOT NUMERIC
                   DISPLAY "Acknowledgement file trailer is not "
                       "numeric."
               WHEN TrlDetailCount NOT = AckDetailExpected
                   DISPLAY "Trailer count " TrlDetailCount
                       " does not match " AckDetailExpected
                       " details on file."
               WHEN TrlHashTotal NOT = AckHashComputed
                   DISPLAY "Trailer hash total " TrlHashTotal
                       " does not match computed "
                       AckHashComputed "."
               WHEN OTHER
                   SET ControlsValid TO TRUE
           END-EVALUATE.

       AccumulateAckHash.
           READ AckFile END-READ
           IF AckDetailCount NUMERIC
               ADD AckDetailCount TO AckHashComputed
           END-IF.

      *> A failed file is left untouched for the receiver to resend;
      *> the other receiver's file is still processed.  A header in a
      *> layout this program does not read has already been logged
      *> by the layout check.
       ControlFailure.
           SET ControlFailed TO TRUE
           IF FlyLayoutUnknown
               DISPLAY "Acknowledgements from " FUNCTION TRIM(Receiver)
                   " not processed - file is in a record layout "
                   "this program does not read."
           ELSE
               SET ErrControlMismatch TO TRUE
               MOVE "DespatchAck" TO ExcpProgramId
               MOVE StdErrorCode TO ExcpReasonCode
               MOVE SPACES TO ExcpReasonText
               STRING FUNCTION TRIM(Receiver)
                   " ack file header/trailer do not agree"
                   DELIMITED BY SIZE INTO ExcpReasonText
               MOVE OperatorId TO ExcpOperatorId
               MOVE RunIdValue TO ExcpRunId
               CALL "ExceptionLog" USING ExcpProgramId,
                   ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                   ExcpRunId
               DISPLAY "Acknowledgements from "
                   FUNCTION TRIM(Receiver)
                   " not processed - file failed its header/trailer "
                   "controls."
           END-IF.

      *> The header's layout version is checked before a detail is
      *> applied, so a file cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "DESPACK" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "DespatchAck" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.

      *> One acknowledgement through the match: it must name a
      *> despatch to this receiver by run ID with the count and hash
      *> that despatch's trailer certified.  The same answer sent
      *> twice is recognized and passed over; a different answer
      *> for a despatch already settled, or totals that do not
      *> agree with what was sent, is a reject.
       ProcessOneAck.
           READ AckFile END-READ
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           MOVE SPACES TO AckOutcome
           EVALUATE TRUE
               WHEN AckDetailCount NOT NUMERIC
                       OR AckHashTotal NOT NUMERIC
                   MOVE "controls not numeric" TO RejectReason
               WHEN NOT AckFileAccepted AND NOT AckFileRejected
                   MOVE "verdict not A or R" TO RejectReason
               WHEN OTHER
                   PERFORM FindDespatch
                   PERFORM JudgeAckMatch
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectAck
           ELSE
               PERFORM WriteAckLine
           END-IF.

       JudgeAckMatch.
           EVALUATE TRUE
               WHEN EntryFound
                   PERFORM ApplyAck
               WHEN SettledEntryFound
                   MOVE TblDspRecord (SettledIdx) TO DespatchLogRecord
                   IF DspAckStatus = AckVerdict
                       MOVE "already recorded - no change" TO
                           AckOutcome
                   ELSE
                       MOVE "despatch already acknowledged" TO
                           RejectReason
                   END-IF
               WHEN RunIdKnown
                   MOVE "control totals differ" TO RejectReason
               WHEN OTHER
                   MOVE "no matching despatch" TO RejectReason
           END-EVALUATE.

      *> One run despatches several files to the same receiver, so
      *> the run ID alone is not the key - the control totals pick
      *> out which of its files is being answered for.
       FindDespatch.
           MOVE "N" TO WS-Found-Flag
           MOVE "N" TO WS-Settled-Flag
           MOVE "N" TO WS-Known-Flag
           PERFORM VARYING DespatchIdx FROM 1 BY 1
                   UNTIL DespatchIdx > DespatchUsed OR EntryFound
               MOVE TblDspRecord (DespatchIdx) TO DespatchLogRecord
               IF RunStampRunId = AckRunId
                       AND DspReceiver = Receiver
                   SET RunIdKnown TO TRUE
                   IF DspDetailCount = AckDetailCount
                           AND DspHashTotal = AckHashTotal
                       IF DspAwaitingAck
                           SET EntryFound TO TRUE
                           MOVE DespatchIdx TO MatchIdx
                       ELSE
                           SET SettledEntryFound TO TRUE
                           MOVE DespatchIdx TO SettledIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> A receiver refusing a file is as much a missed delivery as
      *> one never acknowledged - the despatch is marked and an
      *> alert raised so it is sent again.
       ApplyAck.
           MOVE TblDspRecord (MatchIdx) TO DespatchLogRecord
           MOVE AckVerdict TO DspAckStatus
           MOVE Today TO DspAckDate
           MOVE AckReason TO DspAckReason
           MOVE DespatchLogRecord TO TblDspRecord (MatchIdx)
           SET LogChanged TO TRUE
           ADD 1 TO RecordsWritten
           IF DspRejected
               ADD 1 TO ReceiverRejections
               MOVE "REJECTED by receiver" TO AckOutcome
               PERFORM PostRejectionAlert
           ELSE
               MOVE "ACCEPTED" TO AckOutcome
           END-IF.

       PostRejectionAlert.
           MOVE "DespatchAck" TO AlertProgramId
           MOVE 2 TO AlertSeverity
           MOVE SPACES TO AlertText
           STRING FUNCTION TRIM(Receiver) " refused run "
               RunStampRunId
               DELIMITED BY SIZE INTO AlertText
           MOVE RunIdValue TO AlertRunId
           CALL "AlertPost" USING AlertProgramId, AlertSeverity,
               AlertText, AlertRunId.

       WriteAckLine.
           MOVE AckRunId TO AdlRunId
           MOVE Receiver TO AdlReceiver
           IF AckDetailCount NUMERIC
               MOVE AckDetailCount TO AdlDetailCount
           ELSE
               MOVE 0 TO AdlDetailCount
           END-IF
           MOVE AckVerdict TO AdlVerdict
           MOVE AckOutcome TO AdlOutcome
           MOVE AckDetailLine TO AckReportLine
           WRITE AckReportLine.

       RejectAck.
           ADD 1 TO RecordsRejected
           MOVE SPACES TO AckOutcome
           STRING "REJECTED - " RejectReason
               DELIMITED BY SIZE INTO AckOutcome
           PERFORM WriteAckLine
           IF RejectReason = "control totals differ"
               SET ErrControlMismatch TO TRUE
           ELSE
               SET ErrOutOfRangeInput TO TRUE
           END-IF
           MOVE "DespatchAck" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Ack " AckRunId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           MOVE RunIdValue TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Acknowledgement rejected - " AckRunId ": "
               RejectReason.

      *> Every despatch still waiting, on every run's report, with
      *> the business days it has waited.  On a processing run a
      *> despatch past the deadline raises its alert - once, the
      *> flag on the log row keeps the nightly run from raising it
      *> again.
       WriteAwaitingDespatches.
           MOVE "DESPATCHES AWAITING ACKNOWLEDGEMENT" TO
               AckReportLine
           WRITE AckReportLine
           PERFORM VARYING DespatchIdx FROM 1 BY 1
                   UNTIL DespatchIdx > DespatchUsed
               MOVE TblDspRecord (DespatchIdx) TO DespatchLogRecord
               IF DspAwaitingAck
                   PERFORM NoteAwaitingDespatch
               END-IF
           END-PERFORM
           MOVE AwaitingCount TO AtlCount
           MOVE AckDeadlineDays TO AtlDays
           MOVE OverdueCount TO AtlOverdue
           MOVE AwaitingTotalLine TO AckReportLine
           WRITE AckReportLine
           DISPLAY "Despatches awaiting acknowledgement: "
               AwaitingCount "  overdue: " OverdueCount
               "  newly alerted: " AlertedCount.

       NoteAwaitingDespatch.
           ADD 1 TO AwaitingCount
           PERFORM CountDaysWaiting
           MOVE SPACES TO AwlOverdueMark
           IF DaysWaiting > AckDeadlineDays
               ADD 1 TO OverdueCount
               MOVE " ** OVERDUE" TO AwlOverdueMark
               IF ProcessAcks AND NOT DspOverdueAlerted
                   PERFORM RaiseOverdueAlert
                   SET DspOverdueAlerted TO TRUE
                   MOVE DespatchLogRecord TO TblDspRecord (DespatchIdx)
                   SET LogChanged TO TRUE
                   ADD 1 TO AlertedCount
               END-IF
           END-IF
           MOVE DspTargetPath   TO AwlTargetPath
           MOVE DspReceiver     TO AwlReceiver
           MOVE DspDespatchDate TO AwlDespatchDate
           MOVE RunStampRunId   TO AwlRunId
           MOVE DaysWaiting     TO AwlDays
           MOVE AwaitingDetailLine TO AckReportLine
           WRITE AckReportLine
           DISPLAY AwaitingDetailLine.

      *> Business days counted from the day after despatch through
      *> today, against the default calendar.
       CountDaysWaiting.
           MOVE "S" TO BusDayFunction
           MOVE DspDespatchDate TO BusDayDate1
           MOVE 0 TO BusDayOffset
           MOVE Today TO BusDayDate2
           MOVE SPACES TO BusDayCalId
           CALL "BusDayCalc" USING BusDayFunction, BusDayDate1,
               BusDayOffset, BusDayDate2, BusDaySpan, BusDayCalId
           IF BusDaySpan > 0
               MOVE BusDaySpan TO DaysWaiting
           ELSE
               MOVE 0 TO DaysWaiting
           END-IF.

       RaiseOverdueAlert.
           MOVE "DespatchAck" TO AlertProgramId
           MOVE 2 TO AlertSeverity
           MOVE SPACES TO AlertText
           STRING "No ack from " FUNCTION TRIM(DspReceiver)
               " run " RunStampRunId
               DELIMITED BY SIZE INTO AlertText
           MOVE RunIdValue TO AlertRunId
           CALL "AlertPost" USING AlertProgramId, AlertSeverity,
               AlertText, AlertRunId.

       WriteReportHeading.
           MOVE "DESPATCH ACKNOWLEDGEMENTS" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AckReportLine
           WRITE AckReportLine
           MOVE SPACES TO AckReportLine
           WRITE AckReportLine
           IF ProcessAcks
               MOVE ColumnHeading1 TO AckReportLine
               WRITE AckReportLine
           END-IF.

       LoadDespatchLog.
           OPEN INPUT DespatchLogFile
           IF DespatchLogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadDespatchLogRecord
               PERFORM UNTIL EndOfDespatchLogFile
                   PERFORM KeepOrPurgeDespatch
                   PERFORM ReadDespatchLogRecord
               END-PERFORM
               CLOSE DespatchLogFile
           END-IF.

      *> A settled despatch past the keep period is left out of
      *> the table, so the rewrite drops it; everything still
      *> awaiting acknowledgement is kept however old.
       KeepOrPurgeDespatch.
           EVALUATE TRUE
               WHEN DspSourceRunId NOT = SPACES
                   MOVE 99999999 TO SettledDate
               WHEN DspAccepted OR DspRejected
                   MOVE DspAckDate TO SettledDate
               WHEN DspNoAckExpected
                   MOVE DspDespatchDate TO SettledDate
               WHEN OTHER
                   MOVE 99999999 TO SettledDate
           END-EVALUATE
           IF SettledDate < KeepCutoffDate
               ADD 1 TO PurgedCount
               SET LogChanged TO TRUE
           ELSE
               IF DespatchUsed < 2000
                   ADD 1 TO DespatchUsed
                   MOVE DespatchLogRecord TO
                       TblDspRecord (DespatchUsed)
               ELSE
                   SET LogOverflow TO TRUE
               END-IF
           END-IF.

       ReadDespatchLogRecord.
           READ DespatchLogFile
               AT END SET EndOfDespatchLogFile TO TRUE
           END-READ.

       RewriteDespatchLog.
           OPEN OUTPUT DespatchLogFile
           PERFORM VARYING DespatchIdx FROM 1 BY 1
                   UNTIL DespatchIdx > DespatchUsed
               MOVE TblDspRecord (DespatchIdx) TO DespatchLogRecord
               WRITE DespatchLogRecord
           END-PERFORM
           CLOSE DespatchLogFile.

      *> Looks up the acknowledgement deadline through the
      *> effective-dated parameter lookup; not found keeps the
      *> compiled-in default.
       LoadAckDeadlineParm.
           MOVE "ACK-DEADLINE-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "DespatchAck" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO AckDeadlineDays
           END-IF.

      *> The settled-despatch keep period, through the same
      *> lookup; the cutoff is the oldest settlement date kept.
       LoadKeepDaysParm.
           MOVE "DESPLOG-KEEP-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "DespatchAck" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO DespatchKeepDays
           END-IF
           COMPUTE KeepCutoffInt =
               FUNCTION INTEGER-OF-DATE(Today) - DespatchKeepDays
           COMPUTE KeepCutoffDate =
               FUNCTION DATE-OF-INTEGER(KeepCutoffInt).

       WriteRunStats.
           MOVE "DespatchAck" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "DespatchAck" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight run needs no one at
      *> the console.
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
           MOVE RunIdValue TO AuditRunId.

       AcquireRunLock.
           MOVE "DespatchAck" TO LockProgramId
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
           MOVE "DespatchAck" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Acks=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Matched=" RecordsWritten " Rej=" RecordsRejected
               " Overdue=" OverdueCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
