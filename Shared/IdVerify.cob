       IDENTIFICATION DIVISION.
       PROGRAM-ID. IdVerify.

      *> Date-of-birth verification against the identity registry.
      *> Agecheck takes the date of birth on the applicant file on
      *> trust, and the age test is only as good as that date.  The
      *> request action picks up the applicants the latest
      *> eligibility run accepted, and writes each one never yet
      *> checked to the registry request file - the despatch step
      *> stamps it with the standard controls on its way out - and
      *> marks them asked on the master.  The load action takes the
      *> registry's response file, proved against its own header
      *> and trailer first, and compares the registry's name and
      *> date of birth with the master's.  A confirmed applicant is
      *> marked verified with the date; one the registry does not
      *> confirm, or does not know, is suspended on the master and
      *> routed to the review queue under the mismatch, with the
      *> registry's details on the item for the supervisor to adopt
      *> or reject.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ApplicantMasterFile ASSIGN TO
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantMasterFileStatus.
           SELECT AcceptedFile ASSIGN TO "Data/Agecheck/ACCEPTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AcceptedFileStatus.
           SELECT IdRequestFile ASSIGN TO
               "Data/Agecheck/IDVREQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IdResponseFile ASSIGN TO
               "Data/Agecheck/IDVRESP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IdResponseFileStatus.
           SELECT ReviewExtractFile ASSIGN TO
               "Data/Agecheck/APPREVIEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReviewExtractFileStatus.
           SELECT IdReportFile ASSIGN TO
               "Data/Agecheck/IDVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  AcceptedFile.
           COPY APPACC.

      *> One applicant the registry is asked to confirm - the name
      *> and date of birth exactly as the master holds them.
       FD  IdRequestFile.
       01  IdRequestRecord.
           05 IvqApplicantId PIC X(10).
           05 IvqName        PIC X(20).
           05 IvqDob         PIC 9(8).
           COPY RUNSTAMP.

      *> One registry answer per detail: the applicant asked about,
      *> whether the registry holds them, and the name and date of
      *> birth it holds.
       FD  IdResponseFile.
       01  IdResponseRecord.
           05 IvrApplicantId PIC X(10).
           05 IvrResult      PIC X.
               88 IvrOnRegistry    VALUE "F".
               88 IvrNotOnRegistry VALUE "N".
           05 IvrName        PIC X(20).
           05 IvrDob         PIC 9(8).

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
      *> (file date and source system) and trailer (detail count
      *> plus a hash total over the returned dates of birth).
       01  IdResponseHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  IdResponseTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 TrlHashTotal   PIC 9(14).

       FD  ReviewExtractFile.
           COPY RVWREC.

       FD  IdReportFile.
       01  IdReportLine PIC X(100).

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
           COPY FEEDRCPT.
           COPY FEEDLAY.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 ApplicantMasterFileStatus PIC XX.
           88 ApplicantMasterFileNotFound VALUE "35".

       01 AcceptedFileStatus PIC XX.
           88 AcceptedFileNotFound VALUE "35".

       01 IdResponseFileStatus PIC XX.
           88 IdResponseFileNotFound VALUE "35".

       01 ReviewExtractFileStatus PIC XX.
           88 ReviewExtractFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfIdResponseFile VALUE "Y".

       01 WS-Mst-Eof-Flag PIC X VALUE "N".
           88 EndOfApplicantMasterFile VALUE "Y".

       01 WS-Acc-Eof-Flag PIC X VALUE "N".
           88 EndOfAcceptedFile VALUE "Y".

       01 WS-Mst-Full-Flag PIC X VALUE "N".
           88 MasterOverflow VALUE "Y".

       01 WS-Changed-Flag PIC X VALUE "N".
           88 MasterChanged VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 MasterRowFound VALUE "Y".

       01 WS-Control-Flag PIC X VALUE "N".
           88 ControlsValid VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> R asks the registry about newly accepted applicants; L
      *> loads the registry's answers.  Under NightlyBatch the
      *> action comes from the job-parameter file.
       01 MaintAction PIC X.
           88 RequestChecks VALUE "R".
           88 LoadResponses VALUE "L".

      *> The master held in storage as record images so the
      *> verification fields can be set and the file rewritten in
      *> one piece - sized for the 20000 applicants the eligibility
      *> run will hold on the master.
       01 MasterTable.
           05 MasterEntry OCCURS 20000 TIMES.
               10 TblMasterImage PIC X(56).
       01 MasterUsed PIC 9(5) VALUE 0.
       01 MasterIdx  PIC 9(5).
       01 FoundIdx   PIC 9(5).

       01 Today PIC 9(8).
       01 WantedApplicantId PIC X(10).
       01 RejectReason      PIC X(30).
       01 MismatchReason    PIC X(25).

       01 ResponseTotalLines    PIC 9(7) VALUE 0.
       01 ResponseDetailExpected PIC S9(7) VALUE 0.
       01 ResponseHashTotal     PIC 9(14) VALUE 0.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 AlreadyAsked    PIC 9(5) VALUE 0.
       01 VerifiedCount   PIC 9(5) VALUE 0.
       01 SuspendedCount  PIC 9(5) VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(12) VALUE "APPLICANT".
           05 FILLER PIC X(22) VALUE "REGISTRY NAME".
           05 FILLER PIC X(10) VALUE "DOB".
           05 FILLER PIC X(30) VALUE "OUTCOME".

       01 ResponseDetailLine.
           05 RdlApplicantId PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlName        PIC X(20).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlDob         PIC 9(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlOutcome     PIC X(30).

       01 ResponseTotalLine.
           05 FILLER      PIC X(10) VALUE "Verified: ".
           05 RtlVerified PIC ZZ,ZZ9.
           05 FILLER      PIC X(14) VALUE "   Suspended: ".
           05 RtlSuspended PIC ZZ,ZZ9.
           05 FILLER      PIC X(13) VALUE "   Rejected: ".
           05 RtlRejected PIC Z,ZZZ,ZZ9.

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

           MOVE "ACTION" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO MaintAction
           ELSE
               DISPLAY "Action - (R)equest registry checks for newly "
               DISPLAY "accepted applicants or (L)oad registry "
                   "responses: "
               ACCEPT MaintAction
           END-IF.

           PERFORM LoadMasterTable.

           EVALUATE TRUE
               WHEN MasterOverflow
                   DISPLAY "Applicant master exceeds the table - "
                       "nothing requested or loaded."
                   SET ControlFailed TO TRUE
               WHEN RequestChecks
                   PERFORM WriteRequestFile
               WHEN LoadResponses
                   PERFORM ProcessResponseFile
               WHEN OTHER
                   DISPLAY "Unrecognized action - nothing done."
                   ADD 1 TO RecordsRejected
           END-EVALUATE.

           IF MasterChanged
               PERFORM RewriteMasterFile
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

      *> Every applicant on the latest accepted extract the registry
      *> has never been asked about goes on the request file, with
      *> the master's own name and date of birth; asking marks the
      *> master so a rerun, or the next night's extract carrying a
      *> released applicant, never asks twice.
       WriteRequestFile.
           MOVE "N" TO WS-Acc-Eof-Flag
           OPEN INPUT AcceptedFile
           IF AcceptedFileNotFound
               DISPLAY "No accepted extract on disk - nothing to "
                   "request."
           ELSE
               OPEN OUTPUT IdRequestFile
               PERFORM ReadAcceptedRecord
               PERFORM UNTIL EndOfAcceptedFile
                   ADD 1 TO RecordsRead
                   PERFORM RequestOneApplicant
                   PERFORM ReadAcceptedRecord
               END-PERFORM
               CLOSE AcceptedFile
               CLOSE IdRequestFile
               DISPLAY "Registry requests written: " RecordsWritten
                   ", " AlreadyAsked " already asked, "
                   RecordsRejected " rejected."
           END-IF.

       ReadAcceptedRecord.
           READ AcceptedFile
               AT END SET EndOfAcceptedFile TO TRUE
           END-READ.

       RequestOneApplicant.
           MOVE AcceptedApplicantId TO WantedApplicantId
           PERFORM FindMasterRow
           IF NOT MasterRowFound
               MOVE "not on the applicant master" TO RejectReason
               PERFORM LogRejectedApplicant
           ELSE
               MOVE TblMasterImage (FoundIdx) TO ApplicantMasterRecord
               IF MasterIdvNotAsked
                   MOVE MasterApplicantId TO IvqApplicantId
                   MOVE MasterName TO IvqName
                   MOVE MasterDob  TO IvqDob
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
                       IdRequestRecord
                   MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
                       IdRequestRecord
                   MOVE RunIdValue TO RunStampRunId OF IdRequestRecord
                   WRITE IdRequestRecord
                   ADD 1 TO RecordsWritten
                   SET MasterIdvRequested TO TRUE
                   MOVE Today TO MasterIdvDate
                   MOVE ApplicantMasterRecord TO
                       TblMasterImage (FoundIdx)
                   SET MasterChanged TO TRUE
               ELSE
                   ADD 1 TO AlreadyAsked
               END-IF
           END-IF.

      *> The registry's file is proved against its own controls
      *> before a single applicant is touched.
       ProcessResponseFile.
           PERFORM CountResponseLines
           IF IdResponseFileNotFound
               DISPLAY "No registry response file on disk - nothing "
                   "loaded."
           ELSE
               PERFORM ValidateResponseControls
               IF NOT ControlsValid
                   PERFORM ControlFailure
               ELSE
                   OPEN OUTPUT IdReportFile
                   PERFORM WriteReportHeading
                   OPEN EXTEND ReviewExtractFile
                   IF ReviewExtractFileNotFound
                       OPEN OUTPUT ReviewExtractFile
                   END-IF
                   OPEN INPUT IdResponseFile
                   READ IdResponseFile END-READ
                   PERFORM ProcessOneResponse
                       ResponseDetailExpected TIMES
                   CLOSE IdResponseFile
                   CLOSE ReviewExtractFile
                   MOVE SPACES TO IdReportLine
                   WRITE IdReportLine
                   MOVE VerifiedCount   TO RtlVerified
                   MOVE SuspendedCount  TO RtlSuspended
                   MOVE RecordsRejected TO RtlRejected
                   MOVE ResponseTotalLine TO IdReportLine
                   WRITE IdReportLine
                   CLOSE IdReportFile
                   DISPLAY "Registry responses loaded - "
                       VerifiedCount " verified, " SuspendedCount
                       " suspended, " RecordsRejected " rejected."
                   PERFORM RegisterFeedReceipt
               END-IF
           END-IF.

       CountResponseLines.
           MOVE 0 TO ResponseTotalLines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT IdResponseFile
           IF IdResponseFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCountLine UNTIL EndOfIdResponseFile
               CLOSE IdResponseFile
           END-IF.

       ReadCountLine.
           READ IdResponseFile
               AT END SET EndOfIdResponseFile TO TRUE
               NOT AT END ADD 1 TO ResponseTotalLines
           END-READ.

      *> The same header/trailer proof the bank return file gets:
      *> record type bytes, the trailer's detail count, and its
      *> hash total over the dates of birth returned.
       ValidateResponseControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE ResponseDetailExpected = ResponseTotalLines - 2
           IF ResponseDetailExpected < 0
               DISPLAY "Response file has no room for header and "
                   "trailer records."
           ELSE
               MOVE 0 TO ResponseHashTotal
               OPEN INPUT IdResponseFile
               READ IdResponseFile END-READ
               IF HdrRecordType NOT = "H"
                   DISPLAY "Response file header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateResponseHash
                           ResponseDetailExpected TIMES
                       READ IdResponseFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Response file trailer record "
                                   "missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Response file trailer is not "
                                   "numeric."
                           WHEN TrlDetailCount
                                   NOT = ResponseDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match "
                                   ResponseDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = ResponseHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   ResponseHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                               PERFORM CheckFeedReceipt
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE IdResponseFile
           END-IF.

       AccumulateResponseHash.
           READ IdResponseFile END-READ
           IF IvrDob NUMERIC
               ADD IvrDob TO ResponseHashTotal
           END-IF.

      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - registry response file has "
                       "already been loaded."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - registry response file is in "
                       "a record layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "IdVerify" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Response file header/trailer do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - registry response file "
                       "failed its header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "IDVRESP" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "IdVerify" TO FlyProgram
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
           MOVE "IdVerify" TO FeedRcptProgram
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

      *> One answer through the match: it must name an applicant on
      *> the master whose check is still outstanding - an answer to
      *> a question never asked, or already answered, is a reject
      *> for someone to take up with the registry.
       ProcessOneResponse.
           READ IdResponseFile END-READ
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           MOVE IvrApplicantId TO WantedApplicantId
           PERFORM FindMasterRow
           EVALUATE TRUE
               WHEN NOT MasterRowFound
                   MOVE "not on the applicant master" TO RejectReason
               WHEN NOT IvrOnRegistry AND NOT IvrNotOnRegistry
                   MOVE "result code not recognized" TO RejectReason
               WHEN IvrOnRegistry AND IvrDob NOT NUMERIC
                   MOVE "date of birth not numeric" TO RejectReason
               WHEN OTHER
                   MOVE TblMasterImage (FoundIdx) TO
                       ApplicantMasterRecord
                   IF MasterIdvRequested
                       PERFORM ApplyResponse
                   ELSE
                       MOVE "no registry check outstanding" TO
                           RejectReason
                   END-IF
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM LogRejectedApplicant
           END-IF.

      *> The registry's details against the master's.  A match is
      *> verified; anything else suspends an applicant still in
      *> play - a withdrawn or deceased one keeps that status - and
      *> puts the registry's version in front of a supervisor.
       ApplyResponse.
           MOVE SPACES TO MismatchReason
           EVALUATE TRUE
               WHEN IvrNotOnRegistry
                   MOVE "ID NOT ON REGISTRY" TO MismatchReason
               WHEN IvrName NOT = MasterName
                       AND IvrDob NOT = MasterDob
                   MOVE "ID NAME AND DOB MISMATCH" TO MismatchReason
               WHEN IvrName NOT = MasterName
                   MOVE "ID NAME MISMATCH" TO MismatchReason
               WHEN IvrDob NOT = MasterDob
                   MOVE "ID DOB MISMATCH" TO MismatchReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           MOVE Today TO MasterIdvDate
           IF MismatchReason = SPACES
               SET MasterIdvVerified TO TRUE
               ADD 1 TO VerifiedCount
               MOVE "VERIFIED" TO RdlOutcome
           ELSE
               SET MasterIdvMismatch TO TRUE
               IF MasterActive OR MasterPending
                   SET MasterSuspended TO TRUE
               END-IF
               ADD 1 TO SuspendedCount
               PERFORM WriteMismatchReview
               MOVE SPACES TO RdlOutcome
               STRING "SUSPENDED - " MismatchReason
                   DELIMITED BY SIZE INTO RdlOutcome
           END-IF
           ADD 1 TO RecordsWritten
           MOVE ApplicantMasterRecord TO TblMasterImage (FoundIdx)
           SET MasterChanged TO TRUE

           MOVE IvrApplicantId TO RdlApplicantId
           MOVE IvrName TO RdlName
           IF IvrDob NUMERIC
               MOVE IvrDob TO RdlDob
           ELSE
               MOVE 0 TO RdlDob
           END-IF
           MOVE ResponseDetailLine TO IdReportLine
           WRITE IdReportLine.

      *> The review item carries the registry's name and date of
      *> birth where it has them, so accepting the item adopts the
      *> registry's version; an applicant the registry does not
      *> know keeps the master's details on the item.
       WriteMismatchReview.
           MOVE SPACES TO ReviewExtractRecord
           MOVE MasterApplicantId TO RvwApplicantId
           IF IvrOnRegistry
               MOVE IvrName TO RvwName
               MOVE IvrDob  TO RvwDob
           ELSE
               MOVE MasterName TO RvwName
               MOVE MasterDob  TO RvwDob
           END-IF
           MOVE MismatchReason TO RvwReason
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               ReviewExtractRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               ReviewExtractRecord
           MOVE RunIdValue TO RunStampRunId OF ReviewExtractRecord
           WRITE ReviewExtractRecord.

       LogRejectedApplicant.
           ADD 1 TO RecordsRejected
           IF LoadResponses
               MOVE WantedApplicantId TO RdlApplicantId
               MOVE IvrName TO RdlName
               IF IvrDob NUMERIC
                   MOVE IvrDob TO RdlDob
               ELSE
                   MOVE 0 TO RdlDob
               END-IF
               MOVE SPACES TO RdlOutcome
               STRING "REJECTED - " RejectReason
                   DELIMITED BY SIZE INTO RdlOutcome
               MOVE ResponseDetailLine TO IdReportLine
               WRITE IdReportLine
           END-IF
           SET ErrOutOfRangeInput TO TRUE
           MOVE "IdVerify" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Applicant " WantedApplicantId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Applicant rejected - " WantedApplicantId ": "
               RejectReason.

       FindMasterRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING MasterIdx FROM 1 BY 1
                   UNTIL MasterIdx > MasterUsed OR MasterRowFound
               IF TblMasterImage (MasterIdx) (1:10) = WantedApplicantId
                   SET MasterRowFound TO TRUE
                   MOVE MasterIdx TO FoundIdx
               END-IF
           END-PERFORM.

       WriteReportHeading.
           MOVE "IDENTITY REGISTRY RESPONSES" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO IdReportLine
           WRITE IdReportLine
           MOVE SPACES TO IdReportLine
           WRITE IdReportLine
           MOVE ColumnHeading1 TO IdReportLine
           WRITE IdReportLine.

       LoadMasterTable.
           MOVE "N" TO WS-Mst-Eof-Flag
           OPEN INPUT ApplicantMasterFile
           IF ApplicantMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF MasterUsed < 20000
                       ADD 1 TO MasterUsed
                       MOVE ApplicantMasterRecord TO
                           TblMasterImage (MasterUsed)
                   ELSE
                       SET MasterOverflow TO TRUE
                   END-IF
                   PERFORM ReadMasterRecord
               END-PERFORM
               CLOSE ApplicantMasterFile
           END-IF.

       ReadMasterRecord.
           READ ApplicantMasterFile
               AT END SET EndOfApplicantMasterFile TO TRUE
           END-READ.

       RewriteMasterFile.
           OPEN OUTPUT ApplicantMasterFile
           PERFORM WriteOneMasterRecord
               VARYING MasterIdx FROM 1 BY 1
                   UNTIL MasterIdx > MasterUsed
           CLOSE ApplicantMasterFile.

       WriteOneMasterRecord.
           MOVE TblMasterImage (MasterIdx) TO ApplicantMasterRecord
           WRITE ApplicantMasterRecord.

       WriteRunStats.
           MOVE "IdVerify" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "IdVerify" TO JpProgramId
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

      *> The run rewrites the applicant master, so two copies must
      *> never run at once.
       AcquireRunLock.
           MOVE "IdVerify" TO LockProgramId
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
           MOVE "IdVerify" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Read=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           IF LoadResponses
               STRING "Verified=" VerifiedCount " Susp="
                   SuspendedCount " Rej=" RecordsRejected
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           ELSE
               STRING "Requested=" RecordsWritten " Rejected="
                   RecordsRejected
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           END-IF
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
