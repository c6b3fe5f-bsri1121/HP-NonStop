       IDENTIFICATION DIVISION.
       PROGRAM-ID. AttendLoad.

      *> Daily attendance register load.  The register system sends
      *> one line per student per school day - present, absent or
      *> excused - on a feed carrying the standard header and
      *> trailer controls, proved here the same way GradeCheck
      *> proves its grade transactions before a single line is
      *> applied.  Each day accumulates onto the student's master
      *> row behind the grade fields: days possible (present plus
      *> absent - an excused day is counted but not held against
      *> the student), days present, days excused and the
      *> attendance percentage for the term, with the last day
      *> recorded so a feed sent twice is never counted twice.  The
      *> term roll-over carries the figures to the term history
      *> with the rest of the row and the new term starts from
      *> nothing.  A line for a student not on this term's master,
      *> or a day already recorded, is rejected to the exception
      *> log and listed on the load report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AttendanceFile ASSIGN TO
               "Data/Nested/GCATTEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AttendanceFileStatus.
           SELECT StudentMasterFile ASSIGN TO
               "Data/Nested/GCMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentMasterFileStatus.
           SELECT AttendReportFile ASSIGN TO
               "Data/Nested/GCATTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One student's mark for one register day.
       FD  AttendanceFile.
       01  AttendanceRecord.
           05 AtnStudentId PIC X(10).
           05 AtnDate      PIC 9(8).
           05 AtnMark      PIC X.
               88 AtnPresent VALUE "P".
               88 AtnAbsent  VALUE "A".
               88 AtnExcused VALUE "E".

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
      *> (file date and source system) and trailer (detail count
      *> plus a hash total over the register dates).
       01  AttendanceHeaderView.
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  AttendanceTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
           05 TrlHashTotal   PIC 9(12).

       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

       FD  AttendReportFile.
       01  AttendReportLine PIC X(100).

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

       01 AttendanceFileStatus PIC XX.
           88 AttendanceFileNotFound VALUE "35".

       01 StudentMasterFileStatus PIC XX.
           88 StudentMasterFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfAttendanceFile VALUE "Y".

       01 WS-Mst-Eof-Flag PIC X VALUE "N".
           88 EndOfStudentMasterFile VALUE "Y".

       01 WS-Mst-Full-Flag PIC X VALUE "N".
           88 StudentMasterOverflow VALUE "Y".

       01 WS-Changed-Flag PIC X VALUE "N".
           88 StudentMasterChanged VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 StudentOnMaster VALUE "Y".

       01 WS-Control-Flag PIC X VALUE "N".
           88 ControlsValid VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> The student master held in storage as record images while
      *> the day's register is applied, then rewritten whole - the
      *> same way GradeCheck applies its mark sheets, and sized for
      *> the same 10000 students GradeCheck holds.
       01 StudentMasterTable.
           05 StudentMasterEntry OCCURS 10000 TIMES.
               10 TblStudentImage PIC X(171).
       01 StudentMasterUsed PIC 9(5) VALUE 0.
       01 StudentMasterIdx  PIC 9(5).
       01 StudentFoundIdx   PIC 9(5).

      *> One master row with the attendance fields laid over the
      *> positions behind the grade fields.  A row no register day
      *> has reached yet holds spaces there.
       01 StudentImage PIC X(171).
       01 StudentImageView REDEFINES StudentImage.
           05 FILLER            PIC X(90).
           05 SimDaysPossible   PIC 9(3).
           05 SimDaysPresent    PIC 9(3).
           05 SimDaysExcused    PIC 9(3).
           05 SimAttendPct      PIC 9(3)V9.
           05 SimLastAttendDate PIC 9(8).

       01 RejectReason PIC X(30).

       01 AttendTotalLines     PIC 9(7) VALUE 0.
       01 AttendDetailExpected PIC S9(7) VALUE 0.
       01 AttendHashTotal      PIC 9(12) VALUE 0.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.

       01 RejectDetailLine.
           05 FILLER         PIC X(10) VALUE "REJECTED  ".
           05 RdlStudentId   PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlDate        PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlMark        PIC X.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RdlReason      PIC X(30).

       01 AttendTotalLine.
           05 FILLER      PIC X(9) VALUE "Details: ".
           05 AtlRead     PIC Z,ZZZ,ZZ9.
           05 FILLER      PIC X(12) VALUE "   Applied: ".
           05 AtlApplied  PIC Z,ZZZ,ZZ9.
           05 FILLER      PIC X(13) VALUE "   Rejected: ".
           05 AtlRejected PIC Z,ZZZ,ZZ9.

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

           PERFORM CountAttendanceLines.
           IF AttendanceFileNotFound
               DISPLAY "No attendance feed on disk - nothing loaded."
           ELSE
               PERFORM ValidateAttendanceControls
               PERFORM LoadStudentMaster
               EVALUATE TRUE
                   WHEN NOT ControlsValid
                       PERFORM ControlFailure
                   WHEN StudentMasterOverflow
                       DISPLAY "Student master exceeds the table - "
                           "attendance not loaded."
                       SET ControlFailed TO TRUE
                   WHEN OTHER
                       PERFORM ApplyAttendanceFile
                       PERFORM RegisterFeedReceipt
               END-EVALUATE
           END-IF.

           IF StudentMasterChanged
               PERFORM RewriteStudentMaster
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

       ApplyAttendanceFile.
           OPEN OUTPUT AttendReportFile
           PERFORM WriteReportHeading
           OPEN INPUT AttendanceFile
           READ AttendanceFile END-READ
           PERFORM ProcessOneAttendance AttendDetailExpected TIMES
           CLOSE AttendanceFile
           MOVE SPACES TO AttendReportLine
           WRITE AttendReportLine
           MOVE RecordsRead     TO AtlRead
           MOVE RecordsWritten  TO AtlApplied
           MOVE RecordsRejected TO AtlRejected
           MOVE AttendTotalLine TO AttendReportLine
           WRITE AttendReportLine
           CLOSE AttendReportFile
           DISPLAY "Attendance loaded - " RecordsWritten
               " applied, " RecordsRejected " rejected.".

       CountAttendanceLines.
           MOVE 0 TO AttendTotalLines
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AttendanceFile
           IF AttendanceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCountLine UNTIL EndOfAttendanceFile
               CLOSE AttendanceFile
           END-IF.

       ReadCountLine.
           READ AttendanceFile
               AT END SET EndOfAttendanceFile TO TRUE
               NOT AT END ADD 1 TO AttendTotalLines
           END-READ.

      *> Record type bytes, the trailer's detail count, and its hash
      *> total over the register dates - the same proof the grade
      *> transactions get.
       ValidateAttendanceControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE AttendDetailExpected = AttendTotalLines - 2
           IF AttendDetailExpected < 0
               DISPLAY "Attendance feed has no room for header and "
                   "trailer records."
           ELSE
               MOVE 0 TO AttendHashTotal
               OPEN INPUT AttendanceFile
               READ AttendanceFile END-READ
               IF HdrRecordType NOT = "H"
                   DISPLAY "Attendance feed header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateAttendanceHash
                           AttendDetailExpected TIMES
                       READ AttendanceFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Attendance feed trailer record "
                                   "missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Attendance feed trailer is not "
                                   "numeric."
                           WHEN TrlDetailCount
                                   NOT = AttendDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match "
                                   AttendDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = AttendHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   AttendHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                               PERFORM CheckFeedReceipt
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE AttendanceFile
           END-IF.

       AccumulateAttendanceHash.
           READ AttendanceFile END-READ
           IF AtnDate NUMERIC
               ADD AtnDate TO AttendHashTotal
           END-IF.

      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - attendance feed has already "
                       "been loaded."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - attendance feed is in a "
                       "record layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "AttendLoad" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Attendance feed header/trailer do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - attendance feed failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "GCATTEND" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "AttendLoad" TO FlyProgram
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
           MOVE "AttendLoad" TO FeedRcptProgram
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

      *> One register line through the edits and onto the master.
      *> Days are applied in date order per student, so a day on
      *> or before the last one recorded has been counted already.
       ProcessOneAttendance.
           READ AttendanceFile END-READ
           ADD 1 TO RecordsRead
           MOVE SPACES TO RejectReason
           PERFORM FindStudentRow
           IF StudentOnMaster
               MOVE TblStudentImage (StudentFoundIdx) TO StudentImage
               IF SimDaysPossible NOT NUMERIC
                   MOVE 0 TO SimDaysPossible
                   MOVE 0 TO SimDaysPresent
                   MOVE 0 TO SimDaysExcused
                   MOVE 0 TO SimAttendPct
                   MOVE 0 TO SimLastAttendDate
               END-IF
           END-IF
           MOVE "N" TO DateCheckValid
           IF AtnDate NUMERIC
               MOVE AtnDate TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
           END-IF
           EVALUATE TRUE
               WHEN NOT StudentOnMaster
                   MOVE "student not on the master" TO RejectReason
               WHEN NOT DateCheckOk
                   MOVE "register date not valid" TO RejectReason
               WHEN NOT AtnPresent AND NOT AtnAbsent
                       AND NOT AtnExcused
                   MOVE "attendance mark not recognized" TO
                       RejectReason
               WHEN AtnDate NOT > SimLastAttendDate
                   MOVE "day already recorded" TO RejectReason
               WHEN OTHER
                   PERFORM ApplyAttendanceDay
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectAttendance
           END-IF.

       ApplyAttendanceDay.
           EVALUATE TRUE
               WHEN AtnPresent
                   ADD 1 TO SimDaysPossible
                   ADD 1 TO SimDaysPresent
               WHEN AtnAbsent
                   ADD 1 TO SimDaysPossible
               WHEN AtnExcused
                   ADD 1 TO SimDaysExcused
           END-EVALUATE
           IF SimDaysPossible > 0
               COMPUTE SimAttendPct ROUNDED =
                   SimDaysPresent * 100 / SimDaysPossible
           ELSE
               MOVE 0 TO SimAttendPct
           END-IF
           MOVE AtnDate TO SimLastAttendDate
           MOVE StudentImage TO TblStudentImage (StudentFoundIdx)
           SET StudentMasterChanged TO TRUE
           ADD 1 TO RecordsWritten.

       RejectAttendance.
           ADD 1 TO RecordsRejected
           MOVE AtnStudentId TO RdlStudentId
           MOVE AttendanceRecord (11:8) TO RdlDate
           MOVE AtnMark TO RdlMark
           MOVE RejectReason TO RdlReason
           MOVE RejectDetailLine TO AttendReportLine
           WRITE AttendReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "AttendLoad" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Student " AtnStudentId " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

       FindStudentRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING StudentMasterIdx FROM 1 BY 1
                   UNTIL StudentMasterIdx > StudentMasterUsed
                       OR StudentOnMaster
               IF TblStudentImage (StudentMasterIdx) (1:10)
                       = AtnStudentId
                   SET StudentOnMaster TO TRUE
                   MOVE StudentMasterIdx TO StudentFoundIdx
               END-IF
           END-PERFORM.

       WriteReportHeading.
           MOVE "ATTENDANCE REGISTER LOAD" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AttendReportLine
           WRITE AttendReportLine
           MOVE SPACES TO AttendReportLine
           WRITE AttendReportLine.

       LoadStudentMaster.
           MOVE "N" TO WS-Mst-Eof-Flag
           OPEN INPUT StudentMasterFile
           IF StudentMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfStudentMasterFile
                   IF StudentMasterUsed < 10000
                       ADD 1 TO StudentMasterUsed
                       MOVE StudentMasterRecord TO
                           TblStudentImage (StudentMasterUsed)
                   ELSE
                       SET StudentMasterOverflow TO TRUE
                   END-IF
                   PERFORM ReadStudentMasterRecord
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF.

       ReadStudentMasterRecord.
           READ StudentMasterFile
               AT END SET EndOfStudentMasterFile TO TRUE
           END-READ.

       RewriteStudentMaster.
           OPEN OUTPUT StudentMasterFile
           PERFORM WriteOneStudentMasterRecord
               VARYING StudentMasterIdx FROM 1 BY 1
                   UNTIL StudentMasterIdx > StudentMasterUsed
           CLOSE StudentMasterFile.

       WriteOneStudentMasterRecord.
           MOVE TblStudentImage (StudentMasterIdx)
               TO StudentMasterRecord
           WRITE StudentMasterRecord.

       WriteRunStats.
           MOVE "AttendLoad" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "AttendLoad" TO JpProgramId
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

      *> The run rewrites the student master, so two copies must
      *> never run at once.
       AcquireRunLock.
           MOVE "AttendLoad" TO LockProgramId
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
           MOVE "AttendLoad" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "GCATTEND Read=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Applied=" RecordsWritten " Rejected="
               RecordsRejected
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
