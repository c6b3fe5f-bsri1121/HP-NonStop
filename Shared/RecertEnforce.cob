       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertEnforce.

      *> Access recertification - enforcing the deadline.  Run each
      *> night, it closes off every recertification item still
      *> undecided once its deadline has passed: the operator is
      *> disabled on the roster, the expiry goes onto the security
      *> event log against them, and the roster row as it was and
      *> as it now is onto the change journal.  The one exception is the
      *> last active administrator - disabling them would leave
      *> nobody able to enable anyone again - who is kept, flagged
      *> on the item and logged as kept instead.
      *>
      *> It then writes the completion report for the latest cycle
      *> for the auditors: each certifier's operators with the level
      *> held at issue, the decision, the level left and who decided
      *> it when, the cycle's totals, and whether the cycle is
      *> complete - every item decided - or still open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecertItemFile ASSIGN TO
               "Data/Shared/RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertItemFileStatus.
           SELECT OperatorRosterFile ASSIGN TO
               "Data/Shared/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorRosterFileStatus.
           SELECT SecurityEventFile ASSIGN TO
               "Data/Shared/SECEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityEventFileStatus.
           SELECT RecertReportFile ASSIGN TO
               "Data/Shared/RECERTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RecertItemFile.
           COPY RECERT.

       FD  OperatorRosterFile.
           COPY OPERREC.

       FD  SecurityEventFile.
       01  SecurityEventRecord.
           05 SevStamp      PIC X(14).
           05 SevOperatorId PIC X(10).
           05 SevOutcome    PIC X(8).
           05 SevBatchFlag  PIC X.

       FD  RecertReportFile.
       01  RecertReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 RecertItemFileStatus PIC XX.
           88 RecertItemFileNotFound VALUE "35".
       01 OperatorRosterFileStatus PIC XX.
           88 OperatorRosterFileNotFound VALUE "35".
       01 SecurityEventFileStatus PIC XX.
           88 SecurityEventFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 RecertTable.
           05 RecertEntry OCCURS 500 TIMES.
               10 TblRecertImage PIC X(63).
       01 RecertUsed PIC 9(3) VALUE 0.
       01 RecertIdx  PIC 9(3).

       01 RosterTable.
           05 RosterEntry OCCURS 50 TIMES.
               10 TblOperatorId PIC X(10).
               10 TblPassword   PIC X(10).
               10 TblStatus     PIC X(1).
               10 TblFailCount  PIC 9(2).
               10 TblPwdDate    PIC 9(8).
               10 TblAuthLevel  PIC 9.
       01 RosterUsed PIC 9(2) VALUE 0.
       01 RosterIdx  PIC 9(2).
       01 FoundIdx   PIC 9(2).

      *> The latest cycle's certifiers in order of first appearance
      *> - one group of the completion report each.
       01 CertifierTable.
           05 CertifierEntry OCCURS 50 TIMES.
               10 TblCertId PIC X(10).
       01 CertifierUsed PIC 9(2) VALUE 0.
       01 CertifierIdx  PIC 9(2).

       01 Today PIC 9(8).
       01 LatestCycleId PIC X(6) VALUE SPACES.
       01 OtherAdmins   PIC 9(2).

       01 WS-Unattended-Flag PIC X VALUE "N".
           88 UnattendedRun VALUE "Y".
       01 WS-Items-Changed-Flag PIC X VALUE "N".
           88 ItemsChanged VALUE "Y".
       01 WS-Roster-Changed-Flag PIC X VALUE "N".
           88 RosterChanged VALUE "Y".
       01 WS-Found-Flag PIC X.
           88 RosterRowFound VALUE "Y".
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 TableOverflow VALUE "Y".
       01 WS-Cert-Found-Flag PIC X.
           88 CertifierListed VALUE "Y".

       01 SecEventOutcome PIC X(8).

       01 ExpiredCount   PIC 9(3) VALUE 0.
       01 KeptCount      PIC 9(3) VALUE 0.

      *> The latest cycle's totals, by decision.
       01 CycleIssued    PIC 9(3) VALUE 0.
       01 CycleConfirmed PIC 9(3) VALUE 0.
       01 CycleDowngraded PIC 9(3) VALUE 0.
       01 CycleRevoked   PIC 9(3) VALUE 0.
       01 CycleExpired   PIC 9(3) VALUE 0.
       01 CycleKept      PIC 9(3) VALUE 0.
       01 CyclePending   PIC 9(3) VALUE 0.

       01 PrintLineCount PIC 9(3) VALUE 0.
       01 PageLineLimit  PIC 9(3) VALUE 55.
       01 HeldReportLine PIC X(100).

       01 CycleHeadingLine.
           05 FILLER       PIC X(7)  VALUE "Cycle: ".
           05 ChCycleId    PIC X(6).
           05 FILLER       PIC X(12) VALUE "  Issued on ".
           05 ChIssueDate  PIC 9(8).
           05 FILLER       PIC X(13) VALUE "  Decide by: ".
           05 ChDeadline   PIC 9(8).
           05 FILLER       PIC X(12) VALUE "  Reported: ".
           05 ChToday      PIC 9(8).

       01 CertifierHeadingLine.
           05 FILLER       PIC X(11) VALUE "Certifier: ".
           05 CrCertifier  PIC X(40).

       01 ReportColumnLine.
           05 FILLER PIC X(50)
               VALUE "  Operator    Level Decision                 New".
           05 FILLER PIC X(30)
               VALUE "Decided by  On".

       01 ReportDetailLine.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 RdOperatorId PIC X(10).
           05 FILLER       PIC X(4) VALUE SPACES.
           05 RdAuthLevel  PIC 9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 RdDecision   PIC X(24).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 RdNewLevel   PIC X(3).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 RdDecidedBy  PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 RdDecidedOn  PIC X(8).

       01 TotalLine.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 TlLabel      PIC X(40).
           05 TlCount      PIC ZZ9.

       01 CycleStatusLine.
           05 FILLER       PIC X(16) VALUE "Cycle status:   ".
           05 CsStatus     PIC X(60).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.

           PERFORM LoadRecertTable.
           PERFORM LoadRosterTable.

      *> Both files are rewritten whole from the tables, so one too
      *> big to hold is not enforced at all rather than cut short.
           IF TableOverflow
               DISPLAY "Recertification or roster file is too large "
                   "to rewrite - nobody disabled."
           ELSE
               PERFORM EnforceOneItem
                   VARYING RecertIdx FROM 1 BY 1
                       UNTIL RecertIdx > RecertUsed
               IF ItemsChanged
                   PERFORM RewriteRecertFile
               END-IF
               IF RosterChanged
                   PERFORM RewriteRosterFile
               END-IF
           END-IF.

           PERFORM WriteCompletionReport.

           DISPLAY "Recertification deadline enforced - "
               ExpiredCount " operator(s) disabled, " KeptCount
               " kept as the last administrator.".
           IF LatestCycleId NOT = SPACES
               DISPLAY "Cycle " LatestCycleId ": " CycleIssued
                   " issued, " CyclePending " still pending."
           END-IF.

           PERFORM WriteAuditLog.

           IF ExpiredCount > 0 OR KeptCount > 0 OR TableOverflow
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       LoadRecertTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecertItemFile
           IF RecertItemFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRecertItemRecord
               PERFORM UNTIL EndOfInputFile
                   IF RecertUsed < 500
                       ADD 1 TO RecertUsed
                       MOVE RecertItemRecord TO
                           TblRecertImage (RecertUsed)
                   ELSE
                       SET TableOverflow TO TRUE
                   END-IF
                   IF RciCycleId > LatestCycleId
                       MOVE RciCycleId TO LatestCycleId
                   END-IF
                   PERFORM ReadRecertItemRecord
               END-PERFORM
               CLOSE RecertItemFile
           END-IF.

       ReadRecertItemRecord.
           READ RecertItemFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadRosterTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT OperatorRosterFile
           IF OperatorRosterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRosterRecord
               PERFORM UNTIL EndOfInputFile
                   IF RosterUsed < 50
                       ADD 1 TO RosterUsed
                       MOVE RosterOperatorId TO
                           TblOperatorId (RosterUsed)
                       MOVE RosterOperatorPassword TO
                           TblPassword (RosterUsed)
                       MOVE RosterStatus TO TblStatus (RosterUsed)
                       MOVE RosterFailCount TO
                           TblFailCount (RosterUsed)
                       MOVE RosterPwdDate TO TblPwdDate (RosterUsed)
                       MOVE RosterAuthLevel TO
                           TblAuthLevel (RosterUsed)
                   ELSE
                       SET TableOverflow TO TRUE
                   END-IF
                   PERFORM ReadRosterRecord
               END-PERFORM
               CLOSE OperatorRosterFile
           END-IF.

       ReadRosterRecord.
           READ OperatorRosterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> An item nobody decided by its deadline disables the
      *> operator, unless they are the last active administrator.
       EnforceOneItem.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           IF RciPending AND RciDeadline < Today
               PERFORM FindRosterRow
               PERFORM CountOtherAdmins
               IF RosterRowFound
                       AND TblStatus (FoundIdx) = "A"
                       AND TblAuthLevel (FoundIdx) = 3
                       AND OtherAdmins = 0
                   MOVE "K" TO RciDecision
                   MOVE TblAuthLevel (FoundIdx) TO RciNewLevel
                   MOVE "RECRTKEP" TO SecEventOutcome
                   ADD 1 TO KeptCount
                   DISPLAY "Operator " RciOperatorId " is the last "
                       "active administrator - kept, not disabled."
               ELSE
                   MOVE "X" TO RciDecision
                   MOVE 0 TO RciNewLevel
                   MOVE "RECRTEXP" TO SecEventOutcome
                   ADD 1 TO ExpiredCount
                   IF RosterRowFound
                       IF TblStatus (FoundIdx) NOT = "D"
                           PERFORM SaveRosterImage
                           MOVE JrnAfterImage TO JrnBeforeImage
                           MOVE "D" TO TblStatus (FoundIdx)
                           SET RosterChanged TO TRUE
                           PERFORM SaveRosterImage
                           PERFORM WriteChangeJournal
                       END-IF
                   END-IF
                   DISPLAY "Operator " RciOperatorId " not "
                       "recertified by " RciDeadline " - disabled."
               END-IF
               MOVE OperatorId TO RciDecidedBy
               MOVE Today TO RciDecidedDate
               MOVE RecertItemRecord TO TblRecertImage (RecertIdx)
               SET ItemsChanged TO TRUE
               PERFORM WriteSecurityEvent
           END-IF.

       FindRosterRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed OR RosterRowFound
               IF TblOperatorId (RosterIdx) = RciOperatorId
                   SET RosterRowFound TO TRUE
                   MOVE RosterIdx TO FoundIdx
               END-IF
           END-PERFORM.

      *> Active administrators on the roster as it now stands, other
      *> than the operator on this item.
       CountOtherAdmins.
           MOVE 0 TO OtherAdmins
           PERFORM VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed
               IF TblOperatorId (RosterIdx) NOT = RciOperatorId
                       AND TblStatus (RosterIdx) = "A"
                       AND TblAuthLevel (RosterIdx) = 3
                   ADD 1 TO OtherAdmins
               END-IF
           END-PERFORM.

      *> The event is held against the operator who lost the
      *> authority, the way a lockout is.
       WriteSecurityEvent.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SevStamp
           MOVE RciOperatorId TO SevOperatorId
           MOVE SecEventOutcome TO SevOutcome
           IF UnattendedRun
               MOVE "Y" TO SevBatchFlag
           ELSE
               MOVE "N" TO SevBatchFlag
           END-IF
           OPEN EXTEND SecurityEventFile
           IF SecurityEventFileNotFound
               OPEN OUTPUT SecurityEventFile
           END-IF
           WRITE SecurityEventRecord
           CLOSE SecurityEventFile.

       RewriteRecertFile.
           OPEN OUTPUT RecertItemFile
           PERFORM WriteOneRecertItem
               VARYING RecertIdx FROM 1 BY 1
                   UNTIL RecertIdx > RecertUsed
           CLOSE RecertItemFile.

       WriteOneRecertItem.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           WRITE RecertItemRecord.

       RewriteRosterFile.
           OPEN OUTPUT OperatorRosterFile
           PERFORM WriteOneRosterRecord
               VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed
           CLOSE OperatorRosterFile.

       WriteOneRosterRecord.
           PERFORM BuildRosterRecord
           WRITE OperatorRosterRecord.

       BuildRosterRecord.
           MOVE TblOperatorId (RosterIdx) TO RosterOperatorId
           MOVE TblPassword (RosterIdx)   TO RosterOperatorPassword
           MOVE TblStatus (RosterIdx)     TO RosterStatus
           MOVE TblFailCount (RosterIdx)  TO RosterFailCount
           MOVE TblPwdDate (RosterIdx)    TO RosterPwdDate
           MOVE TblAuthLevel (RosterIdx)  TO RosterAuthLevel.

      *> The operator's roster row for the change journal, with the
      *> encoded password blanked as the approval screen does.
       SaveRosterImage.
           MOVE FoundIdx TO RosterIdx
           PERFORM BuildRosterRecord
           MOVE SPACES TO RosterOperatorPassword
           MOVE OperatorRosterRecord TO JrnAfterImage.

       WriteChangeJournal.
           MOVE "RecertEnforce" TO JrnProgramId
           MOVE "OPERATORS" TO JrnFileName
           MOVE RciOperatorId TO JrnRecordKey
           MOVE "C" TO JrnAction
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> The latest cycle only, grouped by certifier in the order
      *> the cycle was issued.
       WriteCompletionReport.
           OPEN OUTPUT RecertReportFile
           PERFORM StartNewPage
           IF LatestCycleId = SPACES
               MOVE SPACES TO RecertReportLine
               PERFORM PutReportLine
               MOVE "No recertification cycle has been issued."
                   TO RecertReportLine
               PERFORM PutReportLine
           ELSE
               PERFORM NoteCycleItem
                   VARYING RecertIdx FROM 1 BY 1
                       UNTIL RecertIdx > RecertUsed
               MOVE SPACES TO RecertReportLine
               PERFORM PutReportLine
               MOVE LatestCycleId TO ChCycleId
               MOVE CycleHeadingLine TO RecertReportLine
               PERFORM PutReportLine
               PERFORM WriteOneCertifierGroup
                   VARYING CertifierIdx FROM 1 BY 1
                       UNTIL CertifierIdx > CertifierUsed
               PERFORM WriteCycleTotals
           END-IF
           CLOSE RecertReportFile.

       NoteCycleItem.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           IF RciCycleId = LatestCycleId
               ADD 1 TO CycleIssued
               MOVE RciIssueDate TO ChIssueDate
               MOVE RciDeadline TO ChDeadline
               MOVE Today TO ChToday
               EVALUATE TRUE
                   WHEN RciConfirmed  ADD 1 TO CycleConfirmed
                   WHEN RciDowngraded ADD 1 TO CycleDowngraded
                   WHEN RciRevoked    ADD 1 TO CycleRevoked
                   WHEN RciExpired    ADD 1 TO CycleExpired
                   WHEN RciExpiredKept ADD 1 TO CycleKept
                   WHEN OTHER         ADD 1 TO CyclePending
               END-EVALUATE
               MOVE "N" TO WS-Cert-Found-Flag
               PERFORM VARYING CertifierIdx FROM 1 BY 1
                       UNTIL CertifierIdx > CertifierUsed
                           OR CertifierListed
                   IF TblCertId (CertifierIdx) = RciCertifierId
                       SET CertifierListed TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CertifierListed AND CertifierUsed < 50
                   ADD 1 TO CertifierUsed
                   MOVE RciCertifierId TO TblCertId (CertifierUsed)
               END-IF
           END-IF.

       WriteOneCertifierGroup.
           IF PrintLineCount + 4 > PageLineLimit
               PERFORM StartNewPage
           END-IF
           MOVE SPACES TO RecertReportLine
           PERFORM PutReportLine
           IF TblCertId (CertifierIdx) = SPACES
               MOVE "UNASSIGNED - any other administrator"
                   TO CrCertifier
           ELSE
               MOVE TblCertId (CertifierIdx) TO CrCertifier
           END-IF
           MOVE CertifierHeadingLine TO RecertReportLine
           PERFORM PutReportLine
           MOVE ReportColumnLine TO RecertReportLine
           PERFORM PutReportLine
           PERFORM WriteOneDetailLine
               VARYING RecertIdx FROM 1 BY 1
                   UNTIL RecertIdx > RecertUsed.

       WriteOneDetailLine.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           IF RciCycleId = LatestCycleId
                   AND RciCertifierId = TblCertId (CertifierIdx)
               MOVE RciOperatorId TO RdOperatorId
               MOVE RciAuthLevel TO RdAuthLevel
               MOVE SPACES TO RdNewLevel
               MOVE SPACES TO RdDecidedBy
               MOVE SPACES TO RdDecidedOn
               EVALUATE TRUE
                   WHEN RciConfirmed
                       MOVE "Confirmed" TO RdDecision
                   WHEN RciDowngraded
                       MOVE "Downgraded" TO RdDecision
                   WHEN RciRevoked
                       MOVE "Disabled by certifier" TO RdDecision
                   WHEN RciExpired
                       MOVE "Disabled at deadline" TO RdDecision
                   WHEN RciExpiredKept
                       MOVE "Kept - last admin" TO RdDecision
                   WHEN OTHER
                       MOVE "Pending" TO RdDecision
               END-EVALUATE
               IF NOT RciPending
                   MOVE RciNewLevel TO RdNewLevel (1:1)
                   MOVE RciDecidedBy TO RdDecidedBy
                   MOVE RciDecidedDate TO RdDecidedOn
               END-IF
               MOVE ReportDetailLine TO RecertReportLine
               PERFORM PutReportLine
           END-IF.

       WriteCycleTotals.
           IF PrintLineCount + 10 > PageLineLimit
               PERFORM StartNewPage
           END-IF
           MOVE SPACES TO RecertReportLine
           PERFORM PutReportLine
           MOVE "Operators issued for recertification" TO TlLabel
           MOVE CycleIssued TO TlCount
           PERFORM PutTotalLine
           MOVE "Confirmed" TO TlLabel
           MOVE CycleConfirmed TO TlCount
           PERFORM PutTotalLine
           MOVE "Downgraded" TO TlLabel
           MOVE CycleDowngraded TO TlCount
           PERFORM PutTotalLine
           MOVE "Disabled by certifier" TO TlLabel
           MOVE CycleRevoked TO TlCount
           PERFORM PutTotalLine
           MOVE "Disabled at deadline" TO TlLabel
           MOVE CycleExpired TO TlCount
           PERFORM PutTotalLine
           MOVE "Kept as last administrator" TO TlLabel
           MOVE CycleKept TO TlCount
           PERFORM PutTotalLine
           MOVE "Still pending" TO TlLabel
           MOVE CyclePending TO TlCount
           PERFORM PutTotalLine
           MOVE SPACES TO RecertReportLine
           PERFORM PutReportLine
           IF CyclePending = 0
               MOVE "COMPLETE - every operator decided or disabled."
                   TO CsStatus
           ELSE
               MOVE "OPEN - decisions outstanding before the deadline."
                   TO CsStatus
           END-IF
           MOVE CycleStatusLine TO RecertReportLine
           PERFORM PutReportLine.

       PutTotalLine.
           MOVE TotalLine TO RecertReportLine
           PERFORM PutReportLine.

      *> Every report line goes out through here, so a full page
      *> starts the next one under its header.
       PutReportLine.
           IF PrintLineCount >= PageLineLimit
               MOVE RecertReportLine TO HeldReportLine
               PERFORM StartNewPage
               MOVE HeldReportLine TO RecertReportLine
           END-IF
           WRITE RecertReportLine
           ADD 1 TO PrintLineCount.

       StartNewPage.
           ADD 1 TO RptPageNumber
           MOVE "RECERTIFICATION COMPLETION" TO RptReportTitle
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO RecertReportLine
           WRITE RecertReportLine
           MOVE 1 TO PrintLineCount.

       GetJobParm.
           MOVE "RecertEnforce" TO JpProgramId
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
                   IF OperatorSignOnOk
                       SET UnattendedRun TO TRUE
                   ELSE
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

       WriteAuditLog.
           MOVE "RecertEnforce" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Cycle=" LatestCycleId " Items=" RecertUsed
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Disabled=" ExpiredCount " Kept=" KeptCount
               " Pending=" CyclePending
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
