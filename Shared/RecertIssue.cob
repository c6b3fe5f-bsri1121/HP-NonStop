       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertIssue.

      *> Quarterly access recertification - issuing the cycle.  An
      *> authority level granted on the roster used to stand for as
      *> long as the operator did, so people who changed jobs kept
      *> supervisor rights for years.  Each quarter this run puts
      *> every active operator, with the level they now hold, in
      *> front of the supervisor answerable for them, who confirms
      *> or downgrades each one through RecertScreen by the cycle's
      *> deadline; RecertEnforce disables anyone still undecided once
      *> it has passed.
      *>
      *> Who answers for whom is kept on the recertification owner
      *> file.  An operator with no owner there, an owner who is no
      *> longer an active supervisor, one holding less authority
      *> than the operator, or the operator themselves falls to the
      *> default certifier named in the job parameters - and failing
      *> that the item is left unassigned for any other
      *> administrator to decide.  A cycle is issued once: a rerun
      *> in the same quarter is refused.
      *>
      *> Issuing a new cycle first moves every decided item of the
      *> earlier cycles off the recertification file onto the
      *> recertification history, so the file holds only the cycle
      *> in hand and anything still awaiting enforcement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OperatorRosterFile ASSIGN TO
               "Data/Shared/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorRosterFileStatus.
           SELECT RecertOwnerFile ASSIGN TO
               "Data/Shared/RECERTOWN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertOwnerFileStatus.
           SELECT RecertItemFile ASSIGN TO
               "Data/Shared/RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertItemFileStatus.
           SELECT RecertListFile ASSIGN TO
               "Data/Shared/RECERTLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RecertHistFile ASSIGN TO
               "Data/Shared/RECERTHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertHistFileStatus.
           SELECT RecertWorkFile ASSIGN TO
               "Data/Shared/RECERTWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OperatorRosterFile.
           COPY OPERREC.

      *> One row per operator: the supervisor who answers for their
      *> access.
       FD  RecertOwnerFile.
       01  RecertOwnerRecord.
           05 RcoOperatorId  PIC X(10).
           05 RcoCertifierId PIC X(10).

       FD  RecertItemFile.
           COPY RECERT.

       FD  RecertListFile.
       01  RecertListLine PIC X(100).

      *> Closed items of earlier cycles, kept for the auditors.
       FD  RecertHistFile.
       01  RecertHistLine PIC X(63).

      *> The items staying on the file while it is rebuilt.
       FD  RecertWorkFile.
       01  RecertWorkLine PIC X(63).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 3.

       01 OperatorRosterFileStatus PIC XX.
           88 OperatorRosterFileNotFound VALUE "35".
       01 RecertOwnerFileStatus PIC XX.
           88 RecertOwnerFileNotFound VALUE "35".
       01 RecertItemFileStatus PIC XX.
           88 RecertItemFileNotFound VALUE "35".
       01 RecertHistFileStatus PIC XX.
           88 RecertHistFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".
       01 WS-Wrk-Eof-Flag PIC X VALUE "N".
           88 EndOfWorkFile VALUE "Y".

       01 RosterTable.
           05 RosterEntry OCCURS 50 TIMES.
               10 TblOperatorId PIC X(10).
               10 TblStatus     PIC X(1).
               10 TblAuthLevel  PIC 9.
               10 TblCertifier  PIC X(10).
       01 RosterUsed PIC 9(2) VALUE 0.
       01 RosterIdx  PIC 9(2).
       01 CertRosterIdx PIC 9(2).

       01 OwnerTable.
           05 OwnerEntry OCCURS 100 TIMES.
               10 TblOwnOperatorId  PIC X(10).
               10 TblOwnCertifierId PIC X(10).
       01 OwnerUsed PIC 9(3) VALUE 0.
       01 OwnerIdx  PIC 9(3).

      *> The certifiers in order of first appearance - one page of
      *> the lists each.
       01 CertifierTable.
           05 CertifierEntry OCCURS 50 TIMES.
               10 TblCertId    PIC X(10).
               10 TblCertItems PIC 9(3).
       01 CertifierUsed PIC 9(2) VALUE 0.
       01 CertifierIdx  PIC 9(2).

       01 Today        PIC 9(8).
       01 TodayParts REDEFINES Today.
           05 TodayYear  PIC 9(4).
           05 TodayMonth PIC 9(2).
           05 TodayDay   PIC 9(2).
       01 Deadline     PIC 9(8).
       01 RecertDays   PIC 9(3) VALUE 30.
       01 QuarterNo    PIC 9.
       01 CycleId      PIC X(6).
       01 DefaultCertifier PIC X(10) VALUE SPACES.
       01 Candidate    PIC X(10).
       01 ItemsIssued  PIC 9(3) VALUE 0.
       01 UnassignedItems PIC 9(3) VALUE 0.
       01 ItemsArchived   PIC 9(5) VALUE 0.

       01 WS-Issued-Flag PIC X VALUE "N".
           88 CycleAlreadyIssued VALUE "Y".
       01 WS-Eligible-Flag PIC X.
           88 CandidateEligible VALUE "Y".
       01 WS-Cert-Found-Flag PIC X.
           88 CertifierListed VALUE "Y".

       01 ListHeadingLine.
           05 FILLER       PIC X(11) VALUE "Certifier: ".
           05 LhCertifier  PIC X(40).
           05 FILLER       PIC X(8)  VALUE " Cycle: ".
           05 LhCycleId    PIC X(6).
           05 FILLER       PIC X(13) VALUE "  Decide by: ".
           05 LhDeadline   PIC 9(8).

       01 ListColumnLine.
           05 FILLER PIC X(40)
               VALUE "  Operator    Level  Decision".
           05 FILLER PIC X(40)
               VALUE "(confirm / downgrade to / disable)".

       01 ListDetailLine.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LdOperatorId PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LdAuthLevel  PIC 9.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 LdLevelName  PIC X(14).
           05 FILLER       PIC X(30)
               VALUE "  ____________________________".

       01 ListTotalLine.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 LtItems      PIC ZZ9.
           05 FILLER       PIC X(42)
               VALUE " operator(s) to recertify by the deadline.".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.
           COMPUTE QuarterNo = (TodayMonth - 1) / 3 + 1
           MOVE SPACES TO CycleId
           STRING TodayYear "Q" QuarterNo DELIMITED BY SIZE
               INTO CycleId

           MOVE "RECERT-DAYS" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk AND FUNCTION TRIM(JpParmValue) IS NUMERIC
               MOVE FUNCTION NUMVAL(JpParmValue) TO RecertDays
           END-IF
           COMPUTE Deadline = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Today) + RecertDays)
           MOVE "DEFAULT-CERT" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO DefaultCertifier
           END-IF

           PERFORM CheckCycleIssued.

           IF CycleAlreadyIssued
               DISPLAY "Recertification cycle " CycleId
                   " has already been issued - nothing done."
           ELSE
               PERFORM LoadRosterTable
               PERFORM LoadOwnerTable
               PERFORM AssignCertifier
                   VARYING RosterIdx FROM 1 BY 1
                       UNTIL RosterIdx > RosterUsed
               PERFORM ArchiveClosedItems
               PERFORM WriteRecertItems
               PERFORM WriteCertifierLists
               IF ItemsArchived > 0
                   DISPLAY ItemsArchived " decided item(s) of earlier "
                       "cycles moved to the recertification history."
               END-IF
               DISPLAY "Recertification cycle " CycleId " issued - "
                   ItemsIssued " operator(s), " CertifierUsed
                   " list(s), decide by " Deadline "."
               IF UnassignedItems > 0
                   DISPLAY UnassignedItems " operator(s) have no "
                       "certifier - any other administrator may "
                       "decide them."
               END-IF
           END-IF.

           PERFORM WriteAuditLog.

           IF CycleAlreadyIssued OR UnassignedItems > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       CheckCycleIssued.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecertItemFile
           IF RecertItemFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRecertItemRecord
               PERFORM UNTIL EndOfInputFile
                   IF RciCycleId = CycleId
                       SET CycleAlreadyIssued TO TRUE
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
                       MOVE RosterStatus TO TblStatus (RosterUsed)
                       MOVE RosterAuthLevel TO
                           TblAuthLevel (RosterUsed)
                       MOVE SPACES TO TblCertifier (RosterUsed)
                   END-IF
                   PERFORM ReadRosterRecord
               END-PERFORM
               CLOSE OperatorRosterFile
           END-IF.

       ReadRosterRecord.
           READ OperatorRosterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadOwnerTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecertOwnerFile
           IF RecertOwnerFileNotFound
               DISPLAY "No recertification owners on file - every "
                   "operator falls to the default certifier."
           ELSE
               PERFORM ReadOwnerRecord
               PERFORM UNTIL EndOfInputFile
                   IF OwnerUsed < 100
                       ADD 1 TO OwnerUsed
                       MOVE RcoOperatorId TO
                           TblOwnOperatorId (OwnerUsed)
                       MOVE RcoCertifierId TO
                           TblOwnCertifierId (OwnerUsed)
                   END-IF
                   PERFORM ReadOwnerRecord
               END-PERFORM
               CLOSE RecertOwnerFile
           END-IF.

       ReadOwnerRecord.
           READ RecertOwnerFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> The owner on file if they can answer for this operator,
      *> else the default certifier if they can, else nobody.
       AssignCertifier.
           IF TblStatus (RosterIdx) = "A"
               MOVE SPACES TO Candidate
               PERFORM VARYING OwnerIdx FROM 1 BY 1
                       UNTIL OwnerIdx > OwnerUsed
                           OR Candidate NOT = SPACES
                   IF TblOwnOperatorId (OwnerIdx)
                           = TblOperatorId (RosterIdx)
                       MOVE TblOwnCertifierId (OwnerIdx) TO Candidate
                   END-IF
               END-PERFORM
               PERFORM CheckCandidate
               IF NOT CandidateEligible
                   MOVE DefaultCertifier TO Candidate
                   PERFORM CheckCandidate
               END-IF
               IF CandidateEligible
                   MOVE Candidate TO TblCertifier (RosterIdx)
               ELSE
                   MOVE SPACES TO TblCertifier (RosterIdx)
                   ADD 1 TO UnassignedItems
               END-IF
           END-IF.

      *> A certifier must be someone else, active, a supervisor at
      *> least, and hold no less authority than the level they are
      *> confirming.
       CheckCandidate.
           MOVE "N" TO WS-Eligible-Flag
           IF Candidate NOT = SPACES
                   AND Candidate NOT = TblOperatorId (RosterIdx)
               PERFORM VARYING CertRosterIdx FROM 1 BY 1
                       UNTIL CertRosterIdx > RosterUsed
                           OR CandidateEligible
                   IF TblOperatorId (CertRosterIdx) = Candidate
                           AND TblStatus (CertRosterIdx) = "A"
                           AND TblAuthLevel (CertRosterIdx) >= 2
                           AND TblAuthLevel (CertRosterIdx)
                               >= TblAuthLevel (RosterIdx)
                       SET CandidateEligible TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> Every item on the file belongs to an earlier cycle, since
      *> this one is not yet issued.  A decided item goes to the
      *> history; one still pending stays, so RecertEnforce can
      *> still close it off.  The staying items are copied to the
      *> work file and back, the way the held journals are.
       ArchiveClosedItems.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecertItemFile
           IF RecertItemFileNotFound
               CONTINUE
           ELSE
               OPEN OUTPUT RecertWorkFile
               OPEN EXTEND RecertHistFile
               IF RecertHistFileNotFound
                   OPEN OUTPUT RecertHistFile
               END-IF
               PERFORM ReadRecertItemRecord
               PERFORM UNTIL EndOfInputFile
                   IF RciPending
                       WRITE RecertWorkLine FROM RecertItemRecord
                   ELSE
                       WRITE RecertHistLine FROM RecertItemRecord
                       ADD 1 TO ItemsArchived
                   END-IF
                   PERFORM ReadRecertItemRecord
               END-PERFORM
               CLOSE RecertHistFile
               CLOSE RecertWorkFile
               CLOSE RecertItemFile
               PERFORM RestoreOpenItems
           END-IF.

       RestoreOpenItems.
           MOVE "N" TO WS-Wrk-Eof-Flag
           OPEN INPUT RecertWorkFile
           OPEN OUTPUT RecertItemFile
           PERFORM ReadRecertWorkLine
           PERFORM UNTIL EndOfWorkFile
               WRITE RecertItemRecord FROM RecertWorkLine
               PERFORM ReadRecertWorkLine
           END-PERFORM
           CLOSE RecertItemFile
           CLOSE RecertWorkFile.

       ReadRecertWorkLine.
           READ RecertWorkFile
               AT END SET EndOfWorkFile TO TRUE
           END-READ.

       WriteRecertItems.
           OPEN EXTEND RecertItemFile
           IF RecertItemFileNotFound
               OPEN OUTPUT RecertItemFile
           END-IF
           PERFORM WriteOneRecertItem
               VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed
           CLOSE RecertItemFile.

       WriteOneRecertItem.
           IF TblStatus (RosterIdx) = "A"
               MOVE SPACES TO RecertItemRecord
               MOVE CycleId TO RciCycleId
               MOVE TblOperatorId (RosterIdx) TO RciOperatorId
               MOVE TblAuthLevel (RosterIdx) TO RciAuthLevel
               MOVE TblCertifier (RosterIdx) TO RciCertifierId
               MOVE Today TO RciIssueDate
               MOVE Deadline TO RciDeadline
               MOVE 0 TO RciNewLevel
               MOVE 0 TO RciDecidedDate
               WRITE RecertItemRecord
               ADD 1 TO ItemsIssued
               PERFORM NoteCertifier
           END-IF.

       NoteCertifier.
           MOVE "N" TO WS-Cert-Found-Flag
           PERFORM VARYING CertifierIdx FROM 1 BY 1
                   UNTIL CertifierIdx > CertifierUsed
                       OR CertifierListed
               IF TblCertId (CertifierIdx) = TblCertifier (RosterIdx)
                   SET CertifierListed TO TRUE
                   ADD 1 TO TblCertItems (CertifierIdx)
               END-IF
           END-PERFORM
           IF NOT CertifierListed AND CertifierUsed < 50
               ADD 1 TO CertifierUsed
               MOVE TblCertifier (RosterIdx) TO
                   TblCertId (CertifierUsed)
               MOVE 1 TO TblCertItems (CertifierUsed)
           END-IF.

      *> One page per certifier listing the operators they answer
      *> for, with room to mark each decision before keying it.
       WriteCertifierLists.
           OPEN OUTPUT RecertListFile
           MOVE "ACCESS RECERTIFICATION LIST" TO RptReportTitle
           PERFORM WriteOneCertifierList
               VARYING CertifierIdx FROM 1 BY 1
                   UNTIL CertifierIdx > CertifierUsed
           CLOSE RecertListFile.

       WriteOneCertifierList.
           ADD 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO RecertListLine
           WRITE RecertListLine
           IF TblCertId (CertifierIdx) = SPACES
               MOVE "UNASSIGNED - any other administrator"
                   TO LhCertifier
           ELSE
               MOVE TblCertId (CertifierIdx) TO LhCertifier
           END-IF
           MOVE CycleId TO LhCycleId
           MOVE Deadline TO LhDeadline
           MOVE ListHeadingLine TO RecertListLine
           WRITE RecertListLine
           MOVE SPACES TO RecertListLine
           WRITE RecertListLine
           MOVE ListColumnLine TO RecertListLine
           WRITE RecertListLine
           PERFORM WriteOneListLine
               VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed
           MOVE SPACES TO RecertListLine
           WRITE RecertListLine
           MOVE TblCertItems (CertifierIdx) TO LtItems
           MOVE ListTotalLine TO RecertListLine
           WRITE RecertListLine.

       WriteOneListLine.
           IF TblStatus (RosterIdx) = "A"
                   AND TblCertifier (RosterIdx)
                       = TblCertId (CertifierIdx)
               MOVE TblOperatorId (RosterIdx) TO LdOperatorId
               MOVE TblAuthLevel (RosterIdx) TO LdAuthLevel
               EVALUATE TblAuthLevel (RosterIdx)
                   WHEN 1 MOVE "data entry"    TO LdLevelName
                   WHEN 2 MOVE "supervisor"    TO LdLevelName
                   WHEN 3 MOVE "administrator" TO LdLevelName
                   WHEN OTHER MOVE SPACES      TO LdLevelName
               END-EVALUATE
               MOVE ListDetailLine TO RecertListLine
               WRITE RecertListLine
           END-IF.

       GetJobParm.
           MOVE "RecertIssue" TO JpProgramId
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

       WriteAuditLog.
           MOVE "RecertIssue" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Cycle=" CycleId " Deadline=" Deadline
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Issued=" ItemsIssued " Lists=" CertifierUsed
               " Unassigned=" UnassignedItems
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
