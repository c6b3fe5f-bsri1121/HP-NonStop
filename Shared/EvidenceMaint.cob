       IDENTIFICATION DIVISION.
       PROGRAM-ID. EvidenceMaint.

      *> Supporting-evidence maintenance for applicants.  The
      *> eligibility run raises one evidence row for each document
      *> an applicant's programme asks for, and holds an applicant
      *> who meets the age test pending on the master until every
      *> row is received.  The receive action records a document
      *> as seen - the date and the operator who saw it - against
      *> a row already raised, so a clerk cannot mark off a
      *> document the programme never asked for, and puts the row
      *> as it was and as it now is on the change journal.  The next
      *> eligibility run accepts the applicant once nothing is
      *> outstanding.  The chase-up action lists every document
      *> still outstanding for an applicant who is still pending,
      *> with how many days it has been waiting, for the
      *> registration office to follow up.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EvidenceFile ASSIGN TO
               "Data/Agecheck/EVIDENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EvidenceFileStatus.
           SELECT ApplicantMasterFile ASSIGN TO
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantMasterFileStatus.
           SELECT ChaseListFile ASSIGN TO
               "Data/Agecheck/EVCHASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EvidenceFile.
           COPY EVIDREC.

       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  ChaseListFile.
       01  ChaseListLine PIC X(80).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY SESSION.
           COPY RPTHDR.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 EvidenceFileStatus PIC XX.
           88 EvidenceFileNotFound VALUE "35".

       01 ApplicantMasterFileStatus PIC XX.
           88 ApplicantMasterFileNotFound VALUE "35".

       01 WS-Evd-Eof-Flag PIC X VALUE "N".
           88 EndOfEvidenceFile VALUE "Y".

       01 WS-Mst-Eof-Flag PIC X VALUE "N".
           88 EndOfApplicantMasterFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

      *> Set when the evidence file will not fit the table - the
      *> file is then never rewritten, since the rows past the
      *> table would be lost.
       01 WS-Evd-Full-Flag PIC X VALUE "N".
           88 EvidenceOverflow VALUE "Y".

       01 MaintAction PIC X.
           88 ReceiveDocument VALUE "R".
           88 ChaseUpList     VALUE "L".

      *> The evidence file in full, updated in storage and written
      *> back whole, the way the status maintenance rewrites the
      *> applicant master - sized for the 80000 rows the eligibility
      *> run's own evidence table holds.
       01 EvidenceTable.
           05 EvidenceEntry OCCURS 80000 TIMES.
               10 TblEvidenceImage PIC X(45).
       01 EvidenceUsed PIC 9(5) VALUE 0.
       01 EvidenceIdx  PIC 9(5).
       01 FoundIdx     PIC 9(5).

      *> Applicant names and statuses off the master, for the
      *> chase-up list - room for the 20000 the master may hold.
       01 ApplicantTable.
           05 ApplicantEntry OCCURS 20000 TIMES.
               10 TblApplicantId     PIC X(10).
               10 TblApplicantName   PIC X(20).
               10 TblApplicantStatus PIC X.
       01 ApplicantUsed PIC 9(5) VALUE 0.
       01 ApplicantIdx  PIC 9(5).

       01 TargetApplicantId PIC X(10) VALUE SPACES.
       01 TargetDocCode     PIC X(4)  VALUE SPACES.
       01 ChangeResult      PIC X(20).
       01 OutstandingCount  PIC 9(5) VALUE 0.
       01 DaysOutstanding   PIC 9(5).

       01 Today PIC 9(8).

       01 ChaseHeadingLine.
           05 FILLER PIC X(12) VALUE "APPLICANT".
           05 FILLER PIC X(21) VALUE "NAME".
           05 FILLER PIC X(6)  VALUE "PROG".
           05 FILLER PIC X(6)  VALUE "DOC".
           05 FILLER PIC X(11) VALUE "REQUESTED".
           05 FILLER PIC X(6)  VALUE "DAYS".

       01 ChaseDetailLine.
           05 CdlApplicantId PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CdlName        PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 CdlProgramme   PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CdlDocCode     PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 CdlRequested   PIC 9(8).
           05 FILLER         PIC X(3) VALUE SPACES.
           05 CdlDays        PIC ZZZZ9.

       01 ChaseTotalLine.
           05 FILLER   PIC X(30)
               VALUE "DOCUMENTS OUTSTANDING".
           05 CtlCount PIC ZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.

           DISPLAY "Action - (R)eceive a document or ".
           DISPLAY "(L)ist outstanding evidence: ".
           ACCEPT MaintAction.

           PERFORM LoadEvidenceTable.

           EVALUATE TRUE
               WHEN EvidenceOverflow
                   MOVE "FILE TOO LARGE" TO ChangeResult
                   DISPLAY "Evidence file exceeds the table - "
                       "nothing done."
               WHEN ReceiveDocument
                   PERFORM RecordReceipt
               WHEN ChaseUpList
                   PERFORM WriteChaseUpList
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - nothing done."
           END-EVALUATE.

           PERFORM WriteAuditLog.

           IF ChangeApplied OR (ChaseUpList AND NOT EvidenceOverflow)
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LoadEvidenceTable.
           MOVE "N" TO WS-Evd-Eof-Flag
           OPEN INPUT EvidenceFile
           IF EvidenceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadEvidenceRecord
               PERFORM UNTIL EndOfEvidenceFile
                   IF EvidenceUsed < 80000
                       ADD 1 TO EvidenceUsed
                       MOVE EvidenceRecord TO
                           TblEvidenceImage (EvidenceUsed)
                   ELSE
                       SET EvidenceOverflow TO TRUE
                   END-IF
                   PERFORM ReadEvidenceRecord
               END-PERFORM
               CLOSE EvidenceFile
           END-IF.

       ReadEvidenceRecord.
           READ EvidenceFile
               AT END SET EndOfEvidenceFile TO TRUE
           END-READ.

      *> A document is only received against the row the
      *> eligibility run raised for it; a second receipt of the
      *> same document changes nothing, so the first date and
      *> operator stand.
       RecordReceipt.
           DISPLAY "Applicant ID: "
           MOVE SPACES TO TargetApplicantId
           ACCEPT TargetApplicantId
           DISPLAY "Document code: "
           MOVE SPACES TO TargetDocCode
           ACCEPT TargetDocCode

           PERFORM FindEvidenceRow
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "NOT REQUIRED" TO ChangeResult
                   DISPLAY "That document is not asked of this "
                       "applicant - rejected."
               WHEN OTHER
                   MOVE TblEvidenceImage (FoundIdx) TO EvidenceRecord
                   IF EvdReceived
                       MOVE "ALREADY RECEIVED" TO ChangeResult
                       DISPLAY "Document already received on "
                           EvdReceivedDate " - nothing applied."
                   ELSE
                       MOVE EvidenceRecord TO JrnBeforeImage
                       SET EvdReceived TO TRUE
                       MOVE Today      TO EvdReceivedDate
                       MOVE OperatorId TO EvdOperatorId
                       MOVE EvidenceRecord TO
                           TblEvidenceImage (FoundIdx)
                       PERFORM RewriteEvidenceFile
                       PERFORM WriteChangeJournal
                       MOVE "RECEIVED" TO ChangeResult
                       SET ChangeApplied TO TRUE
                       DISPLAY "Document " TargetDocCode
                           " recorded as received for "
                           TargetApplicantId "."
                   END-IF
           END-EVALUATE.

       FindEvidenceRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING EvidenceIdx FROM 1 BY 1
                   UNTIL EvidenceIdx > EvidenceUsed OR TargetFound
               MOVE TblEvidenceImage (EvidenceIdx) TO EvidenceRecord
               IF EvdApplicantId = TargetApplicantId
                       AND EvdDocCode = TargetDocCode
                   SET TargetFound TO TRUE
                   MOVE EvidenceIdx TO FoundIdx
               END-IF
           END-PERFORM.

       RewriteEvidenceFile.
           OPEN OUTPUT EvidenceFile
           PERFORM WriteOneEvidenceRecord
               VARYING EvidenceIdx FROM 1 BY 1
                   UNTIL EvidenceIdx > EvidenceUsed
           CLOSE EvidenceFile.

       WriteOneEvidenceRecord.
           MOVE TblEvidenceImage (EvidenceIdx) TO EvidenceRecord
           WRITE EvidenceRecord.

      *> The received row onto the central change journal, keyed by
      *> applicant and document code.
       WriteChangeJournal.
           MOVE TblEvidenceImage (FoundIdx) TO JrnAfterImage
           MOVE "C" TO JrnAction
           MOVE "EvidenceMaint" TO JrnProgramId
           MOVE "EVIDENCE" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING TargetApplicantId " " TargetDocCode
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> One line per outstanding document of an applicant still
      *> pending, in the order the documents were asked for - the
      *> longest waiting first.  An applicant since withdrawn or
      *> accepted is not chased.
       WriteChaseUpList.
           PERFORM LoadApplicantTable
           OPEN OUTPUT ChaseListFile
           MOVE "EVIDENCE CHASE-UP LIST" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ChaseListLine
           WRITE ChaseListLine
           MOVE ChaseHeadingLine TO ChaseListLine
           WRITE ChaseListLine
           PERFORM ChaseOneEvidenceRow
               VARYING EvidenceIdx FROM 1 BY 1
                   UNTIL EvidenceIdx > EvidenceUsed
           MOVE OutstandingCount TO CtlCount
           MOVE ChaseTotalLine TO ChaseListLine
           WRITE ChaseListLine
           CLOSE ChaseListFile
           DISPLAY OutstandingCount " document(s) outstanding."
           MOVE "LISTED" TO ChangeResult.

       ChaseOneEvidenceRow.
           MOVE TblEvidenceImage (EvidenceIdx) TO EvidenceRecord
           IF EvdOutstanding
               PERFORM FindApplicant
               IF TargetFound
                       AND TblApplicantStatus (ApplicantIdx) = "P"
                   ADD 1 TO OutstandingCount
                   COMPUTE DaysOutstanding =
                       FUNCTION INTEGER-OF-DATE(Today)
                       - FUNCTION INTEGER-OF-DATE(EvdRequestedDate)
                   MOVE EvdApplicantId   TO CdlApplicantId
                   MOVE TblApplicantName (ApplicantIdx) TO CdlName
                   MOVE EvdProgramme     TO CdlProgramme
                   MOVE EvdDocCode       TO CdlDocCode
                   MOVE EvdRequestedDate TO CdlRequested
                   MOVE DaysOutstanding  TO CdlDays
                   MOVE ChaseDetailLine TO ChaseListLine
                   WRITE ChaseListLine
                   DISPLAY ChaseDetailLine
               END-IF
           END-IF.

       FindApplicant.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ApplicantIdx FROM 1 BY 1
                   UNTIL ApplicantIdx > ApplicantUsed OR TargetFound
               IF TblApplicantId (ApplicantIdx) = EvdApplicantId
                   SET TargetFound TO TRUE
                   SUBTRACT 1 FROM ApplicantIdx
               END-IF
           END-PERFORM.

       LoadApplicantTable.
           MOVE "N" TO WS-Mst-Eof-Flag
           OPEN INPUT ApplicantMasterFile
           IF ApplicantMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadApplicantMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF ApplicantUsed < 20000
                       ADD 1 TO ApplicantUsed
                       MOVE MasterApplicantId TO
                           TblApplicantId (ApplicantUsed)
                       MOVE MasterName TO
                           TblApplicantName (ApplicantUsed)
                       MOVE MasterStatus TO
                           TblApplicantStatus (ApplicantUsed)
                   END-IF
                   PERFORM ReadApplicantMasterRecord
               END-PERFORM
               CLOSE ApplicantMasterFile
           END-IF.

       ReadApplicantMasterRecord.
           READ ApplicantMasterFile
               AT END SET EndOfApplicantMasterFile TO TRUE
           END-READ.

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

      *> Appends a run-level entry to the central audit trail with
      *> the applicant and document received.
       WriteAuditLog.
           MOVE "EvidenceMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Applicant="
               TargetApplicantId " Doc=" TargetDocCode
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
