       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubjectAccess.

      *> Applicant subject-access and erasure requests.  An
      *> applicant asking what we hold on them used to mean someone
      *> opening the master, the address file, both decision
      *> extracts, the review queue and the letter spool by hand,
      *> then searching the audit trail.  Given an applicant ID the
      *> extract action walks every file on the shared applicant
      *> file list, the dated generations of those files still on
      *> the generation catalog, the letter spool and the central
      *> audit and exception trails, and prints everything held on
      *> the applicant in one document.  The erasure action queues
      *> an erasure on the pending-change file: a second supervisor
      *> applies it through ChangeApproval, which anonymises the
      *> applicant everywhere retention allows and records the
      *> erasure on the audit trail with both identities.  Only a
      *> withdrawn or deceased applicant can be erased - withdrawing
      *> first is what gives up any quota place they hold.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SubjectProbeFile ASSIGN TO DYNAMIC ProbeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProbeFileStatus.
           SELECT SubjectAccessFile ASSIGN TO
               "Data/Agecheck/SUBJACC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GenCatalogFile ASSIGN TO
               "Data/Shared/GENCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenCatalogFileStatus.
           SELECT PendingChangeFile ASSIGN TO
               "Data/Shared/PENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingChangeFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SubjectProbeFile.
       01  ProbeLine PIC X(200).

      *> The extract goes to the registry in the 132-column
      *> distribution bundle; a matched line wider than that is
      *> carried on over an indented continuation line.
       FD  SubjectAccessFile.
       01  SubjectAccessLine PIC X(132).

       FD  GenCatalogFile.
       01  GenCatalogRecord.
           05 GcBasePath PIC X(44).
           05 GcGenDate  PIC 9(8).
           05 GcPurged   PIC X.

       FD  PendingChangeFile.
           COPY PENDCHG.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY SESSION.
           COPY RPTHDR.
           COPY APPFILES.
           COPY APPMSTR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 ProbeFileStatus PIC XX.
           88 ProbeFileNotFound VALUE "35".

       01 GenCatalogFileStatus PIC XX.
           88 GenCatalogFileNotFound VALUE "35".

       01 PendingChangeFileStatus PIC XX.
           88 PendingChangeFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfProbeFile VALUE "Y".

       01 WS-Cat-Eof-Flag PIC X VALUE "N".
           88 EndOfGenCatalogFile VALUE "Y".

       01 WS-Pnd-Eof-Flag PIC X VALUE "N".
           88 EndOfPendingChangeFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Path-Flag PIC X VALUE "N".
           88 PathListed VALUE "Y".

       01 WS-Pending-Flag PIC X VALUE "N".
           88 ErasureAlreadyPending VALUE "Y".

       01 WS-Letter-Flag PIC X VALUE "N".
           88 LetterForSubject VALUE "Y".

       01 WS-Done-Flag PIC X VALUE "N".
           88 RequestCompleted VALUE "Y".

       01 SarAction PIC X.
           88 ExtractRequested VALUE "S".
           88 ErasureRequested VALUE "E".

      *> How the file being walked is searched - by the applicant
      *> ID anywhere on the line, by letter block for the spool, or
      *> by ID or name for the central trails, whose free-text
      *> fields may carry either.
       01 SearchMode PIC X.
           88 SearchById      VALUE "I".
           88 SearchByLetter  VALUE "L".
           88 SearchByIdOrName VALUE "T".

       01 ProbeFileName PIC X(56).

       01 TargetApplicantId PIC X(10) VALUE SPACES.
       01 TargetName        PIC X(20) VALUE SPACES.
       01 TargetStatus      PIC X.
           88 TargetErased       VALUE "E".
           88 TargetMayBeErased  VALUE "W" "D".
       01 NameLength PIC 9(2) VALUE 0.
       01 ChangeResult PIC X(20).

       01 FileIdx     PIC 9(2).
       01 LineHits    PIC 9(3).
       01 FileMatches PIC 9(7).
       01 TotalMatches PIC 9(7) VALUE 0.

      *> One letter from the spool, held until the rule under it
      *> shows the whole block has been read.
       01 LetterBlock.
           05 TblLetterLine PIC X(80) OCCURS 40 TIMES.
       01 LetterLineNo PIC 9(2).
       01 LetterIdx    PIC 9(2).

       01 GenCatalogTable.
           05 GenCatalogEntry OCCURS 200 TIMES.
               10 TblBasePath PIC X(44).
               10 TblGenDate  PIC 9(8).
               10 TblPurged   PIC X.
       01 CatalogUsed PIC 9(3) VALUE 0.
       01 CatalogIdx  PIC 9(3).

       01 SectionLine.
           05 FILLER     PIC X(8) VALUE "=== FILE".
           05 FILLER     PIC X VALUE SPACE.
           05 ScnPath    PIC X(56).

       01 SectionCountLine.
           05 FILLER     PIC X(34)
               VALUE "    records held on this applicant".
           05 FILLER     PIC X VALUE SPACE.
           05 ScnMatches PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (S)ubject-access extract or ".
           DISPLAY "(E)rasure request: ".
           ACCEPT SarAction.
           DISPLAY "Applicant ID: ".
           MOVE SPACES TO TargetApplicantId.
           ACCEPT TargetApplicantId.

           EVALUATE TRUE
               WHEN TargetApplicantId = SPACES
                   MOVE "ID REQUIRED" TO ChangeResult
                   DISPLAY "An applicant ID is required - nothing "
                       "done."
               WHEN ExtractRequested
                   PERFORM WriteSubjectExtract
               WHEN ErasureRequested
                   PERFORM QueueErasure
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - nothing done."
           END-EVALUATE.

           PERFORM WriteAuditLog.

           IF RequestCompleted
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> The master row gives the name the letter spool and the
      *> trails are searched for, and the status the erasure
      *> request is judged on.
       FindApplicantOnMaster.
           MOVE "N" TO WS-Found-Flag
           MOVE SPACES TO TargetName
           MOVE SPACE TO TargetStatus
           MOVE "N" TO WS-Path-Flag
           PERFORM VARYING FileIdx FROM 1 BY 1
                   UNTIL FileIdx > ApplicantFileCount OR PathListed
               IF AppFileMaster (FileIdx)
                   SET PathListed TO TRUE
               END-IF
           END-PERFORM
           IF PathListed
               SUBTRACT 1 FROM FileIdx
               MOVE AppFilePath (FileIdx) TO ProbeFileName
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT SubjectProbeFile
               IF ProbeFileNotFound
                   CONTINUE
               ELSE
                   PERFORM ReadProbeLine
                   PERFORM UNTIL EndOfProbeFile OR TargetFound
                       IF ProbeLine (1:10) = TargetApplicantId
                           SET TargetFound TO TRUE
                           MOVE ProbeLine TO ApplicantMasterRecord
                           MOVE MasterName   TO TargetName
                           MOVE MasterStatus TO TargetStatus
                       ELSE
                           PERFORM ReadProbeLine
                       END-IF
                   END-PERFORM
                   CLOSE SubjectProbeFile
               END-IF
           END-IF
           IF TargetErased
               MOVE SPACES TO TargetName
           END-IF
           COMPUTE NameLength =
               FUNCTION LENGTH(FUNCTION TRIM(TargetName TRAILING)).

      *> The extract: the applicant files in list order, then the
      *> kept generations, then the two central trails - each under
      *> its own heading with a count, so a file that holds nothing
      *> on the applicant says so on the record.
       WriteSubjectExtract.
           PERFORM FindApplicantOnMaster

           OPEN OUTPUT SubjectAccessFile
           MOVE "SUBJECT ACCESS EXTRACT" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO SubjectAccessLine
           WRITE SubjectAccessLine
           MOVE SPACES TO SubjectAccessLine
           IF TargetFound
               STRING "Everything held on applicant "
                   TargetApplicantId " " TargetName
                   DELIMITED BY SIZE INTO SubjectAccessLine
           ELSE
               STRING "Everything held on applicant "
                   TargetApplicantId " (not on the applicant master)"
                   DELIMITED BY SIZE INTO SubjectAccessLine
           END-IF
           WRITE SubjectAccessLine

           PERFORM SearchOneApplicantFile
               VARYING FileIdx FROM 1 BY 1
                   UNTIL FileIdx > ApplicantFileCount

           PERFORM LoadGenCatalog
           PERFORM SearchOneGeneration
               VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > CatalogUsed

           SET SearchByIdOrName TO TRUE
           MOVE "Data/Shared/AUDITLOG.DAT" TO ProbeFileName
           PERFORM SearchProbeFile
           MOVE "Data/Shared/EXCEPTIONLOG.DAT" TO ProbeFileName
           PERFORM SearchProbeFile

           MOVE SPACES TO SubjectAccessLine
           WRITE SubjectAccessLine
           MOVE SPACES TO SubjectAccessLine
           STRING "TOTAL RECORDS IN EXTRACT " TotalMatches
               DELIMITED BY SIZE INTO SubjectAccessLine
           WRITE SubjectAccessLine
           DISPLAY SubjectAccessLine (1:40)
           CLOSE SubjectAccessFile

           MOVE "EXTRACTED" TO ChangeResult
           SET RequestCompleted TO TRUE
           DISPLAY "Subject-access extract written for "
               TargetApplicantId ".".

       SearchOneApplicantFile.
           MOVE AppFilePath (FileIdx) TO ProbeFileName
           IF AppFileLetters (FileIdx)
               SET SearchByLetter TO TRUE
           ELSE
               SET SearchById TO TRUE
           END-IF
           PERFORM SearchProbeFile.

      *> A kept generation of a listed file is searched the same
      *> way as the file it was copied from.
       SearchOneGeneration.
           IF TblPurged (CatalogIdx) NOT = "Y"
               MOVE "N" TO WS-Path-Flag
               PERFORM VARYING FileIdx FROM 1 BY 1
                       UNTIL FileIdx > ApplicantFileCount
                           OR PathListed
                   IF AppFilePath (FileIdx) = TblBasePath (CatalogIdx)
                       SET PathListed TO TRUE
                   END-IF
               END-PERFORM
               IF PathListed
                   SUBTRACT 1 FROM FileIdx
                   MOVE SPACES TO ProbeFileName
                   STRING FUNCTION TRIM(TblBasePath (CatalogIdx))
                       ".G" TblGenDate (CatalogIdx)
                       DELIMITED BY SIZE INTO ProbeFileName
                   IF AppFileLetters (FileIdx)
                       SET SearchByLetter TO TRUE
                   ELSE
                       SET SearchById TO TRUE
                   END-IF
                   PERFORM SearchProbeFile
               END-IF
           END-IF.

      *> One file's section: the heading, every line held on the
      *> applicant, and the count.
       SearchProbeFile.
           MOVE 0 TO FileMatches
           MOVE SPACES TO SubjectAccessLine
           WRITE SubjectAccessLine
           MOVE ProbeFileName TO ScnPath
           MOVE SectionLine TO SubjectAccessLine
           WRITE SubjectAccessLine

           MOVE "N" TO WS-Eof-Flag
           MOVE "N" TO WS-Letter-Flag
           MOVE 0 TO LetterLineNo
           OPEN INPUT SubjectProbeFile
           IF ProbeFileNotFound
               MOVE "    (file not on disk)" TO SubjectAccessLine
               WRITE SubjectAccessLine
           ELSE
               PERFORM ReadProbeLine
               PERFORM UNTIL EndOfProbeFile
                   EVALUATE TRUE
                       WHEN SearchByLetter
                           PERFORM SearchLetterLine
                       WHEN SearchByIdOrName
                           PERFORM SearchTrailLine
                       WHEN OTHER
                           PERFORM SearchKeyedLine
                   END-EVALUATE
                   PERFORM ReadProbeLine
               END-PERFORM
               CLOSE SubjectProbeFile
               MOVE FileMatches TO ScnMatches
               MOVE SectionCountLine TO SubjectAccessLine
               WRITE SubjectAccessLine
           END-IF.

       ReadProbeLine.
           READ SubjectProbeFile
               AT END SET EndOfProbeFile TO TRUE
           END-READ.

       SearchKeyedLine.
           MOVE 0 TO LineHits
           INSPECT ProbeLine TALLYING LineHits
               FOR ALL TargetApplicantId
           IF LineHits > 0
               PERFORM WriteMatchedLine
           END-IF.

       SearchTrailLine.
           MOVE 0 TO LineHits
           INSPECT ProbeLine TALLYING LineHits
               FOR ALL TargetApplicantId
           IF LineHits = 0 AND NameLength > 0
               INSPECT ProbeLine TALLYING LineHits
                   FOR ALL TargetName (1:NameLength)
           END-IF
           IF LineHits > 0
               PERFORM WriteMatchedLine
           END-IF.

       WriteMatchedLine.
           ADD 1 TO FileMatches
           ADD 1 TO TotalMatches
           MOVE ProbeLine (1:132) TO SubjectAccessLine
           WRITE SubjectAccessLine
           IF ProbeLine (133:68) NOT = SPACES
               MOVE SPACES TO SubjectAccessLine
               MOVE ProbeLine (133:68) TO SubjectAccessLine (5:68)
               WRITE SubjectAccessLine
           END-IF.

      *> The letter spool carries no applicant ID: a letter is the
      *> applicant's when the first line of its address block - the
      *> third line of the letter - is their name.  Each letter is
      *> held until its closing rule and printed whole when it
      *> matched.
       SearchLetterLine.
           IF ProbeLine (1:80) = ALL "-"
               IF LetterForSubject
                   ADD 1 TO FileMatches
                   ADD 1 TO TotalMatches
                   PERFORM WriteOneLetterLine
                       VARYING LetterIdx FROM 1 BY 1
                           UNTIL LetterIdx > LetterLineNo
                   MOVE ProbeLine TO SubjectAccessLine
                   WRITE SubjectAccessLine
               END-IF
               MOVE 0 TO LetterLineNo
               MOVE "N" TO WS-Letter-Flag
           ELSE
               IF LetterLineNo < 40
                   ADD 1 TO LetterLineNo
                   MOVE ProbeLine (1:80) TO
                       TblLetterLine (LetterLineNo)
               END-IF
               IF LetterLineNo = 3 AND NameLength > 0
                       AND ProbeLine (1:20) = TargetName
                   SET LetterForSubject TO TRUE
               END-IF
           END-IF.

       WriteOneLetterLine.
           MOVE TblLetterLine (LetterIdx) TO SubjectAccessLine
           WRITE SubjectAccessLine.

       LoadGenCatalog.
           MOVE 0 TO CatalogUsed
           MOVE "N" TO WS-Cat-Eof-Flag
           OPEN INPUT GenCatalogFile
           IF GenCatalogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadGenCatalogRecord
               PERFORM UNTIL EndOfGenCatalogFile
                   IF CatalogUsed < 200
                       ADD 1 TO CatalogUsed
                       MOVE GcBasePath TO TblBasePath (CatalogUsed)
                       MOVE GcGenDate  TO TblGenDate (CatalogUsed)
                       MOVE GcPurged   TO TblPurged (CatalogUsed)
                   END-IF
                   PERFORM ReadGenCatalogRecord
               END-PERFORM
               CLOSE GenCatalogFile
           END-IF.

       ReadGenCatalogRecord.
           READ GenCatalogFile
               AT END SET EndOfGenCatalogFile TO TRUE
           END-READ.

      *> The request is proved before it is queued: the applicant
      *> must be on the master, not already erased, withdrawn or
      *> deceased, and with no erasure already waiting.
       QueueErasure.
           PERFORM FindApplicantOnMaster
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "UNKNOWN APPLICANT" TO ChangeResult
                   DISPLAY "Applicant not on the master - rejected."
               WHEN TargetErased
                   MOVE "ALREADY ERASED" TO ChangeResult
                   DISPLAY "Applicant has already been erased."
               WHEN NOT TargetMayBeErased
                   MOVE "NOT WITHDRAWN" TO ChangeResult
                   DISPLAY "Only a withdrawn or deceased applicant "
                       "can be erased - withdraw the applicant "
                       "through status maintenance first."
               WHEN OTHER
                   PERFORM FindPendingErasure
                   IF ErasureAlreadyPending
                       MOVE "ALREADY PENDING" TO ChangeResult
                       DISPLAY "An erasure for this applicant is "
                           "already waiting for approval - rejected."
                   ELSE
                       PERFORM WritePendingChange
                       MOVE "PENDING" TO ChangeResult
                       SET RequestCompleted TO TRUE
                       DISPLAY "Erasure queued for approval: "
                           TargetApplicantId " " TargetName
                       DISPLAY "A second supervisor must apply it "
                           "through the change approval screen."
                   END-IF
           END-EVALUATE.

       FindPendingErasure.
           MOVE "N" TO WS-Pending-Flag
           MOVE "N" TO WS-Pnd-Eof-Flag
           OPEN INPUT PendingChangeFile
           IF PendingChangeFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfPendingChangeFile
                       OR ErasureAlreadyPending
                   IF PndTargetErasure AND PndPending
                           AND PndDetail(1:10) = TargetApplicantId
                       SET ErasureAlreadyPending TO TRUE
                   ELSE
                       PERFORM ReadPendingRecord
                   END-IF
               END-PERFORM
               CLOSE PendingChangeFile
           END-IF.

       ReadPendingRecord.
           READ PendingChangeFile
               AT END SET EndOfPendingChangeFile TO TRUE
           END-READ.

      *> Nothing is anonymised until a second supervisor approves -
      *> the pending row carries only the applicant ID.
       WritePendingChange.
           OPEN EXTEND PendingChangeFile
           IF PendingChangeFileNotFound
               OPEN OUTPUT PendingChangeFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PndStamp
           MOVE OperatorId        TO PndRequestor
           MOVE "ERASE"           TO PndTarget
           MOVE "E"               TO PndAction
           MOVE SPACES            TO PndDetail
           MOVE TargetApplicantId TO PndDetail(1:10)
           MOVE "P"               TO PndStatus
           MOVE SPACES            TO PndApprover
           MOVE SPACES            TO PndDecStamp
           WRITE PendingChangeRecord
           CLOSE PendingChangeFile.

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
      *> the applicant asked about - an extract is itself a
      *> disclosure, so it is logged the same as an erasure request.
       WriteAuditLog.
           MOVE "SubjectAccess" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" SarAction " Id=" TargetApplicantId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           IF ExtractRequested AND RequestCompleted
               STRING "Records=" TotalMatches
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           ELSE
               MOVE ChangeResult TO AuditKeyOutputs
           END-IF
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
