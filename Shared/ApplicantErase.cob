       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicantErase.

      *> Shared applicant-erasure subroutine, called by the change
      *> approval screen once a second supervisor has approved an
      *> erasure queued through SubjectAccess.  The applicant's name,
      *> date of birth and address are anonymised in every file on
      *> the shared applicant file list, and in the dated
      *> generations of those files still on the generation
      *> catalog.  The ID itself is kept, so the rows still count
      *> and the audit trail still resolves to "an applicant who
      *> was erased".  What retention requires is left alone: the
      *> central audit trail is hash-chained and is never rewritten
      *> - its entries age out under the retention purge like any
      *> other - and a decision row cut inside the appeal window
      *> (ERASE-RETAIN-DAYS) is kept as issued until the window
      *> closes.  Each file is copied through a staging file and
      *> only copied back when something in it changed.  The change
      *> journal's images of the applicant's master, address and
      *> allocation rows are anonymised the same way, so the
      *> journal cannot give back what the erasure took away, and
      *> the erasure itself goes onto the journal in erased form.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ErasureSourceFile ASSIGN TO DYNAMIC SourceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT ErasureStageFile ASSIGN TO
               "Data/Agecheck/ERASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GenCatalogFile ASSIGN TO
               "Data/Shared/GENCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenCatalogFileStatus.
           SELECT ChangeJournalFile ASSIGN TO
               "Data/Shared/CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChangeJournalFileStatus.
           SELECT JournalStageFile ASSIGN TO
               "Data/Shared/CHGJRNL.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ErasureSourceFile.
       01  SourceLine PIC X(200).

       FD  ErasureStageFile.
       01  StageLine PIC X(200).

       FD  GenCatalogFile.
       01  GenCatalogRecord.
           05 GcBasePath PIC X(44).
           05 GcGenDate  PIC 9(8).
           05 GcPurged   PIC X.

       FD  ChangeJournalFile.
           COPY CHGJREC.

       FD  JournalStageFile.
       01  JournalStageLine PIC X(306).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY APPFILES.
           COPY CHGJRNL.

      *> Record views the layout-aware rules work through.
           COPY APPMSTR.
           COPY APPACC.
           COPY APPREJ.
           COPY CORRHIST.
           COPY APPADDR.
           COPY ALLOCREC.

       01 SourceFileName PIC X(56).

       01 SourceFileStatus PIC XX.
           88 SourceFileNotFound VALUE "35".

       01 GenCatalogFileStatus PIC XX.
           88 GenCatalogFileNotFound VALUE "35".

       01 ChangeJournalFileStatus PIC XX.
           88 ChangeJournalFileNotFound VALUE "35".

       01 WS-Jrn-Eof-Flag PIC X VALUE "N".
           88 EndOfChangeJournal VALUE "Y".

       01 WS-Adr-Flag PIC X VALUE "N".
           88 AddressDropped VALUE "Y".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfSourceFile VALUE "Y".

       01 WS-Stg-Eof-Flag PIC X VALUE "N".
           88 EndOfStageFile VALUE "Y".

       01 WS-Cat-Eof-Flag PIC X VALUE "N".
           88 EndOfGenCatalogFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 SubjectFound VALUE "Y".

       01 WS-Path-Flag PIC X VALUE "N".
           88 PathListed VALUE "Y".

       01 WS-Changed-Flag PIC X VALUE "N".
           88 FileChanged VALUE "Y".

       01 WS-Drop-Flag PIC X VALUE "N".
           88 DropLine VALUE "Y".

       01 WS-Masked-Flag PIC X VALUE "N".
           88 LineMasked VALUE "Y".

       01 WS-Letter-Flag PIC X VALUE "N".
           88 LetterForSubject VALUE "Y".

      *> Days a decision row is kept as issued after it was cut -
      *> the window in which the decision can still be appealed and
      *> the letter reissued.  Overridden from the central parameter
      *> file at start of run.
       01 EraseRetainDays PIC 9(4) VALUE 90.

       01 Today          PIC 9(8).
       01 RetainFromDate PIC 9(8).

       01 ErasedName  PIC X(20) VALUE "ERASED".
       01 SubjectName PIC X(20).
       01 SubjectDob  PIC X(8).
       01 SubjectStatus PIC X.
           88 SubjectMayBeErased VALUE "W" "D".
       01 NameLength  PIC 9(2).
       01 LineHits    PIC 9(3).
       01 ScanPos     PIC 9(3).
       01 ScanLimit   PIC 9(3).
       01 LetterLineNo PIC 9(3).
       01 FileIdx     PIC 9(2).
       01 JournalImage      PIC X(100).
       01 ErasedMasterImage PIC X(56).

       01 ErasedCount PIC 9(5) VALUE 0.
       01 KeptCount   PIC 9(5) VALUE 0.

       01 GenCatalogTable.
           05 GenCatalogEntry OCCURS 200 TIMES.
               10 TblBasePath PIC X(44).
               10 TblGenDate  PIC 9(8).
               10 TblPurged   PIC X.
       01 CatalogUsed PIC 9(3).
       01 CatalogIdx  PIC 9(3).

       LINKAGE SECTION.
           COPY ERASEREQ.

       PROCEDURE DIVISION USING EraseRequest.
       MainLine.
           MOVE 0 TO ErasedCount
           MOVE 0 TO KeptCount
           MOVE 0 TO CatalogUsed
           MOVE "N" TO WS-Cat-Eof-Flag
           MOVE "N" TO WS-Adr-Flag
           SET ErsRefused TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today

           PERFORM LoadRetainParm
           PERFORM FindSubjectOnMaster

      *> Status is checked again here, at the moment of erasure -
      *> an applicant reinstated since the request was keyed keeps
      *> their details.
           EVALUATE TRUE
               WHEN NOT SubjectFound
                   DISPLAY "Applicant " ErsApplicantId
                       " not on the master - erasure refused."
               WHEN NOT SubjectMayBeErased
                   DISPLAY "Applicant " ErsApplicantId
                       " is not withdrawn or deceased - erasure "
                       "refused."
               WHEN OTHER
                   PERFORM EraseOneFile
                       VARYING FileIdx FROM 1 BY 1
                           UNTIL FileIdx > ApplicantFileCount
                   PERFORM LoadGenCatalog
                   PERFORM EraseOneGeneration
                       VARYING CatalogIdx FROM 1 BY 1
                           UNTIL CatalogIdx > CatalogUsed
                   PERFORM EraseChangeJournal
                   PERFORM JournalErasure
                   SET ErsApplied TO TRUE
                   DISPLAY "Applicant " ErsApplicantId " erased: "
                       ErasedCount " row(s) anonymised, " KeptCount
                       " kept inside the appeal window."
           END-EVALUATE

           PERFORM WriteAuditLog

           GOBACK.

      *> The master row supplies the name and date of birth the
      *> report files and the letter spool are searched for, and
      *> the status that decides whether erasure may go ahead.
       FindSubjectOnMaster.
           MOVE "N" TO WS-Found-Flag
           MOVE "N" TO WS-Path-Flag
           PERFORM VARYING FileIdx FROM 1 BY 1
                   UNTIL FileIdx > ApplicantFileCount OR PathListed
               IF AppFileMaster (FileIdx)
                   SET PathListed TO TRUE
               END-IF
           END-PERFORM
           IF PathListed
               SUBTRACT 1 FROM FileIdx
               MOVE AppFilePath (FileIdx) TO SourceFileName
               MOVE "N" TO WS-Eof-Flag
               OPEN INPUT ErasureSourceFile
               IF SourceFileNotFound
                   CONTINUE
               ELSE
                   PERFORM ReadSourceLine
                   PERFORM UNTIL EndOfSourceFile OR SubjectFound
                       IF SourceLine (1:10) = ErsApplicantId
                           SET SubjectFound TO TRUE
                           MOVE SourceLine TO ApplicantMasterRecord
                           MOVE MasterName   TO SubjectName
                           MOVE MasterDob    TO SubjectDob
                           MOVE MasterStatus TO SubjectStatus
                       ELSE
                           PERFORM ReadSourceLine
                       END-IF
                   END-PERFORM
                   CLOSE ErasureSourceFile
               END-IF
           END-IF
           COMPUTE NameLength =
               FUNCTION LENGTH(FUNCTION TRIM(SubjectName TRAILING)).

       EraseOneFile.
           IF NOT AppFileKeyed (FileIdx)
               MOVE AppFilePath (FileIdx) TO SourceFileName
               PERFORM EraseThroughStage
           END-IF.

      *> A generation of a listed file is erased under the same rule
      *> as the file it was copied from - the decision rows in it
      *> carry their own run date, so the appeal window applies
      *> row by row here too.
       EraseOneGeneration.
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
                   IF NOT AppFileKeyed (FileIdx)
                       MOVE SPACES TO SourceFileName
                       STRING FUNCTION TRIM(TblBasePath (CatalogIdx))
                           ".G" TblGenDate (CatalogIdx)
                           DELIMITED BY SIZE INTO SourceFileName
                       PERFORM EraseThroughStage
                   END-IF
               END-IF
           END-IF.

      *> Every line goes through the staging file, altered or not;
      *> the staged copy replaces the file only when a line was
      *> altered or dropped, so a file the applicant never reached
      *> is not rewritten.
       EraseThroughStage.
           MOVE "N" TO WS-Eof-Flag
           MOVE "N" TO WS-Changed-Flag
           MOVE "N" TO WS-Letter-Flag
           MOVE 0 TO LetterLineNo
           OPEN INPUT ErasureSourceFile
           IF SourceFileNotFound
               CONTINUE
           ELSE
               OPEN OUTPUT ErasureStageFile
               PERFORM ReadSourceLine
               PERFORM UNTIL EndOfSourceFile
                   PERFORM EraseOneLine
                   PERFORM ReadSourceLine
               END-PERFORM
               CLOSE ErasureSourceFile
               CLOSE ErasureStageFile
               IF FileChanged
                   PERFORM CopyStageToSource
               END-IF
           END-IF.

       ReadSourceLine.
           READ ErasureSourceFile
               AT END SET EndOfSourceFile TO TRUE
           END-READ.

       EraseOneLine.
           MOVE "N" TO WS-Drop-Flag
           EVALUATE TRUE
               WHEN AppFileMaster (FileIdx)
                   PERFORM EraseMasterLine
               WHEN AppFileAddress (FileIdx)
                   PERFORM EraseAddressLine
               WHEN AppFileAccepted (FileIdx)
                   PERFORM EraseAcceptedLine
               WHEN AppFileRejected (FileIdx)
                   PERFORM EraseRejectedLine
               WHEN AppFileLetters (FileIdx)
                   PERFORM EraseLetterLine
               WHEN AppFileCorrespondence (FileIdx)
                   PERFORM EraseCorrespondenceLine
               WHEN OTHER
                   PERFORM EraseGeneralLine
           END-EVALUATE
           IF NOT DropLine
               MOVE SourceLine TO StageLine
               WRITE StageLine
           END-IF.

      *> The master row keeps its ID and first-seen date; the name
      *> and date of birth go, and the status says why.
       EraseMasterLine.
           IF SourceLine (1:10) = ErsApplicantId
               MOVE SourceLine TO ApplicantMasterRecord
               MOVE ErasedName TO MasterName
               MOVE 0 TO MasterDob
               SET MasterErased TO TRUE
               MOVE ApplicantMasterRecord TO ErasedMasterImage
               MOVE ApplicantMasterRecord TO SourceLine
               PERFORM CountErasedLine
           END-IF.

      *> An address has no purpose once the applicant is erased -
      *> the row is dropped outright.
       EraseAddressLine.
           IF SourceLine (1:10) = ErsApplicantId
               SET DropLine TO TRUE
               SET AddressDropped TO TRUE
               PERFORM CountErasedLine
           END-IF.

       EraseAcceptedLine.
           IF SourceLine (1:10) = ErsApplicantId
               MOVE SourceLine TO AcceptedRecord
               IF RunStampDate OF AcceptedRecord >= RetainFromDate
                   ADD 1 TO KeptCount
               ELSE
                   MOVE ErasedName TO AcceptedName
                   MOVE AcceptedRecord TO SourceLine
                   PERFORM CountErasedLine
               END-IF
           END-IF.

       EraseRejectedLine.
           IF SourceLine (1:10) = ErsApplicantId
               MOVE SourceLine TO RejectedRecord
               IF RunStampDate OF RejectedRecord >= RetainFromDate
                   ADD 1 TO KeptCount
               ELSE
                   MOVE ErasedName TO RejectedName
                   MOVE RejectedRecord TO SourceLine
                   PERFORM CountErasedLine
               END-IF
           END-IF.

      *> The correspondence history keeps that a letter went and
      *> when; where it went goes with the address row.
       EraseCorrespondenceLine.
           IF SourceLine (1:10) = ErsApplicantId
               MOVE SourceLine TO CorrespondenceRecord
               MOVE SPACES TO CorStreet
               MOVE SPACES TO CorCity
               MOVE SPACES TO CorPostCode
               MOVE CorrespondenceRecord TO SourceLine
               PERFORM CountErasedLine
           END-IF.

      *> The letter spool carries no applicant ID, so a letter is
      *> recognised by the name on the third line of its block -
      *> the first line of the address.  Its address block and its
      *> salutation are blanked; the rest of the letter is standard
      *> wording.  Blocks end at the rule the letter run writes
      *> under every letter.
       EraseLetterLine.
           IF SourceLine (1:80) = ALL "-"
               MOVE 0 TO LetterLineNo
               MOVE "N" TO WS-Letter-Flag
           ELSE
               ADD 1 TO LetterLineNo
               IF LetterLineNo = 3 AND NameLength > 0
                       AND SourceLine (1:20) = SubjectName
                   SET LetterForSubject TO TRUE
                   PERFORM CountErasedLine
               END-IF
               IF LetterForSubject
                   EVALUATE LetterLineNo
                       WHEN 3
                           MOVE ErasedName TO SourceLine
                       WHEN 4
                       WHEN 5
                           MOVE SPACES TO SourceLine
                       WHEN 7
                           MOVE "Dear Applicant," TO SourceLine
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *> Report and work files have no layout in common, so a line
      *> is found by the applicant ID anywhere on it and the name
      *> and date of birth masked wherever they appear on that
      *> line.  The ID stays, as it does everywhere.
       EraseGeneralLine.
           MOVE 0 TO LineHits
           INSPECT SourceLine TALLYING LineHits
               FOR ALL ErsApplicantId
           IF LineHits > 0
               MOVE "N" TO WS-Masked-Flag
               PERFORM MaskSubjectName
               PERFORM MaskSubjectDob
               IF LineMasked
                   PERFORM CountErasedLine
               END-IF
           END-IF.

       MaskSubjectName.
           IF NameLength > 0 AND SubjectName NOT = ErasedName
               COMPUTE ScanLimit = 201 - NameLength
               PERFORM VARYING ScanPos FROM 1 BY 1
                       UNTIL ScanPos > ScanLimit
                   IF SourceLine (ScanPos:NameLength) =
                           SubjectName (1:NameLength)
                       MOVE ErasedName TO
                           SourceLine (ScanPos:NameLength)
                       SET LineMasked TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

       MaskSubjectDob.
           IF SubjectDob NOT = "00000000"
               PERFORM VARYING ScanPos FROM 1 BY 1
                       UNTIL ScanPos > 193
                   IF SourceLine (ScanPos:8) = SubjectDob
                       MOVE "00000000" TO SourceLine (ScanPos:8)
                       SET LineMasked TO TRUE
                   END-IF
               END-PERFORM
           END-IF.

      *> The journal carries whole record images, so its rows for
      *> the applicant are anonymised by each file's own layout -
      *> name and date of birth off the master and allocation
      *> images, the address off the address images - and the
      *> journal copied back through its own staging file.
       EraseChangeJournal.
           MOVE "N" TO WS-Jrn-Eof-Flag
           MOVE "N" TO WS-Changed-Flag
           OPEN INPUT ChangeJournalFile
           IF ChangeJournalFileNotFound
               CONTINUE
           ELSE
               OPEN OUTPUT JournalStageFile
               PERFORM ReadJournalRecord
               PERFORM UNTIL EndOfChangeJournal
                   IF CjrRecordKey = ErsApplicantId
                       PERFORM EraseJournalImages
                   END-IF
                   MOVE ChangeJournalRecord TO JournalStageLine
                   WRITE JournalStageLine
                   PERFORM ReadJournalRecord
               END-PERFORM
               CLOSE ChangeJournalFile
               CLOSE JournalStageFile
               IF FileChanged
                   PERFORM CopyJournalStage
               END-IF
           END-IF.

       ReadJournalRecord.
           READ ChangeJournalFile
               AT END SET EndOfChangeJournal TO TRUE
           END-READ.

       EraseJournalImages.
           IF CjrFileName = "APPMASTER" OR "APPADDR" OR "ALLOCATION"
               MOVE CjrBeforeImage TO JournalImage
               PERFORM EraseJournalImage
               MOVE JournalImage TO CjrBeforeImage
               MOVE CjrAfterImage TO JournalImage
               PERFORM EraseJournalImage
               MOVE JournalImage TO CjrAfterImage
               PERFORM CountErasedLine
           END-IF.

       EraseJournalImage.
           IF JournalImage NOT = SPACES
               EVALUATE CjrFileName
                   WHEN "APPMASTER"
                       MOVE JournalImage TO ApplicantMasterRecord
                       MOVE ErasedName TO MasterName
                       MOVE 0 TO MasterDob
                       MOVE ApplicantMasterRecord TO JournalImage
                   WHEN "APPADDR"
                       MOVE JournalImage TO ApplicantAddressRecord
                       MOVE SPACES TO AdrStreet
                       MOVE SPACES TO AdrCity
                       MOVE SPACES TO AdrPostCode
                       MOVE SPACES TO AdrPhone
                       MOVE ApplicantAddressRecord TO JournalImage
                   WHEN "ALLOCATION"
                       MOVE JournalImage TO AllocationRecord
                       MOVE ErasedName TO AlcName
                       MOVE AllocationRecord TO JournalImage
               END-EVALUATE
           END-IF.

       CopyJournalStage.
           MOVE "N" TO WS-Stg-Eof-Flag
           OPEN INPUT JournalStageFile
           OPEN OUTPUT ChangeJournalFile
           PERFORM ReadJournalStageLine
           PERFORM UNTIL EndOfStageFile
               MOVE JournalStageLine TO ChangeJournalRecord
               WRITE ChangeJournalRecord
               PERFORM ReadJournalStageLine
           END-PERFORM
           CLOSE JournalStageFile
           CLOSE ChangeJournalFile.

       ReadJournalStageLine.
           READ JournalStageFile
               AT END SET EndOfStageFile TO TRUE
           END-READ.

      *> The erasure's own journal rows, already in erased form -
      *> the master row from the status it was erased out of to
      *> erased, and the address row, when there was one, removed.
      *> Keyed by the requestor and applied by the approver, the
      *> way the approval screen journals every change it applies.
       JournalErasure.
           MOVE "ApplicantErase" TO JrnProgramId
           MOVE ErsApplicantId TO JrnRecordKey
           MOVE ErsRequestor TO JrnOperatorId
           MOVE ErsApprover TO JrnApproverId
           MOVE ErsRunId TO JrnRunId
           MOVE "APPMASTER" TO JrnFileName
           MOVE "C" TO JrnAction
           MOVE ErasedMasterImage TO ApplicantMasterRecord
           MOVE SubjectStatus TO MasterStatus
           MOVE ApplicantMasterRecord TO JrnBeforeImage
           MOVE ErasedMasterImage TO JrnAfterImage
           PERFORM WriteChangeJournal
           IF AddressDropped
               MOVE "APPADDR" TO JrnFileName
               MOVE "D" TO JrnAction
               MOVE ErsApplicantId TO JrnBeforeImage
               MOVE SPACES TO JrnAfterImage
               PERFORM WriteChangeJournal
           END-IF.

       WriteChangeJournal.
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

       CountErasedLine.
           ADD 1 TO ErasedCount
           SET FileChanged TO TRUE.

       CopyStageToSource.
           MOVE "N" TO WS-Stg-Eof-Flag
           OPEN INPUT ErasureStageFile
           OPEN OUTPUT ErasureSourceFile
           PERFORM ReadStageLine
           PERFORM UNTIL EndOfStageFile
               MOVE StageLine TO SourceLine
               WRITE SourceLine
               PERFORM ReadStageLine
           END-PERFORM
           CLOSE ErasureStageFile
           CLOSE ErasureSourceFile.

       ReadStageLine.
           READ ErasureStageFile
               AT END SET EndOfStageFile TO TRUE
           END-READ.

       LoadGenCatalog.
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

      *> Looks up the appeal window through the effective-dated
      *> parameter lookup, keeping the compiled-in default when no
      *> row matches, and works out the earliest decision date
      *> still inside it.
       LoadRetainParm.
           MOVE "ERASE-RETAIN-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "ApplicantErase" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO EraseRetainDays
           END-IF
           COMPUTE RetainFromDate = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(Today) - EraseRetainDays).

      *> The erasure's own entry on the central audit trail, under
      *> the approver's ID and the approval session's run ID, with
      *> the requestor alongside - what was erased is counted, never
      *> repeated.
       WriteAuditLog.
           MOVE "ApplicantErase" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Id=" ErsApplicantId " Req=" ErsRequestor
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           IF ErsApplied
               STRING "Erased=" ErasedCount " Kept=" KeptCount
                   " By=" ErsApprover
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           ELSE
               STRING "REFUSED By=" ErsApprover
                   DELIMITED BY SIZE INTO AuditKeyOutputs
           END-IF
           MOVE ErsApprover TO AuditOperatorId
           MOVE ErsRunId TO AuditRunId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
