               FILE STATUS IS CheckpointFileStatus.
           SELECT TrimFile ASSIGN TO "Data/Agecheck/AGETRIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ProgrammeFile ASSIGN TO
               "Data/Agecheck/PROGRAMMES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProgrammeFileStatus.
           SELECT EvidenceFile ASSIGN TO
               "Data/Agecheck/EVIDENCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EvidenceFileStatus.
           SELECT QuotaFile ASSIGN TO "Data/Agecheck/QUOTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QuotaFileStatus.
           SELECT AllocationFile ASSIGN TO
               "Data/Agecheck/ALLOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocationFileStatus.
           SELECT WaitingListFile ASSIGN TO
               "Data/Agecheck/WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 ApplicantId   PIC X(10).
           05 ApplicantName PIC X(20).
           05 ApplicantDob  PIC 9(8).
      *> The eligibility programme applied to - blank is the adult
      *> programme every applicant was tested against before the
      *> schemes were split.
           05 ApplicantProgramme PIC X(4).

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  ApplicantTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
      *> the letter run can merge the mailing address and honor the
      *> master status instead of working from a bare name.
       FD  AcceptedFile.
           COPY APPACC.

       FD  RejectedFile.
           COPY APPREJ.

      *> Input-position checkpoint taken every CHECKPOINT-EVERY
      *> details, the way Ntimes checkpoints its interactive
           05 ChkFileDate     PIC 9(8).
           05 ChkPending      PIC X.
               88 ChkIsPending VALUE "Y".
           05 ChkProgramme OCCURS 10 TIMES.
               10 ChkPrgAccepted  PIC 9(5).
               10 ChkPrgRejected  PIC 9(5).
               10 ChkPrgBandCount PIC 9(5) OCCURS 5 TIMES.
               10 ChkPrgPending   PIC 9(5).
               10 ChkPrgWaiting   PIC 9(5).

      *> Staging area for the resume trim - each extract is copied
      *> back to its checkpointed length before the run continues,
       FD  TrimFile.
       01  TrimLine PIC X(120).

      *> The eligibility programmes and their rules, maintained by
      *> the registration office.
       FD  ProgrammeFile.
           COPY PRGMREC.

      *> The supporting documents asked of each applicant and
      *> whether they have come in.
       FD  EvidenceFile.
           COPY EVIDREC.

      *> Places per age band for each intake, and every place and
      *> waiting-list entry allocated against them.
       FD  QuotaFile.
           COPY QUOTAREC.

       FD  AllocationFile.
           COPY ALLOCREC.

      *> The waiting list ranked for the registration office, band
      *> by band in the order places will be offered.
       FD  WaitingListFile.
       01  WaitingListLine PIC X(80).

      *> One row per age band for each programme, then the same
      *> bands across all programmes under the programme "ALL".
       FD  AgeBandFile.
       01  AgeBandRecord.
           05 BandProgramme PIC X(4).
           05 BandLabel PIC X(12).
           05 BandCount PIC ZZZZ9.
           COPY RUNSTAMP.
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY RPTHDR.
       01 Age PIC 9(3).
       01 Name PIC X(20).
       01 Dob  PIC 9(8).
      *> the duplicate check while the run appends new ones.  The
      *> lifecycle status rides along so a resubmission of a
      *> withdrawn or deceased applicant is reviewed under its
      *> real reason.  Sized for 20000 applicants, far beyond the
      *> master's present size, so the capacity refusal below is a
      *> safeguard and not a nightly event.
       01 MasterIdTable.
           05 MasterIdEntry OCCURS 20000 TIMES.
               10 TblApplicantId     PIC X(10).
               10 TblApplicantStatus PIC X.
       01 MasterIdUsed PIC 9(5) VALUE 0.
       01 MasterIdIdx  PIC 9(5).
       01 DupMasterStatus PIC X.

       01 WS-Resume-Flag PIC X VALUE "N".
      *> checkpoint - a restart would re-see those applicants as
      *> duplicates and undercount the age bands.
       01 PendingMasterTable.
           05 PendingMasterEntry OCCURS 1000 TIMES.
               10 PendingMasterImage PIC X(56).
       01 PendingMasterUsed PIC 9(4) VALUE 0.
       01 PendingMasterIdx  PIC 9(4).

       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: every applicant is read, decided
      *> and allocated as normal, but each record is handed to the
      *> dry-run forecast instead of being written, and no
      *> checkpoint is taken or resumed.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 RunMode PIC X.
           88 BatchMode VALUE "B".

       01 Band41To65Count PIC 9(5) VALUE 0.
       01 Over66Count   PIC 9(5) VALUE 0.

       01 ProgrammeFileStatus PIC XX.
           88 ProgrammeFileNotFound VALUE "35".

       01 WS-Prg-Eof-Flag PIC X VALUE "N".
           88 EndOfProgrammeFile VALUE "Y".

       01 WS-Prg-Found-Flag PIC X VALUE "N".
           88 ProgrammeFound VALUE "Y".

      *> The eligibility programmes held in storage, each with its
      *> age limits, its open and close dates, and this run's
      *> accepted, rejected and age-band counts.  Entry one is the
      *> adult programme, compiled in from the ADULT-AGE parameter
      *> with no upper age, so a feed or a site with no programme
      *> file is decided exactly as before; an ADLT row on the file
      *> overrides it.
       01 ProgrammeTable.
           05 ProgrammeEntry OCCURS 10 TIMES.
               10 TblPrgCode      PIC X(4).
               10 TblPrgDesc      PIC X(20).
               10 TblPrgMinAge    PIC 9(3).
               10 TblPrgMaxAge    PIC 9(3).
               10 TblPrgOpenDate  PIC 9(8).
               10 TblPrgCloseDate PIC 9(8).
               10 TblPrgAccepted  PIC 9(5).
               10 TblPrgRejected  PIC 9(5).
               10 TblPrgBandCount PIC 9(5) OCCURS 5 TIMES.
               10 TblPrgDocRequired PIC X(4) OCCURS 4 TIMES.
               10 TblPrgPending   PIC 9(5).
               10 TblPrgWaiting   PIC 9(5).
       01 ProgrammeUsed PIC 9(2) VALUE 0.
       01 ProgrammeIdx  PIC 9(2).
       01 BandIdx       PIC 9.
       01 ApplicantProgrammeCode PIC X(4).

      *> Why the applicant was turned away - blank when accepted;
      *> otherwise the codes carried on the rejected extract.
       01 RejectReason PIC X.
           88 ApplicantEligible VALUE SPACE.

       01 EvidenceFileStatus PIC XX.
           88 EvidenceFileNotFound VALUE "35".

       01 WS-Evd-Eof-Flag PIC X VALUE "N".
           88 EndOfEvidenceFile VALUE "Y".

       01 WS-Evd-Found-Flag PIC X VALUE "N".
           88 EvidenceRowFound VALUE "Y".

      *> Cleared when any document the programme asks for is still
      *> outstanding - the applicant is then held pending instead
      *> of accepted.
       01 WS-Evd-Complete-Flag PIC X VALUE "Y".
           88 EvidenceComplete VALUE "Y".

      *> Every evidence row on file, plus the requirements this run
      *> raises, held for the completeness test.  Four documents
      *> for each applicant the master can hold is the table's
      *> size, so it cannot fill before the master key table does.
       01 EvidenceTable.
           05 EvidenceEntry OCCURS 80000 TIMES.
               10 TblEvdApplicantId PIC X(10).
               10 TblEvdProgramme   PIC X(4).
               10 TblEvdDocCode     PIC X(4).
               10 TblEvdStatus      PIC X.
       01 EvidenceUsed PIC 9(5) VALUE 0.
       01 EvidenceIdx  PIC 9(5).
       01 DocIdx       PIC 9.
       01 EvidenceApplicantId PIC X(10).
       01 EvidenceDocCode     PIC X(4).

      *> Pending applicants whose evidence has all come in since,
      *> accepted at the end of this run.
       01 ReleasedCount PIC 9(5) VALUE 0.

       01 QuotaFileStatus PIC XX.
           88 QuotaFileNotFound VALUE "35".

       01 AllocationFileStatus PIC XX.
           88 AllocationFileNotFound VALUE "35".

       01 WS-Qta-Eof-Flag PIC X VALUE "N".
           88 EndOfQuotaFile VALUE "Y".

       01 WS-Alc-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocationFile VALUE "Y".

       01 WS-Alc-Found-Flag PIC X VALUE "N".
           88 AllocationFound VALUE "Y".

      *> Cleared when the applicant's band is full for the intake
      *> in force - the applicant then waits for a place instead of
      *> being accepted.
       01 WS-Place-Flag PIC X VALUE "Y".
           88 PlaceGranted VALUE "Y".

      *> The quota of the intake in force for each age band, and
      *> the places already taken against it.  A band with no quota
      *> row takes everyone who qualifies, as before quotas.
       01 QuotaTable.
           05 QuotaEntry OCCURS 5 TIMES.
               10 TblQtaSet    PIC X.
                   88 BandHasQuota VALUE "Y".
               10 TblQtaIntake PIC X(6).
               10 TblQtaPlaces PIC 9(5).
               10 TblQtaFilled PIC 9(5).

      *> Every allocation row on file plus this run's, one per
      *> applicant - an applicant reaches allocation only once, so
      *> the master's size bounds the table.
       01 AllocationTable.
           05 AllocationEntry OCCURS 20000 TIMES.
               10 TblAllocationImage PIC X(61).
               10 TblAlcListed       PIC X.
       01 AllocationUsed PIC 9(5) VALUE 0.
       01 AllocationIdx  PIC 9(5).
       01 NextWaitingIdx PIC 9(5).

      *> The applicant being allocated - a first-time applicant off
      *> the feed, or a pending one released off the master.
       01 AllocApplicantId PIC X(10).
       01 AllocName        PIC X(20).
       01 AllocFirstSeen   PIC 9(8).

       01 WaitingRank     PIC 9(5).
       01 RankedIntake    PIC X(6).
       01 RankedBand      PIC 9.

       01 WaitingDetailLine.
           05 WdlRank        PIC ZZZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WdlIntake      PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WdlBand        PIC X(12).
           05 WdlApplicantId PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WdlName        PIC X(20).
           05 FILLER         PIC X(1) VALUE SPACE.
           05 WdlProgramme   PIC X(4).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 WdlFirstSeen   PIC 9(8).

       01 BandLabelTable.
           05 BandLabelText PIC X(12) OCCURS 5 TIMES.

       01 ProgrammeSummaryLine.
           05 PslCode     PIC X(4).
           05 FILLER      PIC X VALUE SPACE.
           05 PslDesc     PIC X(20).
           05 FILLER      PIC X(10) VALUE " accepted ".
           05 PslAccepted PIC ZZZZ9.
           05 FILLER      PIC X(10) VALUE " rejected ".
           05 PslRejected PIC ZZZZ9.
           05 FILLER      PIC X(9) VALUE " pending ".
           05 PslPending  PIC ZZZZ9.
           05 FILLER      PIC X(9) VALUE " waiting ".
           05 PslWaiting  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           END-IF.

           PERFORM LoadCentralParms.
           PERFORM LoadProgrammes.

           MOVE "RUN-MODE" TO JpParmName
           PERFORM GetJobParm.
               ACCEPT RunMode
           END-IF.

           IF BatchMode
               PERFORM CheckDryRun
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Today.

           IF BatchMode

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           MOVE 0 TO RETURN-CODE.

           IF ControlFailed
               DISPLAY "Your are a Minor and cannot vote."
           END-IF.

           PERFORM ShowProgrammeEligibility
               VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > ProgrammeUsed.

      *> At the counter the age is tried against every programme,
      *> so the clerk can point the person at the scheme they
      *> qualify for.
       ShowProgrammeEligibility.
           SET ProgrammeFound TO TRUE
           PERFORM CheckProgrammeRules
           EVALUATE TRUE
               WHEN ApplicantEligible
                   DISPLAY TblPrgCode (ProgrammeIdx) " "
                       TblPrgDesc (ProgrammeIdx) " - eligible."
               WHEN RejectReason = "C"
                   DISPLAY TblPrgCode (ProgrammeIdx) " "
                       TblPrgDesc (ProgrammeIdx)
                       " - not taking applications."
               WHEN OTHER
                   DISPLAY TblPrgCode (ProgrammeIdx) " "
                       TblPrgDesc (ProgrammeIdx)
                       " - outside the age limits."
           END-EVALUATE.

      *> Re-prompts until the operator keys a valid date of birth.
       AcceptDob.
           DISPLAY " Enter your Date of Birth (YYYYMMDD): "
           IF ControlsValid
               PERFORM LoadApplicantMaster
               PERFORM CheckMasterCapacity
               PERFORM LoadEvidence
               PERFORM LoadQuotas
               PERFORM LoadAllocations
           END-IF.

           EVALUATE TRUE
                   PERFORM CheckForCheckpoint

                   OPEN INPUT ApplicantFile
                   EVALUATE TRUE
                       WHEN DryRunMode
                           CONTINUE
                       WHEN ResumingRun
      *> Each extract is first trimmed back to its checkpointed
      *> length - the crashed run's post-checkpoint writes come
      *> off, since those records are about to be re-processed.
                           PERFORM TrimExtractsToCheckpoint
      *> A resume keeps what the crashed run already wrote, but an
      *> extract it never got to create is simply started fresh.
                           OPEN EXTEND AcceptedFile
                           IF ExtractFileNotFound
                               OPEN OUTPUT AcceptedFile
                           END-IF
                           OPEN EXTEND RejectedFile
                           IF ExtractFileNotFound
                               OPEN OUTPUT RejectedFile
                           END-IF
                           OPEN EXTEND ReviewExtractFile
                           IF ExtractFileNotFound
                               OPEN OUTPUT ReviewExtractFile
                           END-IF
                       WHEN OTHER
                           OPEN OUTPUT AcceptedFile
                           OPEN OUTPUT RejectedFile
                           OPEN OUTPUT ReviewExtractFile
                   END-EVALUATE
      *> Requirements raised by the crashed run are already in the
      *> evidence table, so a resume never raises them twice.
                   IF NOT DryRunMode
                       OPEN EXTEND EvidenceFile
                       IF EvidenceFileNotFound
                           OPEN OUTPUT EvidenceFile
                       END-IF
                       OPEN EXTEND AllocationFile
                       IF AllocationFileNotFound
                           OPEN OUTPUT AllocationFile
                       END-IF
                   END-IF

                   READ ApplicantFile END-READ
                   END-IF

                   CLOSE ApplicantFile
                   IF NOT DryRunMode
                       CLOSE EvidenceFile
                   END-IF

                   PERFORM FlushPendingMaster
                   PERFORM ReleaseEvidencedApplicants

                   IF NOT DryRunMode
                       CLOSE AllocationFile
                       CLOSE AcceptedFile
                       CLOSE RejectedFile
                       CLOSE ReviewExtractFile
                   END-IF

                   PERFORM MarkCheckpointComplete

                   PERFORM WriteAgeBandSummary
                   PERFORM WriteWaitingList

                   PERFORM WriteRunStats

                   PERFORM KeepOutputGenerations

                   PERFORM RegisterFeedReceipt
           END-EVALUATE.

       ReadApplicantRecord.
               END-IF
           END-IF.

      *> The demographic bands are the same for every programme;
      *> the applicant counts in the all-programme totals and in the
      *> bands of the programme applied to.
       ClassifyAgeBand.
           PERFORM FindAgeBand
           EVALUATE BandIdx
               WHEN 1
                   ADD 1 TO Under18Count
               WHEN 2
                   ADD 1 TO Band18To25Count
               WHEN 3
                   ADD 1 TO Band26To40Count
               WHEN 4
                   ADD 1 TO Band41To65Count
               WHEN OTHER
                   ADD 1 TO Over66Count
           END-EVALUATE
           IF ProgrammeFound
               ADD 1 TO TblPrgBandCount (ProgrammeIdx, BandIdx)
           END-IF.

      *> The band number for the age just worked out, without
      *> counting it - the quota allocation uses the same bands.
       FindAgeBand.
           EVALUATE TRUE
               WHEN Age < AdultAge
                   MOVE 1 TO BandIdx
               WHEN Age <= 25
                   MOVE 2 TO BandIdx
               WHEN Age <= 40
                   MOVE 3 TO BandIdx
               WHEN Age <= 65
                   MOVE 4 TO BandIdx
               WHEN OTHER
                   MOVE 5 TO BandIdx
           END-EVALUATE.

      *> The applicant's programme in the table - blank is the
      *> adult programme.  A code not on the table is logged; the
      *> applicant is rejected under it for the office to re-key.
       FindProgramme.
           MOVE ApplicantProgramme TO ApplicantProgrammeCode
           IF ApplicantProgrammeCode = SPACES
               MOVE "ADLT" TO ApplicantProgrammeCode
           END-IF
           MOVE "N" TO WS-Prg-Found-Flag
           PERFORM VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > ProgrammeUsed
                       OR ProgrammeFound
               IF TblPrgCode (ProgrammeIdx) = ApplicantProgrammeCode
                   SET ProgrammeFound TO TRUE
                   SUBTRACT 1 FROM ProgrammeIdx
               END-IF
           END-PERFORM
           IF NOT ProgrammeFound
               SET ErrOutOfRangeInput TO TRUE
               MOVE "Agecheck" TO ExcpProgramId
               MOVE StdErrorCode TO ExcpReasonCode
               MOVE SPACES TO ExcpReasonText
               STRING "Programme " ApplicantProgrammeCode
                   " unknown for " ApplicantId
                   DELIMITED BY SIZE INTO ExcpReasonText
               MOVE OperatorId   TO ExcpOperatorId
               CALL "ExceptionLog" USING ExcpProgramId,
                   ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                   ExcpRunId
           END-IF.

      *> The programme's rules against the age just worked out: it
      *> must be taking applications today, and the age must fall
      *> within its limits.
       CheckProgrammeRules.
           MOVE SPACE TO RejectReason
           EVALUATE TRUE
               WHEN NOT ProgrammeFound
                   MOVE "N" TO RejectReason
               WHEN WS-Today < TblPrgOpenDate (ProgrammeIdx)
                   MOVE "C" TO RejectReason
               WHEN TblPrgCloseDate (ProgrammeIdx) > 0
                       AND WS-Today > TblPrgCloseDate (ProgrammeIdx)
                   MOVE "C" TO RejectReason
               WHEN Age < TblPrgMinAge (ProgrammeIdx)
                   MOVE "U" TO RejectReason
               WHEN Age > TblPrgMaxAge (ProgrammeIdx)
                   MOVE "O" TO RejectReason
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteAgeBandSummary.
           IF NOT DryRunMode
               OPEN OUTPUT AgeBandFile
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               AgeBandRecord
               AgeBandRecord

           MOVE AdultAge TO WS-AdultAgeDisplay
           MOVE SPACES TO BandLabelText (1)
           STRING "Under " FUNCTION TRIM(WS-AdultAgeDisplay)
               DELIMITED BY SIZE INTO BandLabelText (1)
           MOVE SPACES TO BandLabelText (2)
           STRING FUNCTION TRIM(WS-AdultAgeDisplay) "-25"
               DELIMITED BY SIZE INTO BandLabelText (2)
           MOVE "26-40"       TO BandLabelText (3)
           MOVE "41-65"       TO BandLabelText (4)
           MOVE "66 and over" TO BandLabelText (5)

           PERFORM WriteProgrammeBands
               VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > ProgrammeUsed

           MOVE "ALL" TO BandProgramme
           MOVE BandLabelText (1) TO BandLabel
           MOVE Under18Count  TO BandCount
           PERFORM PutAgeBandRecord

           MOVE BandLabelText (2) TO BandLabel
           MOVE Band18To25Count TO BandCount
           PERFORM PutAgeBandRecord

           MOVE BandLabelText (3) TO BandLabel
           MOVE Band26To40Count TO BandCount
           PERFORM PutAgeBandRecord

           MOVE BandLabelText (4) TO BandLabel
           MOVE Band41To65Count TO BandCount
           PERFORM PutAgeBandRecord

           MOVE BandLabelText (5) TO BandLabel
           MOVE Over66Count   TO BandCount
           PERFORM PutAgeBandRecord

           IF NOT DryRunMode
               CLOSE AgeBandFile
           END-IF

           PERFORM ShowProgrammeSummary
               VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > ProgrammeUsed

           DISPLAY "Under 18    : " Under18Count
           DISPLAY "18-25       : " Band18To25Count
           DISPLAY "41-65       : " Band41To65Count
           DISPLAY "66 and over : " Over66Count.

      *> One programme's five band rows.
       WriteProgrammeBands.
           MOVE TblPrgCode (ProgrammeIdx) TO BandProgramme
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE BandLabelText (BandIdx) TO BandLabel
               MOVE TblPrgBandCount (ProgrammeIdx, BandIdx)
                   TO BandCount
               PERFORM PutAgeBandRecord
           END-PERFORM.

       PutAgeBandRecord.
           IF DryRunMode
               MOVE "AGEBANDS" TO FcstFileName
               MOVE AgeBandRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AgeBandRecord
           END-IF.

       ShowProgrammeSummary.
           MOVE TblPrgCode (ProgrammeIdx)     TO PslCode
           MOVE TblPrgDesc (ProgrammeIdx)     TO PslDesc
           MOVE TblPrgAccepted (ProgrammeIdx) TO PslAccepted
           MOVE TblPrgRejected (ProgrammeIdx) TO PslRejected
           MOVE TblPrgPending (ProgrammeIdx)  TO PslPending
           MOVE TblPrgWaiting (ProgrammeIdx)  TO PslWaiting
           DISPLAY ProgrammeSummaryLine.

      *> The programme table from the programme file, over the
      *> compiled-in adult programme.  No file means every
      *> applicant is decided on the adult age alone, as before.
       LoadProgrammes.
           MOVE 1 TO ProgrammeUsed
           MOVE "ADLT" TO TblPrgCode (1)
           MOVE "ADULT" TO TblPrgDesc (1)
           MOVE AdultAge TO TblPrgMinAge (1)
           MOVE 999 TO TblPrgMaxAge (1)
           MOVE 0 TO TblPrgOpenDate (1)
           MOVE 0 TO TblPrgCloseDate (1)
           PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > 4
               MOVE SPACES TO TblPrgDocRequired (1, DocIdx)
           END-PERFORM
           MOVE "N" TO WS-Prg-Eof-Flag
           OPEN INPUT ProgrammeFile
           IF ProgrammeFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadProgrammeRecord
               PERFORM UNTIL EndOfProgrammeFile
                   PERFORM StoreProgramme
                   PERFORM ReadProgrammeRecord
               END-PERFORM
               CLOSE ProgrammeFile
           END-IF
           PERFORM VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > 10
               MOVE 0 TO TblPrgAccepted (ProgrammeIdx)
               MOVE 0 TO TblPrgRejected (ProgrammeIdx)
               MOVE 0 TO TblPrgPending (ProgrammeIdx)
               MOVE 0 TO TblPrgWaiting (ProgrammeIdx)
               PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
                   MOVE 0 TO TblPrgBandCount (ProgrammeIdx, BandIdx)
               END-PERFORM
           END-PERFORM.

       ReadProgrammeRecord.
           READ ProgrammeFile
               AT END SET EndOfProgrammeFile TO TRUE
           END-READ.

       StoreProgramme.
           IF PrgCode = "ADLT"
               MOVE 1 TO ProgrammeIdx
           ELSE
               IF ProgrammeUsed < 10
                   ADD 1 TO ProgrammeUsed
                   MOVE ProgrammeUsed TO ProgrammeIdx
               ELSE
                   DISPLAY "Programme table full - " PrgCode
                       " not loaded."
                   MOVE 0 TO ProgrammeIdx
               END-IF
           END-IF
           IF ProgrammeIdx > 0
               MOVE PrgCode   TO TblPrgCode (ProgrammeIdx)
               MOVE PrgDesc   TO TblPrgDesc (ProgrammeIdx)
               MOVE PrgMinAge TO TblPrgMinAge (ProgrammeIdx)
               MOVE PrgMaxAge TO TblPrgMaxAge (ProgrammeIdx)
               MOVE PrgOpenDate  TO TblPrgOpenDate (ProgrammeIdx)
               MOVE PrgCloseDate TO TblPrgCloseDate (ProgrammeIdx)
               PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > 4
                   MOVE PrgDocRequired (DocIdx) TO
                       TblPrgDocRequired (ProgrammeIdx, DocIdx)
               END-PERFORM
           END-IF.

      *> Looks up the rows this program cares about through the
      *> effective-dated parameter lookup, using the run date so the
      *> row in force today is the one applied - a threshold keyed
       CheckForCheckpoint.
           MOVE "N" TO WS-Resume-Flag
           MOVE 0 TO DetailsDone
           IF NOT DryRunMode
               OPEN INPUT CheckpointFile
           END-IF
           IF DryRunMode OR CheckpointNotFound
               CONTINUE
           ELSE
               READ CheckpointFile
                           MOVE ChkRejWritten TO RejectedWritten
                           MOVE ChkRevWritten TO ReviewWritten
                           MOVE ChkRevWritten TO DuplicateCount
                           PERFORM RestoreProgrammeCounts
                               VARYING ProgrammeIdx FROM 1 BY 1
                                   UNTIL ProgrammeIdx > 10
                           DISPLAY "Resuming after record "
                               ChkDetailsDone " of " ChkDetailsTotal
                               " from the interrupted run."
           MOVE ReviewWritten     TO ChkRevWritten
           MOVE TxnFileDate       TO ChkFileDate
           MOVE "Y"               TO ChkPending
           PERFORM SaveProgrammeCounts
               VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > 10
           IF NOT DryRunMode
               OPEN OUTPUT CheckpointFile
               WRITE CheckpointRecord
               CLOSE CheckpointFile
           END-IF
           PERFORM FlushPendingMaster.

       MarkCheckpointComplete.
           MOVE 0 TO ChkRevWritten
           MOVE 0 TO ChkFileDate
           MOVE "N" TO ChkPending
           PERFORM VARYING ProgrammeIdx FROM 1 BY 1
                   UNTIL ProgrammeIdx > 10
               MOVE 0 TO ChkPrgAccepted (ProgrammeIdx)
               MOVE 0 TO ChkPrgRejected (ProgrammeIdx)
               MOVE 0 TO ChkPrgPending (ProgrammeIdx)
               MOVE 0 TO ChkPrgWaiting (ProgrammeIdx)
               PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
                   MOVE 0 TO ChkPrgBandCount (ProgrammeIdx, BandIdx)
               END-PERFORM
           END-PERFORM
           IF NOT DryRunMode
               OPEN OUTPUT CheckpointFile
               WRITE CheckpointRecord
               CLOSE CheckpointFile
           END-IF.

      *> Each programme's counts ride on the checkpoint by table
      *> position - the programme file is read in the same order on
      *> the resumed run.
       SaveProgrammeCounts.
           MOVE TblPrgAccepted (ProgrammeIdx) TO
               ChkPrgAccepted (ProgrammeIdx)
           MOVE TblPrgRejected (ProgrammeIdx) TO
               ChkPrgRejected (ProgrammeIdx)
           MOVE TblPrgPending (ProgrammeIdx) TO
               ChkPrgPending (ProgrammeIdx)
           MOVE TblPrgWaiting (ProgrammeIdx) TO
               ChkPrgWaiting (ProgrammeIdx)
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE TblPrgBandCount (ProgrammeIdx, BandIdx) TO
                   ChkPrgBandCount (ProgrammeIdx, BandIdx)
           END-PERFORM.

       RestoreProgrammeCounts.
           MOVE ChkPrgAccepted (ProgrammeIdx) TO
               TblPrgAccepted (ProgrammeIdx)
           MOVE ChkPrgRejected (ProgrammeIdx) TO
               TblPrgRejected (ProgrammeIdx)
           MOVE ChkPrgPending (ProgrammeIdx) TO
               TblPrgPending (ProgrammeIdx)
           MOVE ChkPrgWaiting (ProgrammeIdx) TO
               TblPrgWaiting (ProgrammeIdx)
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE ChkPrgBandCount (ProgrammeIdx, BandIdx) TO
                   TblPrgBandCount (ProgrammeIdx, BandIdx)
           END-PERFORM.

      *> Looks up the checkpoint interval through the effective-dated
      *> parameter lookup, keeping the compiled-in default when no
               PERFORM WriteCheckpoint
           END-IF.

      *> A first-time applicant is decided on the rules of the
      *> programme applied to, and lands on the accepted or the
      *> rejected extract under that programme.  One who passes
      *> the age test with supporting evidence still outstanding
      *> is held pending on the master instead of accepted, and
      *> one who qualifies once the intake's places in the age band
      *> are taken goes to the waiting list instead.
       ProcessNewApplicant.
           PERFORM FindProgramme
           PERFORM CalcAge
           PERFORM ClassifyAgeBand
           PERFORM CheckProgrammeRules
           SET PlaceGranted TO TRUE
           IF ApplicantEligible
               PERFORM RaiseEvidenceRequirements
               IF EvidenceComplete
                   MOVE ApplicantId TO AllocApplicantId
                   MOVE Name        TO AllocName
                   MOVE WS-Today    TO AllocFirstSeen
                   PERFORM AllocatePlace
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ApplicantEligible AND NOT EvidenceComplete
                   PERFORM HoldApplicantPending
               WHEN ApplicantEligible AND NOT PlaceGranted
                   ADD 1 TO TblPrgWaiting (ProgrammeIdx)
               WHEN ApplicantEligible
                   MOVE ApplicantId TO AcceptedApplicantId
                   MOVE Name TO AcceptedName
                   MOVE Age  TO AcceptedAge
                   MOVE ApplicantProgrammeCode TO AcceptedProgramme
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
                       AcceptedRecord
                   MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
                       AcceptedRecord
                   MOVE RunIdValue TO RunStampRunId OF
                       AcceptedRecord
                   IF DryRunMode
                       MOVE "ACCEPTED" TO FcstFileName
                       MOVE AcceptedRecord TO FcstImage
                       PERFORM ForecastWrite
                   ELSE
                       WRITE AcceptedRecord
                   END-IF
                   ADD 1 TO RecordsWritten
                   ADD 1 TO AcceptedWritten
                   ADD 1 TO TblPrgAccepted (ProgrammeIdx)
               WHEN OTHER
                   MOVE ApplicantId TO RejectedApplicantId
                   MOVE Name TO RejectedName
                   MOVE Age  TO RejectedAge
                   MOVE ApplicantProgrammeCode TO RejectedProgramme
                   MOVE RejectReason TO RejectedReason
                   MOVE 0 TO RejectedMinAge
                   IF ProgrammeFound
                       MOVE TblPrgMinAge (ProgrammeIdx) TO
                           RejectedMinAge
                       ADD 1 TO TblPrgRejected (ProgrammeIdx)
                   END-IF
                   MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
                       RejectedRecord
                   MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
                       RejectedRecord
                   MOVE RunIdValue TO RunStampRunId OF
                       RejectedRecord
                   IF DryRunMode
                       MOVE "REJECTED" TO FcstFileName
                       MOVE RejectedRecord TO FcstImage
                       PERFORM ForecastReject
                   ELSE
                       WRITE RejectedRecord
                   END-IF
                   ADD 1 TO RecordsWritten
                   ADD 1 TO RejectedWritten
           END-EVALUATE.

      *> Each document the programme asks for is raised on the
      *> evidence file the first time the applicant passes the age
      *> test, dated today so the chase-up list can age it; a
      *> document already on file is not raised again.
       RaiseEvidenceRequirements.
           MOVE ApplicantId TO EvidenceApplicantId
           PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > 4
               IF TblPrgDocRequired (ProgrammeIdx, DocIdx)
                       NOT = SPACES
                   MOVE TblPrgDocRequired (ProgrammeIdx, DocIdx) TO
                       EvidenceDocCode
                   PERFORM FindEvidenceRow
                   IF NOT EvidenceRowFound
                       PERFORM WriteEvidenceRequirement
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CheckApplicantEvidence.

       WriteEvidenceRequirement.
           MOVE EvidenceApplicantId    TO EvdApplicantId
           MOVE ApplicantProgrammeCode TO EvdProgramme
           MOVE EvidenceDocCode        TO EvdDocCode
           SET EvdOutstanding TO TRUE
           MOVE WS-Today TO EvdRequestedDate
           MOVE 0        TO EvdReceivedDate
           MOVE SPACES   TO EvdOperatorId
           IF DryRunMode
               MOVE "EVIDENCE" TO FcstFileName
               MOVE EvidenceRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE EvidenceRecord
           END-IF
           PERFORM StoreEvidence.

      *> The applicant's evidence is complete when every document
      *> the programme asks for is on file as received.
       CheckApplicantEvidence.
           SET EvidenceComplete TO TRUE
           PERFORM VARYING DocIdx FROM 1 BY 1 UNTIL DocIdx > 4
               IF TblPrgDocRequired (ProgrammeIdx, DocIdx)
                       NOT = SPACES
                   MOVE TblPrgDocRequired (ProgrammeIdx, DocIdx) TO
                       EvidenceDocCode
                   PERFORM FindEvidenceRow
                   IF NOT EvidenceRowFound
                       MOVE "N" TO WS-Evd-Complete-Flag
                   ELSE
                       IF TblEvdStatus (EvidenceIdx) NOT = "R"
                           MOVE "N" TO WS-Evd-Complete-Flag
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       FindEvidenceRow.
           MOVE "N" TO WS-Evd-Found-Flag
           PERFORM VARYING EvidenceIdx FROM 1 BY 1
                   UNTIL EvidenceIdx > EvidenceUsed
                       OR EvidenceRowFound
               IF TblEvdApplicantId (EvidenceIdx) = EvidenceApplicantId
                       AND TblEvdDocCode (EvidenceIdx) = EvidenceDocCode
                   SET EvidenceRowFound TO TRUE
                   SUBTRACT 1 FROM EvidenceIdx
               END-IF
           END-PERFORM.

      *> The applicant's master row, still in the buffer from
      *> RecordNewApplicant, goes to the master pending instead of
      *> active, and no extract row is written until the evidence
      *> is in.
       HoldApplicantPending.
           MOVE PendingMasterImage (PendingMasterUsed) TO
               ApplicantMasterRecord
           SET MasterPending TO TRUE
           MOVE ApplicantMasterRecord TO
               PendingMasterImage (PendingMasterUsed)
           IF TblApplicantId (MasterIdUsed) = ApplicantId
               MOVE "P" TO TblApplicantStatus (MasterIdUsed)
           END-IF
           ADD 1 TO TblPrgPending (ProgrammeIdx).

      *> The evidence file in full, for the completeness test.
       LoadEvidence.
           MOVE 0 TO EvidenceUsed
           MOVE "N" TO WS-Evd-Eof-Flag
           OPEN INPUT EvidenceFile
           IF EvidenceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadEvidenceRecord
               PERFORM UNTIL EndOfEvidenceFile
                   PERFORM StoreEvidence
                   PERFORM ReadEvidenceRecord
               END-PERFORM
               CLOSE EvidenceFile
           END-IF.

       ReadEvidenceRecord.
           READ EvidenceFile
               AT END SET EndOfEvidenceFile TO TRUE
           END-READ.

      *> A row that will not fit is treated as outstanding - the
      *> applicant stays pending rather than being accepted on
      *> evidence the run could not see.
       StoreEvidence.
           IF EvidenceUsed < 80000
               ADD 1 TO EvidenceUsed
               MOVE EvdApplicantId TO TblEvdApplicantId (EvidenceUsed)
               MOVE EvdProgramme   TO TblEvdProgramme (EvidenceUsed)
               MOVE EvdDocCode     TO TblEvdDocCode (EvidenceUsed)
               MOVE EvdStatus      TO TblEvdStatus (EvidenceUsed)
           ELSE
               DISPLAY "Evidence table full - " EvdApplicantId " "
                   EvdDocCode " not held."
           END-IF.

      *> A pending applicant whose outstanding documents have all
      *> been received since is accepted at the end of the run -
      *> or waiting-listed, if the band has filled meanwhile -
      *> under the programme the evidence was raised for, and goes
      *> back to active on the master.  The master is copied
      *> through the staging file with the changed status bytes
      *> and back, and a checkpoint is taken at once so a restart
      *> trims the accepted extract to include the releases.
       ReleaseEvidencedApplicants.
           MOVE 0 TO ReleasedCount
           MOVE "N" TO WS-Master-Eof-Flag
           OPEN INPUT ApplicantMasterFile
           IF ApplicantMasterFileNotFound
               CONTINUE
           ELSE
               IF NOT DryRunMode
                   OPEN OUTPUT TrimFile
               END-IF
               PERFORM ReadApplicantMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
      *> Only the rows whose status byte changes would be rewritten
      *> on the master, so only those go to the forecast.
                   IF MasterPending
                       PERFORM TryReleaseApplicant
                       IF DryRunMode AND MasterActive
                           MOVE "APPMASTER" TO FcstFileName
                           MOVE ApplicantMasterRecord TO FcstImage
                           PERFORM ForecastWrite
                       END-IF
                   END-IF
                   IF NOT DryRunMode
                       MOVE ApplicantMasterRecord TO TrimLine
                       WRITE TrimLine
                   END-IF
                   PERFORM ReadApplicantMasterRecord
               END-PERFORM
               CLOSE ApplicantMasterFile
               IF NOT DryRunMode
                   CLOSE TrimFile
               END-IF
               IF ReleasedCount > 0
                   IF NOT DryRunMode
                       PERFORM CopyTrimBackToMaster
                   END-IF
                   PERFORM WriteCheckpoint
                   DISPLAY ReleasedCount " pending applicant(s) "
                       "released on evidence received."
               END-IF
           END-IF.

       TryReleaseApplicant.
           MOVE MasterApplicantId TO EvidenceApplicantId
           PERFORM FindEvidenceProgramme
           IF ProgrammeFound
               PERFORM CheckApplicantEvidence
               IF EvidenceComplete
                   MOVE MasterDob TO Dob
                   PERFORM CalcAge
                   MOVE "A" TO MasterStatus
                   PERFORM FindAgeBand
                   MOVE MasterApplicantId TO AllocApplicantId
                   MOVE MasterName        TO AllocName
                   MOVE MasterFirstSeen   TO AllocFirstSeen
                   PERFORM AllocatePlace
                   ADD 1 TO ReleasedCount
                   IF PlaceGranted
                       PERFORM WriteReleasedAccepted
                   ELSE
                       ADD 1 TO TblPrgWaiting (ProgrammeIdx)
                   END-IF
               END-IF
           END-IF.

       WriteReleasedAccepted.
           MOVE MasterApplicantId TO AcceptedApplicantId
           MOVE MasterName TO AcceptedName
           MOVE Age TO AcceptedAge
           MOVE ApplicantProgrammeCode TO AcceptedProgramme
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               AcceptedRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               AcceptedRecord
           MOVE RunIdValue TO RunStampRunId OF AcceptedRecord
           IF DryRunMode
               MOVE "ACCEPTED" TO FcstFileName
               MOVE AcceptedRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AcceptedRecord
           END-IF
           ADD 1 TO RecordsWritten
           ADD 1 TO AcceptedWritten
           ADD 1 TO TblPrgAccepted (ProgrammeIdx).

      *> The programme a pending applicant applied to is the one on
      *> their evidence rows.
       FindEvidenceProgramme.
           MOVE "N" TO WS-Prg-Found-Flag
           MOVE "N" TO WS-Evd-Found-Flag
           PERFORM VARYING EvidenceIdx FROM 1 BY 1
                   UNTIL EvidenceIdx > EvidenceUsed
                       OR EvidenceRowFound
               IF TblEvdApplicantId (EvidenceIdx) = EvidenceApplicantId
                   SET EvidenceRowFound TO TRUE
                   SUBTRACT 1 FROM EvidenceIdx
               END-IF
           END-PERFORM
           IF EvidenceRowFound
               MOVE TblEvdProgramme (EvidenceIdx) TO
                   ApplicantProgrammeCode
               PERFORM VARYING ProgrammeIdx FROM 1 BY 1
                       UNTIL ProgrammeIdx > ProgrammeUsed
                           OR ProgrammeFound
                   IF TblPrgCode (ProgrammeIdx) = ApplicantProgrammeCode
                       SET ProgrammeFound TO TRUE
                       SUBTRACT 1 FROM ProgrammeIdx
                   END-IF
               END-PERFORM
           END-IF.

      *> A place in the band's quota for the intake in force, while
      *> one is free; otherwise the applicant joins the waiting
      *> list.  A band with no quota places everyone without an
      *> allocation row.  An applicant already on the allocation
      *> file - re-processed after a restart - keeps the decision
      *> made the first time.
       AllocatePlace.
           SET PlaceGranted TO TRUE
           IF BandHasQuota (BandIdx)
               PERFORM FindAllocation
               EVALUATE TRUE
                   WHEN AllocationFound
                       MOVE TblAllocationImage (AllocationIdx) TO
                           AllocationRecord
                       IF AlcWaiting
                           MOVE "N" TO WS-Place-Flag
                       END-IF
                   WHEN TblQtaFilled (BandIdx) < TblQtaPlaces (BandIdx)
                       ADD 1 TO TblQtaFilled (BandIdx)
                       MOVE "A" TO AlcStatus
                       PERFORM WriteAllocation
                   WHEN OTHER
                       MOVE "N" TO WS-Place-Flag
                       MOVE "W" TO AlcStatus
                       PERFORM WriteAllocation
               END-EVALUATE
           END-IF.

       FindAllocation.
           MOVE "N" TO WS-Alc-Found-Flag
           PERFORM VARYING AllocationIdx FROM 1 BY 1
                   UNTIL AllocationIdx > AllocationUsed
                       OR AllocationFound
               IF TblAllocationImage (AllocationIdx) (1:10)
                       = AllocApplicantId
                   SET AllocationFound TO TRUE
                   SUBTRACT 1 FROM AllocationIdx
               END-IF
           END-PERFORM.

      *> AlcStatus is set by the caller.
       WriteAllocation.
           MOVE AllocApplicantId       TO AlcApplicantId
           MOVE AllocName              TO AlcName
           MOVE Age                    TO AlcAge
           MOVE ApplicantProgrammeCode TO AlcProgramme
           MOVE TblQtaIntake (BandIdx) TO AlcIntake
           MOVE BandIdx                TO AlcBand
           MOVE AllocFirstSeen         TO AlcFirstSeen
           MOVE WS-Today               TO AlcStatusDate
           IF DryRunMode
               MOVE "ALLOCATION" TO FcstFileName
               MOVE AllocationRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE AllocationRecord
           END-IF
           PERFORM StoreAllocation.

       StoreAllocation.
           IF AllocationUsed < 20000
               ADD 1 TO AllocationUsed
               MOVE AllocationRecord TO
                   TblAllocationImage (AllocationUsed)
               MOVE "N" TO TblAlcListed (AllocationUsed)
           ELSE
               DISPLAY "Allocation table full - " AlcApplicantId
                   " not held."
           END-IF.

      *> The intake in force for each band - the first quota row
      *> whose dates take in the run date.
       LoadQuotas.
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE "N" TO TblQtaSet (BandIdx)
               MOVE SPACES TO TblQtaIntake (BandIdx)
               MOVE 0 TO TblQtaPlaces (BandIdx)
               MOVE 0 TO TblQtaFilled (BandIdx)
           END-PERFORM
           MOVE "N" TO WS-Qta-Eof-Flag
           OPEN INPUT QuotaFile
           IF QuotaFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadQuotaRecord
               PERFORM UNTIL EndOfQuotaFile
                   IF QtaBand >= 1 AND QtaBand <= 5
                           AND QtaOpenDate <= WS-Today
                           AND (QtaCloseDate = 0
                               OR QtaCloseDate >= WS-Today)
                           AND NOT BandHasQuota (QtaBand)
                       MOVE "Y" TO TblQtaSet (QtaBand)
                       MOVE QtaIntake TO TblQtaIntake (QtaBand)
                       MOVE QtaPlaces TO TblQtaPlaces (QtaBand)
                   END-IF
                   PERFORM ReadQuotaRecord
               END-PERFORM
               CLOSE QuotaFile
           END-IF.

       ReadQuotaRecord.
           READ QuotaFile
               AT END SET EndOfQuotaFile TO TRUE
           END-READ.

      *> The allocation file in full; every place held against the
      *> intake in force counts toward its band's quota.
       LoadAllocations.
           MOVE 0 TO AllocationUsed
           MOVE "N" TO WS-Alc-Eof-Flag
           OPEN INPUT AllocationFile
           IF AllocationFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAllocationRecord
               PERFORM UNTIL EndOfAllocationFile
                   PERFORM StoreAllocation
                   IF AlcBand >= 1 AND AlcBand <= 5
                       IF AlcHoldsPlace
                               AND BandHasQuota (AlcBand)
                               AND AlcIntake = TblQtaIntake (AlcBand)
                           ADD 1 TO TblQtaFilled (AlcBand)
                       END-IF
                   END-IF
                   PERFORM ReadAllocationRecord
               END-PERFORM
               CLOSE AllocationFile
           END-IF.

       ReadAllocationRecord.
           READ AllocationFile
               AT END SET EndOfAllocationFile TO TRUE
           END-READ.

      *> The waiting list in the order places will be offered:
      *> intake by intake and band by band, earliest first seen
      *> first, ranked from one within each band.  Each pass picks
      *> the next unlisted waiting row.
       WriteWaitingList.
           IF NOT DryRunMode
               OPEN OUTPUT WaitingListFile
           END-IF
           MOVE "INTAKE WAITING LIST" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO WaitingListLine
           PERFORM PutWaitingListLine
           MOVE SPACES TO RankedIntake
           MOVE 0 TO RankedBand
           MOVE 0 TO WaitingRank
           PERFORM FindNextWaiting
           PERFORM UNTIL NextWaitingIdx = 0
               PERFORM ListOneWaiting
               PERFORM FindNextWaiting
           END-PERFORM
           IF NOT DryRunMode
               CLOSE WaitingListFile
           END-IF.

       FindNextWaiting.
           MOVE 0 TO NextWaitingIdx
           PERFORM VARYING AllocationIdx FROM 1 BY 1
                   UNTIL AllocationIdx > AllocationUsed
               MOVE TblAllocationImage (AllocationIdx) TO
                   AllocationRecord
               IF AlcWaiting AND TblAlcListed (AllocationIdx) = "N"
                   PERFORM WeighWaitingCandidate
               END-IF
           END-PERFORM.

      *> Keeps the candidate that sorts first on intake, band and
      *> first-seen date; ties keep file order.
       WeighWaitingCandidate.
           IF NextWaitingIdx = 0
               MOVE AllocationIdx TO NextWaitingIdx
           ELSE
               IF TblAllocationImage (AllocationIdx) (38:15)
                       < TblAllocationImage (NextWaitingIdx) (38:15)
                   MOVE AllocationIdx TO NextWaitingIdx
               END-IF
           END-IF.

       ListOneWaiting.
           MOVE "Y" TO TblAlcListed (NextWaitingIdx)
           MOVE TblAllocationImage (NextWaitingIdx) TO
               AllocationRecord
           IF AlcIntake NOT = RankedIntake OR AlcBand NOT = RankedBand
               MOVE AlcIntake TO RankedIntake
               MOVE AlcBand   TO RankedBand
               MOVE 0 TO WaitingRank
           END-IF
           ADD 1 TO WaitingRank
           MOVE WaitingRank    TO WdlRank
           MOVE AlcIntake      TO WdlIntake
           MOVE BandLabelText (AlcBand) TO WdlBand
           MOVE AlcApplicantId TO WdlApplicantId
           MOVE AlcName        TO WdlName
           MOVE AlcProgramme   TO WdlProgramme
           MOVE AlcFirstSeen   TO WdlFirstSeen
           MOVE WaitingDetailLine TO WaitingListLine
           PERFORM PutWaitingListLine.

       PutWaitingListLine.
           IF DryRunMode
               MOVE "WAITLIST" TO FcstFileName
               MOVE WaitingListLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE WaitingListLine
           END-IF.

       CopyTrimBackToMaster.
           MOVE "N" TO WS-Trim-Eof-Flag
           OPEN INPUT TrimFile
           OPEN OUTPUT ApplicantMasterFile
           PERFORM UNTIL EndOfTrimSource
               READ TrimFile
                   AT END SET EndOfTrimSource TO TRUE
                   NOT AT END
                       MOVE TrimLine TO ApplicantMasterRecord
                       WRITE ApplicantMasterRecord
               END-READ
           END-PERFORM
           CLOSE TrimFile
           CLOSE ApplicantMasterFile.

      *> Reads the master's applicant IDs into storage for the
      *> duplicate check.
      *> The whole run is refused while there is any chance the key
      *> table needs a program change, not silent double-counting.
       CheckMasterCapacity.
           IF MasterTableFull
               OR MasterIdUsed + TxnDetailExpected > 20000
               SET MasterTableFull TO TRUE
               DISPLAY "Applicant master plus this file would "
                   "exceed the key table - run refused."
           ELSE
               PERFORM ReadApplicantMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF MasterIdUsed < 20000
                       ADD 1 TO MasterIdUsed
                       MOVE MasterApplicantId TO
                           TblApplicantId (MasterIdUsed)
      *> checkpoint in lock-step.  A full buffer forces a
      *> checkpoint, which flushes it.
       RecordNewApplicant.
           IF PendingMasterUsed >= 1000
               PERFORM WriteCheckpoint
           END-IF
           MOVE ApplicantId   TO MasterApplicantId
           MOVE ApplicantDob  TO MasterDob
           MOVE FUNCTION CURRENT-DATE(1:8) TO MasterFirstSeen
           MOVE "A" TO MasterStatus
           MOVE SPACE TO MasterIdvStatus
           MOVE 0 TO MasterIdvDate
           ADD 1 TO PendingMasterUsed
           MOVE ApplicantMasterRecord TO
               PendingMasterImage (PendingMasterUsed)
           IF MasterIdUsed < 20000
               ADD 1 TO MasterIdUsed
               MOVE ApplicantId TO TblApplicantId (MasterIdUsed)
               MOVE "A" TO TblApplicantStatus (MasterIdUsed)
      *> file and empties the buffer.
       FlushPendingMaster.
           IF PendingMasterUsed > 0
               IF NOT DryRunMode
                   OPEN EXTEND ApplicantMasterFile
                   IF ApplicantMasterFileNotFound
                       OPEN OUTPUT ApplicantMasterFile
                   END-IF
               END-IF
               PERFORM FlushOnePendingRow
                   VARYING PendingMasterIdx FROM 1 BY 1
                       UNTIL PendingMasterIdx > PendingMasterUsed
               IF NOT DryRunMode
                   CLOSE ApplicantMasterFile
               END-IF
               MOVE 0 TO PendingMasterUsed
           END-IF.

       FlushOnePendingRow.
           MOVE PendingMasterImage (PendingMasterIdx)
               TO ApplicantMasterRecord
           IF DryRunMode
               MOVE "APPMASTER" TO FcstFileName
               MOVE ApplicantMasterRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE ApplicantMasterRecord
           END-IF.

       WriteReviewRecord.
           ADD 1 TO DuplicateCount
                   MOVE "RESUBMIT OF WITHDRAWN" TO RvwReason
               WHEN DupMasterStatus = "D"
                   MOVE "RESUBMIT OF DECEASED" TO RvwReason
               WHEN DupMasterStatus = "E"
                   MOVE "RESUBMIT OF ERASED" TO RvwReason
               WHEN OTHER
                   MOVE "ALREADY ON MASTER" TO RvwReason
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               ReviewExtractRecord
           MOVE RunIdValue TO RunStampRunId OF ReviewExtractRecord
           IF DryRunMode
               MOVE "APPREVIEW" TO FcstFileName
               MOVE ReviewExtractRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE ReviewExtractRecord
           END-IF.

      *> Counts every line on the transaction file ahead of the
      *> control validation, so the trailer can be located by
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
                       MOVE HdrFileDate TO TxnFileDate
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateTxnHash TxnDetailExpected TIMES
                       READ ApplicantFile END-READ
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
               CLOSE ApplicantFile
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
                   MOVE "Agecheck" TO ExcpProgramId
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
           MOVE "APPLICANT" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "Agecheck" TO FlyProgram
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
           MOVE "Agecheck" TO FeedRcptProgram
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
           MOVE "Agecheck" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
