       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditSample.

      *> Statistical sample for internal audit from any output file
      *> kept on the generation catalog.  Audit's quarterly sample
      *> of payroll records, accepted applicants or grade records
      *> used to be picked by eye, which proves nothing.  The sample
      *> is drawn from a dated generation rather than the live file,
      *> so the population cannot move under a repeat draw.  The
      *> size is keyed directly, or read from the attribute sampling
      *> table for a confidence level (5% tolerable deviation, none
      *> expected).  Records are chosen by selection sampling driven
      *> by the Park-Miller generator - next = seed x 16807 mod
      *> 2147483647 - so the same generation, size, seed and field
      *> always give the same records.  A stratified draw splits the
      *> sample across the values of a chosen field in proportion
      *> to their populations.  The sample file carries the
      *> population, the seed and the strata beside the records
      *> chosen, and the header is kept on the sample log.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GenCatalogFile ASSIGN TO
               "Data/Shared/GENCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenCatalogFileStatus.
           SELECT SampleSourceFile ASSIGN TO DYNAMIC SourceFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT AuditSampleFile ASSIGN TO
               "Data/Shared/AUDSAMPLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SampleLogFile ASSIGN TO
               "Data/Shared/AUDSAMPLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SampleLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GenCatalogFile.
       01  GenCatalogRecord.
           05 GcBasePath PIC X(44).
           05 GcGenDate  PIC 9(8).
           05 GcPurged   PIC X.

       FD  SampleSourceFile.
       01  SourceLine PIC X(200).

       FD  AuditSampleFile.
           COPY AUDSAMP.

       FD  SampleLogFile.
       01  SampleLogLine PIC X(256).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 GenCatalogFileStatus PIC XX.
           88 GenCatalogFileNotFound VALUE "35".

       01 SourceFileStatus PIC XX.
           88 SourceFileNotFound VALUE "35".

       01 SampleLogFileStatus PIC XX.
           88 SampleLogFileNotFound VALUE "35".

       01 WS-Cat-Eof-Flag PIC X VALUE "N".
           88 EndOfGenCatalogFile VALUE "Y".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfSourceFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 GenerationFound VALUE "Y".

       01 WS-Strata-Overflow-Flag PIC X VALUE "N".
           88 StrataOverflow VALUE "Y".

       01 SourceFileName PIC X(56).
       01 WantedBasePath PIC X(44).
       01 WantedGenDate  PIC 9(8) VALUE 0.
       01 FoundGenDate   PIC 9(8) VALUE 0.
       01 SavedHeaderRow PIC X(256).

       01 SampleBasis PIC X.
           88 SampleBySize       VALUE "N".
           88 SampleByConfidence VALUE "C".

       01 StratifyAnswer PIC X.
           88 StratifiedDraw VALUE "Y" "y".

       01 RequestedSize   PIC 9(7) VALUE 0.
       01 ConfidenceLevel PIC 9(2) VALUE 0.
       01 StratStart      PIC 9(3) VALUE 0.
       01 StratLength     PIC 9(2) VALUE 0.
       01 StratKey        PIC X(20).
       01 RequestResult   PIC X(20) VALUE SPACES.

      *> Attribute sampling table - sample sizes for a 5% tolerable
      *> deviation rate with no deviations expected.
       01 ConfidenceTable.
           05 FILLER PIC 9(2) VALUE 90.
           05 FILLER PIC 9(4) VALUE 45.
           05 FILLER PIC 9(2) VALUE 95.
           05 FILLER PIC 9(4) VALUE 59.
           05 FILLER PIC 9(2) VALUE 99.
           05 FILLER PIC 9(4) VALUE 90.
       01 ConfidenceView REDEFINES ConfidenceTable.
           05 ConfidenceEntry OCCURS 3 TIMES.
               10 TblConfLevel PIC 9(2).
               10 TblConfSize  PIC 9(4).
       01 ConfIdx PIC 9.

      *> Park-Miller minimal standard generator.  RandState never
      *> leaves 1 thru 2147483646.
       01 RandModulus    PIC 9(10) VALUE 2147483647.
       01 RandMultiplier PIC 9(5)  VALUE 16807.
       01 SampleSeed     PIC 9(10) VALUE 0.
       01 RandState      PIC 9(10).
       01 RandProduct    PIC 9(15).
       01 RandQuotient   PIC 9(15).
       01 ClockSeed      PIC 9(8).
       01 SelectLeft     PIC 9(18).
       01 SelectRight    PIC 9(18).

      *> One stratum per distinct value of the stratifying field, in
      *> the order first met - an unstratified draw is one stratum
      *> holding the whole population.
       01 StrataTable.
           05 StratumEntry OCCURS 50 TIMES.
               10 TblStratValue PIC X(20).
               10 TblStratCount PIC 9(7).
               10 TblStratQuota PIC 9(7).
               10 TblStratSeen  PIC 9(7).
               10 TblStratTaken PIC 9(7).
       01 StrataUsed PIC 9(2) VALUE 0.
       01 StratIdx   PIC 9(2).
       01 FoundStrat PIC 9(2).

       01 Population   PIC 9(7) VALUE 0.
       01 SampleSize   PIC 9(7) VALUE 0.
       01 QuotaTotal   PIC 9(7).
       01 RecordNumber PIC 9(7).
       01 SelectedCount PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcquireRunLock.
           IF NOT RunLockOk
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           DISPLAY "Catalogued file to sample (base path): "
           ACCEPT WantedBasePath
           MOVE "N" TO NumEntryValid
           PERFORM AcceptGenDate UNTIL NumEntryIsValid
           PERFORM FindGeneration.

           IF GenerationFound
               PERFORM AcceptSampleRequest
           END-IF.

           IF GenerationFound AND RequestResult = SPACES
               PERFORM CountPopulation
           END-IF.

           EVALUATE TRUE
               WHEN NOT GenerationFound
                   MOVE "NOT CATALOGUED" TO RequestResult
                   DISPLAY "No generation of that file is on the "
                       "generation catalog - nothing sampled."
               WHEN RequestResult NOT = SPACES
                   CONTINUE
               WHEN SourceFileNotFound
                   MOVE "GENERATION MISSING" TO RequestResult
                   DISPLAY "The catalogued generation is not on disk "
                       "- nothing sampled."
               WHEN StrataOverflow
                   MOVE "TOO MANY STRATA" TO RequestResult
                   DISPLAY "The field has more than 50 distinct "
                       "values - choose a coarser field."
               WHEN Population = 0
                   MOVE "EMPTY POPULATION" TO RequestResult
                   DISPLAY "The generation holds no records - "
                       "nothing sampled."
               WHEN OTHER
                   PERFORM SizeTheSample
                   PERFORM AllocateToStrata
                   PERFORM DrawSample
                   MOVE "SAMPLED" TO RequestResult
           END-EVALUATE.

           PERFORM WriteAuditLog.

           IF RequestResult = "SAMPLED"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM ReleaseRunLock.

           GOBACK.

       AcceptGenDate.
           DISPLAY "Generation date (YYYYMMDD, 0 = latest): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE WantedGenDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> The generation named, or the latest one still catalogued
      *> for the file when no date is given.  Purged generations
      *> are empty and cannot be sampled.
       FindGeneration.
           OPEN INPUT GenCatalogFile
           IF GenCatalogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadGenCatalogRecord
               PERFORM UNTIL EndOfGenCatalogFile
                   IF GcBasePath = WantedBasePath
                           AND GcPurged NOT = "Y"
                       EVALUATE TRUE
                           WHEN WantedGenDate = 0
                               IF GcGenDate > FoundGenDate
                                   MOVE GcGenDate TO FoundGenDate
                                   SET GenerationFound TO TRUE
                               END-IF
                           WHEN GcGenDate = WantedGenDate
                               MOVE GcGenDate TO FoundGenDate
                               SET GenerationFound TO TRUE
                       END-EVALUATE
                   END-IF
                   PERFORM ReadGenCatalogRecord
               END-PERFORM
               CLOSE GenCatalogFile
           END-IF
           IF GenerationFound
               MOVE FoundGenDate TO WantedGenDate
               MOVE SPACES TO SourceFileName
               STRING FUNCTION TRIM(WantedBasePath) ".G"
                   WantedGenDate
                   DELIMITED BY SIZE INTO SourceFileName
               DISPLAY "Sampling generation " SourceFileName
           END-IF.

       ReadGenCatalogRecord.
           READ GenCatalogFile
               AT END SET EndOfGenCatalogFile TO TRUE
           END-READ.

      *> Size or confidence, seed, and the stratifying field.  A
      *> bad answer refuses the draw rather than guessing.
       AcceptSampleRequest.
           DISPLAY "Sample by (N)umber of records or (C)onfidence "
               "level: "
           ACCEPT SampleBasis
           EVALUATE TRUE
               WHEN SampleBySize
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptRequestedSize UNTIL NumEntryIsValid
               WHEN SampleByConfidence
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptConfidence UNTIL NumEntryIsValid
               WHEN OTHER
                   MOVE "INVALID BASIS" TO RequestResult
                   DISPLAY "Unrecognized basis - nothing sampled."
           END-EVALUATE

           IF RequestResult = SPACES
               MOVE "N" TO NumEntryValid
               PERFORM AcceptSeed UNTIL NumEntryIsValid
               DISPLAY "Stratify by a field in the record? (Y/N): "
               ACCEPT StratifyAnswer
               IF StratifiedDraw
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptStratStart UNTIL NumEntryIsValid
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptStratLength UNTIL NumEntryIsValid
               END-IF
           END-IF.

       AcceptRequestedSize.
           DISPLAY "Sample size: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) < 1
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - at least one record."
               ELSE
                   COMPUTE RequestedSize =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       AcceptConfidence.
           DISPLAY "Confidence level - 90, 95 or 99: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               MOVE 0 TO RequestedSize
               PERFORM VARYING ConfIdx FROM 1 BY 1
                       UNTIL ConfIdx > 3
                   IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           = TblConfLevel (ConfIdx)
                       MOVE TblConfLevel (ConfIdx) TO ConfidenceLevel
                       MOVE TblConfSize (ConfIdx) TO RequestedSize
                   END-IF
               END-PERFORM
               IF RequestedSize = 0
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - 90, 95 or 99 only."
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Zero draws a fresh seed from the clock; keying the seed from
      *> an earlier sample's header repeats that sample.
       AcceptSeed.
           DISPLAY "Seed (0 = draw a new seed): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           < 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > 2147483646
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - seed must be 1 thru "
                           "2147483646, or 0."
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           = 0
                       MOVE FUNCTION CURRENT-DATE(9:8) TO ClockSeed
                       COMPUTE SampleSeed = ClockSeed + 1
                   WHEN OTHER
                       COMPUTE SampleSeed =
                           FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-EVALUATE
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       AcceptStratStart.
           DISPLAY "Field start position in the record: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) < 1
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > 200
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - position 1 thru 200."
               ELSE
                   COMPUTE StratStart =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       AcceptStratLength.
           DISPLAY "Field length (1-20): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) < 1
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > 20
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           + StratStart - 1 > 200
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - 1 thru 20, ending by "
                       "position 200."
               ELSE
                   COMPUTE StratLength =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> First pass - the population, and each stratum's share of it.
       CountPopulation.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SampleSourceFile
           IF SourceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadSourceLine
               PERFORM UNTIL EndOfSourceFile
                   ADD 1 TO Population
                   PERFORM FindStratum
                   IF FoundStrat > 0
                       ADD 1 TO TblStratCount (FoundStrat)
                   END-IF
                   PERFORM ReadSourceLine
               END-PERFORM
               CLOSE SampleSourceFile
           END-IF.

       ReadSourceLine.
           READ SampleSourceFile
               AT END SET EndOfSourceFile TO TRUE
           END-READ.

      *> Finds, or on the counting pass adds, the stratum for the
      *> record in hand.
       FindStratum.
           IF StratifiedDraw
               MOVE SourceLine (StratStart:StratLength) TO StratKey
           ELSE
               MOVE "ALL RECORDS" TO StratKey
           END-IF
           MOVE 0 TO FoundStrat
           PERFORM VARYING StratIdx FROM 1 BY 1
                   UNTIL StratIdx > StrataUsed OR FoundStrat > 0
               IF TblStratValue (StratIdx) = StratKey
                   MOVE StratIdx TO FoundStrat
               END-IF
           END-PERFORM
           IF FoundStrat = 0
               IF StrataUsed < 50
                   ADD 1 TO StrataUsed
                   MOVE StrataUsed TO FoundStrat
                   MOVE StratKey TO TblStratValue (FoundStrat)
                   MOVE 0 TO TblStratCount (FoundStrat)
                   MOVE 0 TO TblStratQuota (FoundStrat)
                   MOVE 0 TO TblStratSeen (FoundStrat)
                   MOVE 0 TO TblStratTaken (FoundStrat)
               ELSE
                   SET StrataOverflow TO TRUE
               END-IF
           END-IF.

       SizeTheSample.
           MOVE RequestedSize TO SampleSize
           IF SampleSize > Population
               MOVE Population TO SampleSize
               DISPLAY "Sample size exceeds the population - every "
                   "record is taken."
           END-IF.

      *> Each stratum's quota is its proportional share of the
      *> sample, truncated; the records left over go one each to
      *> the strata in the order first met, skipping any already
      *> taken whole.
       AllocateToStrata.
           MOVE 0 TO QuotaTotal
           PERFORM VARYING StratIdx FROM 1 BY 1
                   UNTIL StratIdx > StrataUsed
               COMPUTE TblStratQuota (StratIdx) =
                   TblStratCount (StratIdx) * SampleSize / Population
               ADD TblStratQuota (StratIdx) TO QuotaTotal
           END-PERFORM
           PERFORM UNTIL QuotaTotal >= SampleSize
               PERFORM VARYING StratIdx FROM 1 BY 1
                       UNTIL StratIdx > StrataUsed
                           OR QuotaTotal >= SampleSize
                   IF TblStratQuota (StratIdx)
                           < TblStratCount (StratIdx)
                       ADD 1 TO TblStratQuota (StratIdx)
                       ADD 1 TO QuotaTotal
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Second pass - selection sampling within each stratum: the
      *> record is taken when (records left in the stratum) x the
      *> next random number is below (records still wanted from it)
      *> x the modulus, which takes exactly the quota, every record
      *> equally likely.
       DrawSample.
           MOVE SampleSeed TO RandState
           OPEN OUTPUT AuditSampleFile
           PERFORM WriteSampleHeader
           PERFORM WriteStratumRow
               VARYING StratIdx FROM 1 BY 1
                   UNTIL StratIdx > StrataUsed

           MOVE "N" TO WS-Eof-Flag
           MOVE 0 TO RecordNumber
           OPEN INPUT SampleSourceFile
           PERFORM ReadSourceLine
           PERFORM UNTIL EndOfSourceFile
               ADD 1 TO RecordNumber
               PERFORM FindStratum
               PERFORM NextRandom
               COMPUTE SelectLeft =
                   (TblStratCount (FoundStrat)
                       - TblStratSeen (FoundStrat)) * RandState
               COMPUTE SelectRight =
                   (TblStratQuota (FoundStrat)
                       - TblStratTaken (FoundStrat)) * RandModulus
               IF SelectLeft < SelectRight
                   ADD 1 TO TblStratTaken (FoundStrat)
                   ADD 1 TO SelectedCount
                   PERFORM WriteSampleDetail
               END-IF
               ADD 1 TO TblStratSeen (FoundStrat)
               PERFORM ReadSourceLine
           END-PERFORM
           CLOSE SampleSourceFile
           CLOSE AuditSampleFile

           PERFORM LogSampleHeader
           DISPLAY "Population " Population "  sample " SelectedCount
               "  seed " SampleSeed "  strata " StrataUsed
           DISPLAY "Sample written to Data/Shared/AUDSAMPLE.DAT".

       NextRandom.
           COMPUTE RandProduct = RandState * RandMultiplier
           DIVIDE RandProduct BY RandModulus
               GIVING RandQuotient REMAINDER RandState.

       WriteSampleHeader.
           MOVE SPACES TO AuditSampleRecord
           SET AsmHeaderRow TO TRUE
           MOVE WantedBasePath  TO AsmBasePath
           MOVE WantedGenDate   TO AsmGenDate
           MOVE Population      TO AsmPopulation
           MOVE SampleSize      TO AsmSampleSize
           MOVE SampleSeed      TO AsmSeed
           MOVE SampleBasis     TO AsmBasis
           MOVE ConfidenceLevel TO AsmConfidence
           MOVE StratStart      TO AsmStratStart
           MOVE StratLength     TO AsmStratLength
           MOVE OperatorId      TO AsmOperatorId
           PERFORM StampSampleRow
           WRITE AuditSampleRecord
           MOVE AuditSampleRecord TO SavedHeaderRow.

       WriteStratumRow.
           MOVE SPACES TO AuditSampleRecord
           SET AsmStratumRow TO TRUE
           MOVE TblStratValue (StratIdx) TO AsmStratumValue
           MOVE TblStratCount (StratIdx) TO AsmStratumCount
           MOVE TblStratQuota (StratIdx) TO AsmStratumQuota
           PERFORM StampSampleRow
           WRITE AuditSampleRecord.

       WriteSampleDetail.
           MOVE SPACES TO AuditSampleRecord
           SET AsmDetailRow TO TRUE
           MOVE RecordNumber TO AsmRecordNumber
           MOVE TblStratValue (FoundStrat) TO AsmStratum
           MOVE SourceLine TO AsmRecordText
           PERFORM StampSampleRow
           WRITE AuditSampleRecord.

       StampSampleRow.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime
           MOVE RunIdValue TO RunStampRunId.

      *> Every draw's header is kept, so any sample can be drawn
      *> again after the sample file itself has been overwritten.
       LogSampleHeader.
           OPEN EXTEND SampleLogFile
           IF SampleLogFileNotFound
               OPEN OUTPUT SampleLogFile
           END-IF
           MOVE SavedHeaderRow TO SampleLogLine
           WRITE SampleLogLine
           CLOSE SampleLogFile.

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
           MOVE "AuditSample" TO LockProgramId
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
           MOVE "AuditSample" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING WantedGenDate " Seed=" SampleSeed
               " Size=" SampleSize
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING RequestResult " Pop=" Population
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
