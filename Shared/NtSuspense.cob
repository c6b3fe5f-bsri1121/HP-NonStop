       IDENTIFICATION DIVISION.
       PROGRAM-ID. NtSuspense.

      *> Inquiry and clearing for Ntimes suspense.  A verified batch
      *> that does not balance against its own slip is parked in
      *> suspense by Ntimes, entries and all, so the rest of the
      *> day's batches go ahead without it.  Here a supervisor lists
      *> what is parked, looks at one batch's entries, corrects an
      *> entry or the slip's declared total from the source
      *> documents, and releases the batch once it balances - the
      *> released batch is added to the batch register with the
      *> supervisor's ID.  The operator who keyed a batch may not
      *> clear it.  The age check, run nightly, alerts once on every
      *> batch left in suspense longer than the business days the
      *> central parameter allows.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SuspenseFile ASSIGN TO
               "Data/Ntimes/NTSUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseFileStatus.
           SELECT BatchRegisterFile ASSIGN TO
               "Data/Ntimes/NTREGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchRegisterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  SuspenseFile.
           COPY NTSUSP.

       FD  BatchRegisterFile.
       01  BatchRegisterLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY JOBPARM.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY BUSDAY.
           COPY ALERTREC.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 SuspenseFileStatus PIC XX.
           88 SuspenseFileNotFound VALUE "35".

       01 BatchRegisterFileStatus PIC XX.
           88 BatchRegisterFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfSuspenseFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

       01 WS-Overflow-Flag PIC X VALUE "N".
           88 SuspenseOverflow VALUE "Y".

       01 MaintAction PIC X.
           88 ListSuspense     VALUE "L".
           88 InquireBatch     VALUE "I".
           88 CorrectBatch     VALUE "C".
           88 ReleaseBatch     VALUE "R".
           88 AgeCheckSuspense VALUE "A".

       01 Today          PIC 9(8).
       01 TargetBatch    PIC 9(3) VALUE 0.
       01 TargetParked   PIC 9(8) VALUE 0.
       01 TargetSeq      PIC 9(3) VALUE 0.
       01 CorrectedValue PIC 9(7) VALUE 0.
       01 ValueLimit     PIC 9(7).
       01 ChangeResult   PIC X(20).

      *> Business days a batch may sit in suspense before the age
      *> check raises an alert on it - the compiled-in default,
      *> overridden by the NTSUSP-AGE-DAYS central parameter.
       01 SuspenseAgeDays PIC 9(3) VALUE 3.
       01 DaysInSuspense  PIC S9(5).
       01 SuspendedCount  PIC 9(5) VALUE 0.
       01 AgedCount       PIC 9(5) VALUE 0.
       01 AlertedCount    PIC 9(5) VALUE 0.

       01 SuspenseTable.
           05 SuspenseEntry OCCURS 3000 TIMES.
               10 TblSusRecord PIC X(82).
       01 SuspenseUsed PIC 9(4) VALUE 0.
       01 SuspenseIdx  PIC 9(4).
       01 FoundIdx     PIC 9(4).
       01 EntryIdx     PIC 9(4).
       01 EnteredSum   PIC 9(7).
       01 BatchEntryCount PIC 9(3).

       01 SuspenseListLine.
           05 SllBatchNumber   PIC ZZ9.
           05 FILLER           PIC X(8) VALUE " parked ".
           05 SllParkedDate    PIC 9(8).
           05 FILLER           PIC X(7) VALUE " count ".
           05 SllDeclaredCount PIC ZZ9.
           05 FILLER           PIC X(10) VALUE " declared ".
           05 SllDeclaredTotal PIC ZZZZZZ9.
           05 FILLER           PIC X(6) VALUE " diff ".
           05 SllDifference    PIC -------9.
           05 FILLER           PIC X(7) VALUE " keyer ".
           05 SllKeyerId       PIC X(10).
           05 FILLER           PIC X(6) VALUE " days ".
           05 SllDays          PIC ZZZZ9.
           05 SllAgedMark      PIC X(8).

      *> A released batch goes into the register in the same columns
      *> as one verified and balanced on the day, with the date it
      *> was parked and the supervisor who cleared it.
       01 ReleaseDetail.
           05 RelBatchNumber   PIC ZZ9.
           05 FILLER           PIC X(7) VALUE " count ".
           05 RelDeclaredCount PIC ZZ9.
           05 FILLER           PIC X(10) VALUE " declared ".
           05 RelDeclaredTotal PIC ZZZZZZ9.
           05 FILLER           PIC X(9) VALUE " entered ".
           05 RelEnteredTotal  PIC ZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RelVerdict       PIC X(14) VALUE "RELEASED".
           05 FILLER           PIC X(8) VALUE " parked ".
           05 RelParkedDate    PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 RelKeyerId       PIC X(10).
           05 FILLER           PIC X VALUE "/".
           05 RelClearedBy     PIC X(10).

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
           PERFORM LoadSuspenseAgeParm.

           MOVE "ACTION" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO MaintAction
           ELSE
               DISPLAY "Action - (L)ist suspense, (I)nquire on a "
               DISPLAY "batch, (C)orrect a batch, (R)elease a batch "
                   "or (A)ge check: "
               ACCEPT MaintAction
           END-IF.

           PERFORM LoadSuspense.

           IF InquireBatch OR CorrectBatch OR ReleaseBatch
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTargetBatch UNTIL NumEntryIsValid
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTargetParked UNTIL NumEntryIsValid
               PERFORM FindTargetBatch
           END-IF.

           EVALUATE TRUE
               WHEN SuspenseOverflow
                   DISPLAY "Suspense file has more rows than this "
                       "program can hold - no change applied."
                   MOVE "FILE TOO LARGE" TO ChangeResult
               WHEN ListSuspense
                   PERFORM ListSuspendedBatches
                   MOVE "LISTED" TO ChangeResult
               WHEN AgeCheckSuspense
                   PERFORM AgeCheckBatches
                   MOVE "AGE CHECKED" TO ChangeResult
               WHEN (InquireBatch OR CorrectBatch OR ReleaseBatch)
                       AND NOT TargetFound
                   MOVE "NOT IN SUSPENSE" TO ChangeResult
                   DISPLAY "No batch with that number and parked date "
                       "is in suspense - nothing done."
               WHEN InquireBatch
                   PERFORM ShowBatchEntries
                   MOVE "INQUIRED" TO ChangeResult
               WHEN CorrectBatch
                   PERFORM ShowBatchEntries
                   PERFORM ApplyCorrection
               WHEN ReleaseBatch
                   PERFORM ApplyRelease
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               PERFORM RewriteSuspense
               DISPLAY "Suspense updated: " ChangeResult
           END-IF.

           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN AgeCheckSuspense AND AgedCount > 0
                   MOVE 4 TO RETURN-CODE
               WHEN ChangeApplied OR ListSuspense OR InquireBatch
                       OR AgeCheckSuspense
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

       AcceptTargetBatch.
           DISPLAY "Batch number: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TargetBatch =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       AcceptTargetParked.
           DISPLAY "Date the batch was parked (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TargetParked =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Entry number zero is the slip's declared total - the slip
      *> is as likely to be wrong as the keying.
       AcceptTargetSeq.
           DISPLAY "Entry number to correct (0 = declared total): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) < 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > NtsDeclaredCount
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - no such entry in the "
                       "batch."
               ELSE
                   COMPUTE TargetSeq =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       AcceptCorrectedValue.
           DISPLAY "Value on the source document: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           < 0
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - value cannot be "
                           "negative."
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > ValueLimit
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - value cannot exceed "
                           ValueLimit "."
                   WHEN OTHER
                       COMPUTE CorrectedValue =
                           FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-EVALUATE
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Only a batch still in suspense can be looked at, corrected
      *> or released; FoundIdx is left at its batch row.
       FindTargetBatch.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING SuspenseIdx FROM 1 BY 1
                   UNTIL SuspenseIdx > SuspenseUsed OR TargetFound
               MOVE TblSusRecord (SuspenseIdx) TO NtSuspenseRecord
               IF NtsBatchRow
                       AND NtsBatchNumber = TargetBatch
                       AND NtsParkedDate = TargetParked
                       AND NtsInSuspense
                   SET TargetFound TO TRUE
                   MOVE SuspenseIdx TO FoundIdx
               END-IF
           END-PERFORM.

      *> The entry rows follow their batch row directly, one per
      *> declared entry.
       ShowBatchEntries.
           MOVE TblSusRecord (FoundIdx) TO NtSuspenseRecord
           MOVE NtsDeclaredCount TO BatchEntryCount
           PERFORM FormatListLine
           DISPLAY SuspenseListLine
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > BatchEntryCount
               MOVE TblSusRecord (FoundIdx + EntryIdx) TO
                   NtSuspenseRecord
               DISPLAY "  Entry " NtsEntrySeq ": " NtsEntryValue
           END-PERFORM
           MOVE TblSusRecord (FoundIdx) TO NtSuspenseRecord.

      *> One correction per run, keyed from the source document; the
      *> entered total and the difference are worked out again from
      *> the entries, so the batch row can never disagree with them.
       ApplyCorrection.
           IF NtsKeyerId = OperatorId
               MOVE "OWN BATCH" TO ChangeResult
               DISPLAY "This operator keyed the batch - another "
                   "supervisor must clear it."
           ELSE
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTargetSeq UNTIL NumEntryIsValid
               IF TargetSeq = 0
                   MOVE 9999999 TO ValueLimit
               ELSE
                   MOVE 999 TO ValueLimit
               END-IF
               MOVE "N" TO NumEntryValid
               PERFORM AcceptCorrectedValue UNTIL NumEntryIsValid
               IF TargetSeq = 0
                   MOVE CorrectedValue TO NtsDeclaredTotal
                   MOVE NtSuspenseRecord TO TblSusRecord (FoundIdx)
               ELSE
                   COMPUTE EntryIdx = FoundIdx + TargetSeq
                   MOVE TblSusRecord (EntryIdx) TO NtSuspenseRecord
                   MOVE CorrectedValue TO NtsEntryValue
                   MOVE NtSuspenseRecord TO TblSusRecord (EntryIdx)
               END-IF
               PERFORM RecomputeDifference
               MOVE "CORRECTED" TO ChangeResult
               SET ChangeApplied TO TRUE
               DISPLAY "Batch " NtsBatchNumber " now declared "
                   NtsDeclaredTotal " entered " NtsEnteredTotal
                   " difference " NtsDifference
           END-IF.

       RecomputeDifference.
           MOVE 0 TO EnteredSum
           PERFORM VARYING EntryIdx FROM 1 BY 1
                   UNTIL EntryIdx > BatchEntryCount
               MOVE TblSusRecord (FoundIdx + EntryIdx) TO
                   NtSuspenseRecord
               ADD NtsEntryValue TO EnteredSum
           END-PERFORM
           MOVE TblSusRecord (FoundIdx) TO NtSuspenseRecord
           MOVE EnteredSum TO NtsEnteredTotal
           COMPUTE NtsDifference = EnteredSum - NtsDeclaredTotal
           MOVE NtSuspenseRecord TO TblSusRecord (FoundIdx).

      *> A batch leaves suspense only once it balances, and only at
      *> the hands of someone other than its keyer.
       ApplyRelease.
           EVALUATE TRUE
               WHEN NtsKeyerId = OperatorId
                   MOVE "OWN BATCH" TO ChangeResult
                   DISPLAY "This operator keyed the batch - another "
                       "supervisor must clear it."
               WHEN NtsDifference NOT = 0
                   MOVE "STILL OUT" TO ChangeResult
                   DISPLAY "Batch is still out of balance by "
                       NtsDifference " - correct it before release."
               WHEN OTHER
                   SET NtsReleased TO TRUE
                   MOVE OperatorId TO NtsClearedBy
                   MOVE Today TO NtsClearedOn
                   MOVE NtSuspenseRecord TO TblSusRecord (FoundIdx)
                   PERFORM WriteReleaseLine
                   MOVE "RELEASED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       WriteReleaseLine.
           MOVE NtsBatchNumber   TO RelBatchNumber
           MOVE NtsDeclaredCount TO RelDeclaredCount
           MOVE NtsDeclaredTotal TO RelDeclaredTotal
           MOVE NtsEnteredTotal  TO RelEnteredTotal
           MOVE NtsParkedDate    TO RelParkedDate
           MOVE NtsKeyerId       TO RelKeyerId
           MOVE NtsClearedBy     TO RelClearedBy
           OPEN EXTEND BatchRegisterFile
           IF BatchRegisterFileNotFound
               OPEN OUTPUT BatchRegisterFile
           END-IF
           MOVE ReleaseDetail TO BatchRegisterLine
           WRITE BatchRegisterLine
           CLOSE BatchRegisterFile.

       ListSuspendedBatches.
           PERFORM VARYING SuspenseIdx FROM 1 BY 1
                   UNTIL SuspenseIdx > SuspenseUsed
               MOVE TblSusRecord (SuspenseIdx) TO NtSuspenseRecord
               IF NtsBatchRow AND NtsInSuspense
                   ADD 1 TO SuspendedCount
                   PERFORM FormatListLine
                   DISPLAY SuspenseListLine
               END-IF
           END-PERFORM
           DISPLAY "Batches in suspense: " SuspendedCount
               "  over " SuspenseAgeDays " business days: "
               AgedCount.

      *> Business days counted from the day after parking through
      *> today, against the default calendar.
       FormatListLine.
           PERFORM CountDaysInSuspense
           MOVE NtsBatchNumber   TO SllBatchNumber
           MOVE NtsParkedDate    TO SllParkedDate
           MOVE NtsDeclaredCount TO SllDeclaredCount
           MOVE NtsDeclaredTotal TO SllDeclaredTotal
           MOVE NtsDifference    TO SllDifference
           MOVE NtsKeyerId       TO SllKeyerId
           MOVE DaysInSuspense   TO SllDays
           IF DaysInSuspense > SuspenseAgeDays
               ADD 1 TO AgedCount
               MOVE " ** AGED" TO SllAgedMark
           ELSE
               MOVE SPACES TO SllAgedMark
           END-IF.

       CountDaysInSuspense.
           MOVE "S" TO BusDayFunction
           MOVE NtsParkedDate TO BusDayDate1
           MOVE 0 TO BusDayOffset
           MOVE Today TO BusDayDate2
           MOVE SPACES TO BusDayCalId
           CALL "BusDayCalc" USING BusDayFunction, BusDayDate1,
               BusDayOffset, BusDayDate2, BusDaySpan, BusDayCalId
           IF BusDaySpan > 0
               MOVE BusDaySpan TO DaysInSuspense
           ELSE
               MOVE 0 TO DaysInSuspense
           END-IF.

      *> One alert per aged batch - the flag on the batch row keeps
      *> the nightly check from raising the same batch every night.
       AgeCheckBatches.
           PERFORM VARYING SuspenseIdx FROM 1 BY 1
                   UNTIL SuspenseIdx > SuspenseUsed
               MOVE TblSusRecord (SuspenseIdx) TO NtSuspenseRecord
               IF NtsBatchRow AND NtsInSuspense
                   ADD 1 TO SuspendedCount
                   PERFORM CountDaysInSuspense
                   IF DaysInSuspense > SuspenseAgeDays
                       ADD 1 TO AgedCount
                       IF NOT NtsAgeAlerted
                           PERFORM RaiseAgeAlert
                           SET NtsAgeAlerted TO TRUE
                           MOVE NtSuspenseRecord TO
                               TblSusRecord (SuspenseIdx)
                           ADD 1 TO AlertedCount
                           SET ChangeApplied TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Batches in suspense: " SuspendedCount
               "  aged: " AgedCount "  newly alerted: " AlertedCount.

       RaiseAgeAlert.
           MOVE "NtSuspense" TO AlertProgramId
           MOVE 2 TO AlertSeverity
           MOVE SPACES TO AlertText
           STRING "Ntimes batch " NtsBatchNumber " of "
               NtsParkedDate " in suspense"
               DELIMITED BY SIZE INTO AlertText
           MOVE RunIdValue TO AlertRunId
           CALL "AlertPost" USING AlertProgramId, AlertSeverity,
               AlertText, AlertRunId.

       LoadSuspense.
           OPEN INPUT SuspenseFile
           IF SuspenseFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadSuspenseRecord
               PERFORM UNTIL EndOfSuspenseFile
                   IF SuspenseUsed < 3000
                       ADD 1 TO SuspenseUsed
                       MOVE NtSuspenseRecord TO
                           TblSusRecord (SuspenseUsed)
                   ELSE
                       SET SuspenseOverflow TO TRUE
                   END-IF
                   PERFORM ReadSuspenseRecord
               END-PERFORM
               CLOSE SuspenseFile
           END-IF.

       ReadSuspenseRecord.
           READ SuspenseFile
               AT END SET EndOfSuspenseFile TO TRUE
           END-READ.

       RewriteSuspense.
           OPEN OUTPUT SuspenseFile
           PERFORM VARYING SuspenseIdx FROM 1 BY 1
                   UNTIL SuspenseIdx > SuspenseUsed
               MOVE TblSusRecord (SuspenseIdx) TO NtSuspenseRecord
               WRITE NtSuspenseRecord
           END-PERFORM
           CLOSE SuspenseFile.

      *> Looks up the suspense age limit through the effective-dated
      *> parameter lookup; not found keeps the compiled-in default.
       LoadSuspenseAgeParm.
           MOVE "NTSUSP-AGE-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "NtSuspense" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO SuspenseAgeDays
           END-IF.

       GetJobParm.
           MOVE "NtSuspense" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight age check needs no
      *> one at the console.
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
           MOVE "NtSuspense" TO LockProgramId
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
           MOVE "NtSuspense" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Act=" MaintAction " Batch=" TargetBatch
               " Parked=" TargetParked " Ent=" TargetSeq
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
