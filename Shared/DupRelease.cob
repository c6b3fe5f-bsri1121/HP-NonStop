       IDENTIFICATION DIVISION.
       PROGRAM-ID. DupRelease.

      *> Operator decision on Arithmatic's suspected duplicate
      *> submissions.  A source file whose values repeat a file
      *> already processed is held by the batch run, not processed,
      *> and listed on the suspected-duplicate report.  Here an
      *> operator takes one held file at a time, named by its source
      *> system and header date, and either releases it - a genuine
      *> second file that happens to carry the same values, which
      *> the next batch run then processes - or rejects it as the
      *> resend it is, after which the batch run refuses it for as
      *> long as it stays on disk.  The queue is rewritten whole and
      *> the decision carries the operator's ID and the date;
      *> decided rows older than the HOLD-KEEP-DAYS central
      *> parameter are dropped from it on the way.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ArithHoldFile ASSIGN TO
               "Data/Arithmatic/ARITHHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ArithHoldFile.
           COPY ARITHHLD.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY PARMLOOK.
           COPY PARMUSE.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 HoldFileStatus PIC XX.
           88 HoldFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfHoldFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

       01 WS-Overflow-Flag PIC X VALUE "N".
           88 QueueOverflow VALUE "Y".

       01 WS-Hold-Changed-Flag PIC X VALUE "N".
           88 HoldQueueChanged VALUE "Y".

       01 MaintAction PIC X.
           88 ReleaseHeldFile VALUE "R".
           88 RejectHeldFile  VALUE "X".
           88 ListHeldFiles   VALUE "L".

       01 TargetSource   PIC X(8).
       01 TargetFileDate PIC 9(8).
       01 ChangeResult   PIC X(20).
       01 AwaitingCount  PIC 9(5) VALUE 0.

       01 HoldTable.
           05 HoldEntry OCCURS 2000 TIMES.
               10 TblHldRecord PIC X(122).
       01 HoldUsed PIC 9(4) VALUE 0.
       01 HoldIdx  PIC 9(4).
       01 FoundIdx PIC 9(4).

      *> Days a decided row stays on the hold queue - the
      *> compiled-in default, overridden by the HOLD-KEEP-DAYS
      *> central parameter.
       01 HoldKeepDays   PIC 9(3) VALUE 90.
       01 HoldCutoffInt  PIC 9(8).
       01 HoldCutoffDate PIC 9(8).
       01 HoldPurged     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (R)elease a held file, reject it as ".
           DISPLAY "a duplicate (X) or (L)ist held files: ".
           ACCEPT MaintAction.

           PERFORM LoadHoldQueue.

           MOVE SPACES TO TargetSource
           MOVE 0 TO TargetFileDate
           IF ReleaseHeldFile OR RejectHeldFile
               DISPLAY "Source system of the held file: "
               ACCEPT TargetSource
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTargetFileDate UNTIL NumEntryIsValid
           END-IF.

           EVALUATE TRUE
               WHEN QueueOverflow
                   DISPLAY "Hold queue has more rows than this "
                       "program can hold - no change applied."
                   MOVE "QUEUE TOO LARGE" TO ChangeResult
               WHEN ListHeldFiles
                   PERFORM ListAwaitingFiles
                   MOVE "LISTED" TO ChangeResult
               WHEN ReleaseHeldFile OR RejectHeldFile
                   PERFORM ApplyDecision
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               SET HoldQueueChanged TO TRUE
               DISPLAY "Held file decision recorded: " ChangeResult
           END-IF.

           IF HoldPurged > 0
               DISPLAY HoldPurged " decided hold(s) older than "
                   HoldKeepDays " days dropped from the queue."
           END-IF.

           IF HoldQueueChanged AND NOT QueueOverflow
               PERFORM RewriteHoldQueue
           END-IF.

           PERFORM WriteAuditLog.

           IF ChangeApplied OR ListHeldFiles
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       AcceptTargetFileDate.
           DISPLAY "Header date of the held file (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TargetFileDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Only a file still awaiting a decision can be decided - a
      *> released file already processed, or one rejected, stays as
      *> it was.
       ApplyDecision.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed OR TargetFound
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               IF HldSourceSystem = TargetSource
                       AND HldFileDate = TargetFileDate
                       AND HldAwaiting
                   SET TargetFound TO TRUE
                   MOVE HoldIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF TargetFound
               MOVE TblHldRecord (FoundIdx) TO ArithHoldRecord
               IF ReleaseHeldFile
                   SET HldReleased TO TRUE
                   MOVE "RELEASED" TO ChangeResult
               ELSE
                   SET HldRejected TO TRUE
                   MOVE "REJECTED" TO ChangeResult
               END-IF
               MOVE OperatorId TO HldDecidedBy
               MOVE FUNCTION CURRENT-DATE(1:8) TO HldDecidedOn
               MOVE ArithHoldRecord TO TblHldRecord (FoundIdx)
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "NOT HELD" TO ChangeResult
               DISPLAY "No file from that source and header date is "
                   "awaiting a decision - nothing done."
           END-IF.

       ListAwaitingFiles.
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               IF HldAwaiting
                   ADD 1 TO AwaitingCount
                   DISPLAY HldSourceSystem " dated " HldFileDate
                       " - " HldDetailCount " details, repeats "
                       HldDupOfDate " run " HldDupOfRunId
               END-IF
           END-PERFORM
           DISPLAY "Files awaiting a decision: " AwaitingCount.

       LoadHoldQueue.
           PERFORM LoadHoldKeepParm
           OPEN INPUT ArithHoldFile
           IF HoldFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadHoldRecord
               PERFORM UNTIL EndOfHoldFile
                   PERFORM KeepOrPurgeHold
                   PERFORM ReadHoldRecord
               END-PERFORM
               CLOSE ArithHoldFile
           END-IF.

      *> A decided row past the keep period is left out of the
      *> table, so the rewrite drops it; a row awaiting a decision
      *> is kept however old.
       KeepOrPurgeHold.
           IF NOT HldAwaiting
                   AND HldDecidedOn < HoldCutoffDate
               ADD 1 TO HoldPurged
               SET HoldQueueChanged TO TRUE
           ELSE
               IF HoldUsed < 2000
                   ADD 1 TO HoldUsed
                   MOVE ArithHoldRecord TO TblHldRecord (HoldUsed)
               ELSE
                   SET QueueOverflow TO TRUE
               END-IF
           END-IF.

      *> The decided-row keep period through the effective-dated
      *> parameter lookup; not found keeps the compiled-in default.
       LoadHoldKeepParm.
           MOVE "HOLD-KEEP-DAYS" TO ParmLookupName
           MOVE FUNCTION CURRENT-DATE(1:8) TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "DupRelease" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO HoldKeepDays
           END-IF
           COMPUTE HoldCutoffInt =
               FUNCTION INTEGER-OF-DATE(ParmLookupDate) - HoldKeepDays
           COMPUTE HoldCutoffDate =
               FUNCTION DATE-OF-INTEGER(HoldCutoffInt).

       ReadHoldRecord.
           READ ArithHoldFile
               AT END SET EndOfHoldFile TO TRUE
           END-READ.

       RewriteHoldQueue.
           OPEN OUTPUT ArithHoldFile
           PERFORM VARYING HoldIdx FROM 1 BY 1
                   UNTIL HoldIdx > HoldUsed
               MOVE TblHldRecord (HoldIdx) TO ArithHoldRecord
               WRITE ArithHoldRecord
           END-PERFORM
           CLOSE ArithHoldFile.

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
           MOVE "DupRelease" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Source=" TargetSource
               " Date=" TargetFileDate
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
