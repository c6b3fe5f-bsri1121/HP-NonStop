      *> completed for the business date are skipped.  A business
      *> date whose sequence already ran to the end is refused unless
      *> the operator forces a full rerun.
      *>
      *> A schedule row may name up to three earlier steps it depends
      *> on and a condition on their outcome: run only if they all
      *> succeeded, only if one of them failed, or always.  A step
      *> whose dependencies did not succeed is not run on whatever
      *> they left behind - it is skipped and recorded as skipped in
      *> the run-control file, so the morning report shows the
      *> knock-on effect.  Failure- and always-conditioned steps are
      *> the recovery and clean-up work, and still run after an
      *> abort the way a JCL COND=ONLY or COND=EVEN step does.
      *>
      *> A step whose DRY-RUN job parameter is set runs validate-only
      *> and writes a forecast instead of its files.  It leaves no
      *> run-control record, counts as not run for the steps that
      *> depend on it, and holds back the whole-run marker, so the
      *> real run for the business date can still follow.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *> only), for weekly steps the due day of week numbered
      *> 1=Sunday through 7=Saturday the same as DayName, and the
      *> clock time (HHMM) the step must finish by - zero or blank
      *> means no deadline.  Then the run condition - S run only if
      *> every named dependency succeeded, F only if one of them
      *> failed, A always, blank no condition (the row runs unless
      *> the sequence has aborted) - and up to three dependency step
      *> names.
       FD  StepScheduleFile.
       01  StepScheduleRecord.
           05 SchedSequence  PIC 9(3).
           05 SchedFrequency PIC X.
           05 SchedDayOfWeek PIC 9.
           05 SchedDeadline  PIC 9(4).
           05 SchedCondition PIC X.
           05 SchedDependsOn PIC X(15) OCCURS 3 TIMES.

      *> The dated period-end run plan PeriodPlan resolves from the
      *> monthly/quarterly rules - rows matching tonight's business
               10 TblSchedFreq     PIC X.
               10 TblSchedDow      PIC 9.
               10 TblSchedDeadline PIC 9(4).
               10 TblSchedCondition PIC X.
                   88 RunIfDepsSucceeded VALUE "S".
                   88 RunIfDepFailed     VALUE "F".
                   88 RunAlways          VALUE "A".
                   88 RunUnconditioned   VALUE SPACE.
               10 TblSchedDependsOn PIC X(15) OCCURS 3 TIMES.
      *> Tonight's outcome once the row has been reached - S
      *> succeeded (or completed before a restart), F failed, K not
      *> run.
               10 TblSchedOutcome PIC X.
       01 ScheduleUsed PIC 9(2) VALUE 0.
       01 ScheduleIdx  PIC 9(2).

           COPY EXCEPTREC.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY JOBPARM.

      *> Set while the step in hand is running validate-only; the
      *> count of such steps tonight holds back the whole-run marker.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 StepRunDry VALUE "Y".
       01 DryRunStepCount PIC 9(2) VALUE 0.

      *> Deadline handling: the step's end stamp held for the
      *> comparison, minutes late, and the grace inside which a
      *> no longer costs the batch window.
       01 AbortThreshold PIC S9(4) VALUE 8.

      *> The failing step's code is kept apart from StepReturnCode,
      *> which the recovery steps that still run after an abort
      *> overwrite.
       01 AbortReturnCode PIC S9(4) VALUE 0.

      *> Dependency verdict for the conditional step in hand, and
      *> the first dependency that stood in its way.
       01 DepIdx            PIC 9.
       01 DepScanIdx        PIC 9(2).
       01 DepCount          PIC 9.
       01 DepSucceededCount PIC 9.
       01 DepFailedCount    PIC 9.
       01 DepOutcome        PIC X.
       01 DepBlockingName   PIC X(15).
       01 DepBlockingText   PIC X(25).
       01 KnockOnSkipCount  PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunDate.
           MOVE "N" TO BatchModeFlag
           PERFORM WriteBatchModeFlag.

      *> Steps skipped for a dependency still have tonight's work
      *> to do, so the whole-run marker is held back and the rerun
      *> picks them up once the dependency has been put right.
           EVALUATE TRUE
               WHEN SequenceAborted
                   DISPLAY "Nightly batch sequence stopped early."
                   MOVE AbortReturnCode TO RETURN-CODE
               WHEN KnockOnSkipCount > 0
                   DISPLAY "Nightly batch sequence completed with "
                       KnockOnSkipCount " steps skipped for their "
                       "dependencies."
                   MOVE 4 TO RETURN-CODE
               WHEN DryRunStepCount > 0
                   DISPLAY "Nightly batch sequence completed with "
                       DryRunStepCount " steps run dry - business "
                       "date not marked complete."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WriteRunCompleteMarker
                   DISPLAY "Nightly batch sequence completed normally."
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           GOBACK.

      *> Applies one schedule row: a held step, a weekly step not
      *> due on the business date's day of week, or an on-request
      *> step is skipped with its reason logged; a conditioned step
      *> is judged on its dependencies; anything else runs.  Once
      *> the sequence has aborted only conditioned steps are still
      *> looked at.
       RunScheduledStep.
           MOVE TblSchedProgram (ScheduleIdx) TO StepProgramName
           MOVE "K" TO TblSchedOutcome (ScheduleIdx)
           EVALUATE TRUE
               WHEN SequenceAborted
                       AND RunUnconditioned (ScheduleIdx)
                   CONTINUE
               WHEN TblSchedHold (ScheduleIdx) = "H"
                   DISPLAY "Step " StepProgramName
                       " held by operations - skipped."
               WHEN TblSchedFreq (ScheduleIdx) = "R"
                   DISPLAY "Step " StepProgramName
                       " runs on request only - skipped."
               WHEN TblSchedFreq (ScheduleIdx) = "W"
                       AND TblSchedDow (ScheduleIdx)
                           NOT = BusinessDow
                   DISPLAY "Step " StepProgramName
                       " weekly and not due today - skipped."
               WHEN RunUnconditioned (ScheduleIdx)
                   PERFORM RunStep
               WHEN OTHER
                   PERFORM RunConditionalStep
           END-EVALUATE.

      *> A failure-conditioned step not needed tonight is simply
      *> passed over; a success-conditioned step held back by its
      *> dependencies, or by an aborted sequence, is a knock-on skip
      *> and goes on record.
       RunConditionalStep.
           PERFORM CheckStepDependencies
           EVALUATE TRUE
               WHEN RunAlways (ScheduleIdx)
                   PERFORM RunStep
               WHEN RunIfDepFailed (ScheduleIdx)
                   IF DepFailedCount > 0
                       PERFORM RunStep
                   ELSE
                       DISPLAY "Step " StepProgramName
                           " runs only after a failure - not needed."
                   END-IF
               WHEN DepSucceededCount = DepCount
                       AND NOT SequenceAborted
                   PERFORM RunStep
               WHEN OTHER
                   IF DepSucceededCount = DepCount
                       MOVE "sequence" TO DepBlockingName
                       MOVE "aborted" TO DepBlockingText
                   END-IF
                   DISPLAY "Step " StepProgramName " skipped - "
                       FUNCTION TRIM(DepBlockingName) " "
                       FUNCTION TRIM(DepBlockingText) "."
                   PERFORM WriteSkipRecord
                   ADD 1 TO KnockOnSkipCount
           END-EVALUATE.

      *> Looks up each named dependency among the rows already
      *> reached tonight.  One not on tonight's schedule, or placed
      *> after this step, has not run and so has not succeeded.  An
      *> unrecognized condition byte is judged as success-only, so a
      *> mistyped row never runs on bad data.
       CheckStepDependencies.
           MOVE 0 TO DepCount
           MOVE 0 TO DepSucceededCount
           MOVE 0 TO DepFailedCount
           MOVE SPACES TO DepBlockingName
           MOVE SPACES TO DepBlockingText
           PERFORM VARYING DepIdx FROM 1 BY 1 UNTIL DepIdx > 3
               IF TblSchedDependsOn (ScheduleIdx, DepIdx) NOT = SPACES
                   ADD 1 TO DepCount
                   PERFORM FindDependencyOutcome
                   EVALUATE DepOutcome
                       WHEN "S"
                           ADD 1 TO DepSucceededCount
                       WHEN "F"
                           ADD 1 TO DepFailedCount
                           PERFORM NoteBlockingDependency
                       WHEN OTHER
                           PERFORM NoteBlockingDependency
                   END-EVALUATE
               END-IF
           END-PERFORM.

       FindDependencyOutcome.
           MOVE "K" TO DepOutcome
           PERFORM VARYING DepScanIdx FROM 1 BY 1
                   UNTIL DepScanIdx >= ScheduleIdx
               IF TblSchedProgram (DepScanIdx)
                       = TblSchedDependsOn (ScheduleIdx, DepIdx)
                   MOVE TblSchedOutcome (DepScanIdx) TO DepOutcome
               END-IF
           END-PERFORM.

       NoteBlockingDependency.
           IF DepBlockingName = SPACES
               MOVE TblSchedDependsOn (ScheduleIdx, DepIdx)
                   TO DepBlockingName
               IF DepOutcome = "F"
                   MOVE "failed" TO DepBlockingText
               ELSE
                   MOVE "did not run" TO DepBlockingText
               END-IF
           END-IF.

      *> Runs one step unless it already completed for this business
      *> date, then checks its condition code against the threshold
      *> and notes tonight's outcome for the steps that depend on it.
       RunStep.
           PERFORM CheckStepAlreadyDone
           IF StepAlreadyDone
               DISPLAY "Step " StepProgramName
                   " already completed for this business date - "
                   "skipped."
               MOVE "S" TO TblSchedOutcome (ScheduleIdx)
           ELSE
               DISPLAY "Step starting: " StepProgramName
               PERFORM CheckStepDryRun
               MOVE FUNCTION CURRENT-DATE(1:14) TO StepStartStamp
               CALL StepProgramName
               MOVE RETURN-CODE TO StepReturnCode
               DISPLAY "Step " StepProgramName
                   " ended with return code " StepReturnCode

               IF StepRunDry
                   DISPLAY "Step " StepProgramName
                       " ran dry - no run-control record written."
                   ADD 1 TO DryRunStepCount
               ELSE
                   PERFORM WriteStepRecord
                   PERFORM CheckStepDeadline
               END-IF

               IF StepReturnCode >= AbortThreshold
                   MOVE "F" TO TblSchedOutcome (ScheduleIdx)
                   IF NOT SequenceAborted
                       DISPLAY "Step " StepProgramName
                           " failed - aborting remaining steps."
                       SET SequenceAborted TO TRUE
                       MOVE StepReturnCode TO AbortReturnCode
                   END-IF
               ELSE
                   IF StepRunDry
                       MOVE "K" TO TblSchedOutcome (ScheduleIdx)
                   ELSE
                       MOVE "S" TO TblSchedOutcome (ScheduleIdx)
                   END-IF
               END-IF
           END-IF.

      *> The same job-parameter row the step itself reads - the
      *> batch-mode flag is already raised, so it is found.
       CheckStepDryRun.
           MOVE "N" TO WS-Dry-Flag
           MOVE StepProgramName TO JpProgramId
           MOVE "DRY-RUN" TO JpParmName
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound
           IF JpParmOk AND JpParmValue (1:1) = "Y"
               SET StepRunDry TO TRUE
           END-IF.

      *> The business date the run processes under is the previous
      *> business day before the run date, so a Monday run carries
      *> Friday's date forward.  The walk back is bounded so a
                       ELSE
                           MOVE 0 TO TblSchedDeadline (ScheduleUsed)
                       END-IF
                       MOVE SchedCondition TO
                           TblSchedCondition (ScheduleUsed)
                       PERFORM VARYING DepIdx FROM 1 BY 1
                               UNTIL DepIdx > 3
                           MOVE SchedDependsOn (DepIdx) TO
                               TblSchedDependsOn (ScheduleUsed, DepIdx)
                       END-PERFORM
                       MOVE SPACE TO TblSchedOutcome (ScheduleUsed)
                   ELSE
                       DISPLAY "Schedule row for " SchedProgram
                           " exceeds the step table - NOT run."
                   MOVE "P" TO TblSchedFreq (ScheduleUsed)
                   MOVE 0   TO TblSchedDow (ScheduleUsed)
                   MOVE 0   TO TblSchedDeadline (ScheduleUsed)
                   MOVE SPACE TO TblSchedCondition (ScheduleUsed)
                   PERFORM VARYING DepIdx FROM 1 BY 1
                           UNTIL DepIdx > 3
                       MOVE SPACES TO
                           TblSchedDependsOn (ScheduleUsed, DepIdx)
                   END-PERFORM
                   MOVE SPACE TO TblSchedOutcome (ScheduleUsed)
                   DISPLAY "Period-end step due tonight: "
                       PlanProgram
           END-EVALUATE.
           END-IF
           PERFORM AppendRunControlRecord.

      *> A knock-on skip leaves its own run-control record, flagged
      *> S rather than completed, so a restart still runs the step
      *> once its dependencies are put right.
       WriteSkipRecord.
           MOVE BusinessDate    TO RcBusinessDate
           MOVE StepProgramName TO RcStepName
           MOVE FUNCTION CURRENT-DATE(1:14) TO RcStartStamp
           MOVE RcStartStamp TO RcEndStamp
           MOVE 0 TO RcReturnCode
           MOVE "S" TO RcCompleted
           PERFORM AppendRunControlRecord.

      *> A step that ended past its scheduled deadline posts to the
      *> central exception file - a warning inside the grace, a
      *> severe entry beyond it - so the 7am review distinguishes
