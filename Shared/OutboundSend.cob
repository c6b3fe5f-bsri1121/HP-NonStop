
      *> Outbound despatch step.  The working extracts - the
      *> accepted/rejected applicant feeds, the payroll deduction
      *> feed, the delimited exports, the identity-registry
      *> requests, the bank's net-pay disbursement file and the
      *> GL journals the ledger posting released - stay as their
      *> producing programs write them
      *> (the restart and checkpoint logic depends on their exact
      *> shape), and what actually leaves
      *> the building is the despatch copy this step cuts: the same
      *> details bracketed by the H header and T trailer built
      *> through the shared OutboundControl writer, with the detail
      *> count and hash total the receiving side proves after
      *> transfer.  A missing working file is noted and skipped, so
      *> the step despatches whatever the night produced.  Every
      *> despatch is entered on the despatch log with its controls
      *> and this run's ID, so the receiving side's acknowledgement
      *> can be matched back to it and a file nobody acknowledges
      *> is noticed.  The disbursement file stays on disk for the
      *> bank-return matching, so a pay run already despatched to
      *> the bank is passed over, never paid out twice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WorkingExtractFileStatus.
           SELECT DespatchFile ASSIGN TO DYNAMIC TargetPathName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DisburseFile ASSIGN TO
               "Data/EvTrue/DISBURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisburseFileStatus.
           SELECT PayReconFile ASSIGN TO
               "Data/EvTrue/PAYRECCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayReconFileStatus.
           SELECT DespatchLogFile ASSIGN TO
               "Data/Shared/DESPATCHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DespatchLogFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DespatchFile.
       01  DespatchLine PIC X(250).

       FD  DespatchLogFile.
           COPY DESPLOG.

       FD  DisburseFile.
           COPY DISBREC.

       FD  PayReconFile.
           COPY PAYRECON.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY OUTCTL.
           COPY ERRCODES.
           COPY EXCEPTREC.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 WorkingExtractFileStatus PIC XX.
           88 WorkingExtractFileNotFound VALUE "35".

       01 DespatchLogFileStatus PIC XX.
           88 DespatchLogFileNotFound VALUE "35".

       01 DisburseFileStatus PIC XX.
           88 DisburseFileNotFound VALUE "35".

       01 PayReconFileStatus PIC XX.
           88 PayReconFileNotFound VALUE "35".

      *> Whether the gated file may leave tonight, and the pay run
      *> that wrote it.
       01 WS-Release-Flag PIC X VALUE "Y".
           88 ReleaseFile VALUE "Y".
       01 WS-Recon-Eof-Flag PIC X VALUE "N".
           88 EndOfReconFile VALUE "Y".
       01 GatePayRunId PIC X(14).

      *> Whether the log already shows this pay run's file sent to
      *> the receiver and not refused by it.
       01 WS-Sent-Flag PIC X VALUE "N".
           88 AlreadyDespatched VALUE "Y".
       01 WS-Log-Eof-Flag PIC X VALUE "N".
           88 EndOfDespatchLogFile VALUE "Y".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfWorkingFile VALUE "Y".

       01 TargetPathName PIC X(44).

      *> Each outbound interface: the working file the producing
      *> program writes, the despatch copy the transfer picks up,
      *> the receiving system that acknowledges it - blank where
      *> the receiver sends nothing back - the gate the file must
      *> pass before it may leave: P for a payroll run the payroll
      *> control reconciliation has passed, blank for none - and E
      *> where the working file accumulates across runs and is
      *> emptied once despatched, so nothing on it goes out twice.
       01 DespatchPlanTable.
           05 FILLER PIC X(44) VALUE "Data/Agecheck/ACCEPTED.DAT".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/ACCEPTED.SND".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Agecheck/REJECTED.DAT".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/REJECTED.SND".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/PAYROLL.DAT".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/PAYDED.SND".
           05 FILLER PIC X(8)  VALUE "FINANCE".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/PAYROLL.CSV".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/PAYCSV.SND".
           05 FILLER PIC X(8)  VALUE "FINANCE".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Nested/GCGRADES.CSV".
           05 FILLER PIC X(44) VALUE "Data/Nested/GCCSV.SND".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Agecheck/AGEBANDS.CSV".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/AGEBAND.SND".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Comput/LEDGER.CSV".
           05 FILLER PIC X(44) VALUE "Data/Comput/LEDGCSV.SND".
           05 FILLER PIC X(8)  VALUE "FINANCE".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/Agecheck/IDVREQ.DAT".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/IDVREQ.SND".
           05 FILLER PIC X(8)  VALUE SPACES.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/DISBURSE.DAT".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/DISBURSE.SND".
           05 FILLER PIC X(8)  VALUE "BANK".
           05 FILLER PIC X     VALUE "P".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X(44) VALUE "Data/EvTrue/GLPOSTJRN.DAT".
           05 FILLER PIC X(44) VALUE "Data/EvTrue/GLJRNL.SND".
           05 FILLER PIC X(8)  VALUE "FINANCE".
           05 FILLER PIC X     VALUE SPACE.
           05 FILLER PIC X     VALUE "E".
       01 DespatchPlanView REDEFINES DespatchPlanTable.
           05 DespatchPlanEntry OCCURS 10 TIMES.
               10 PlanSource   PIC X(44).
               10 PlanTarget   PIC X(44).
               10 PlanReceiver PIC X(8).
               10 PlanGate     PIC X.
                   88 PlanGatedOnPayRecon VALUE "P".
               10 PlanDisposal PIC X.
                   88 PlanEmptyAfterDespatch VALUE "E".
       01 DespatchPlanIdx PIC 9(2).

       01 DetailCount PIC 9(7).
       01 FileHash    PIC 9(12).

       01 DespatchedFiles PIC 9(2) VALUE 0.
       01 SkippedFiles    PIC 9(2) VALUE 0.
       01 HeldFiles       PIC 9(2) VALUE 0.
       01 SentBeforeFiles PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.

           PERFORM DespatchOneFile
               VARYING DespatchPlanIdx FROM 1 BY 1
                   UNTIL DespatchPlanIdx > 10.

           PERFORM WriteAuditLog.

           DISPLAY "Despatch complete - " DespatchedFiles
               " files stamped, " SkippedFiles " not produced "
               "tonight, " HeldFiles " held, " SentBeforeFiles
               " already despatched.".

           IF HeldFiles > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

           MOVE 0 TO FileHash
           MOVE PlanSource (DespatchPlanIdx) TO SourcePathName
           MOVE PlanTarget (DespatchPlanIdx) TO TargetPathName
           MOVE "Y" TO WS-Release-Flag
           MOVE "N" TO WS-Sent-Flag
           MOVE SPACES TO GatePayRunId
           IF PlanGatedOnPayRecon (DespatchPlanIdx)
               PERFORM CheckPayReconGate
           END-IF

           OPEN INPUT WorkingExtractFile
           EVALUATE TRUE
               WHEN WorkingExtractFileNotFound
                   ADD 1 TO SkippedFiles
                   DISPLAY "Not produced, skipped: " SourcePathName
               WHEN AlreadyDespatched
                   CLOSE WorkingExtractFile
                   ADD 1 TO SentBeforeFiles
                   DISPLAY "Already despatched, skipped: "
                       SourcePathName " run " GatePayRunId
               WHEN NOT ReleaseFile
                   CLOSE WorkingExtractFile
                   PERFORM HoldDespatch
               WHEN OTHER
                   OPEN OUTPUT DespatchFile
                   PERFORM WriteDespatchHeader
                   PERFORM ReadWorkingLine
                   PERFORM UNTIL EndOfWorkingFile
                       ADD 1 TO DetailCount
                       PERFORM HashWorkingLine
                       MOVE WorkingExtractLine TO DespatchLine
                       WRITE DespatchLine
                       PERFORM ReadWorkingLine
                   END-PERFORM
                   PERFORM WriteDespatchTrailer
                   CLOSE DespatchFile
                   CLOSE WorkingExtractFile
                   PERFORM LogDespatch
                   IF PlanEmptyAfterDespatch (DespatchPlanIdx)
                       PERFORM EmptyWorkingExtract
                   END-IF
                   ADD 1 TO DespatchedFiles
                   DISPLAY "Despatched " DetailCount " details: "
                       FUNCTION TRIM(TargetPathName)
           END-EVALUATE.

      *> The disbursement file goes to the bank only when the
      *> latest reconciliation of the pay run that wrote it passed
      *> - a run never reconciled, or one that broke, stays on the
      *> floor until the break is put right and the reconciliation
      *> rerun.  A pay run whose file the log shows already sent
      *> is not looked at further.  A missing file is left to the
      *> skip above.
       CheckPayReconGate.
           MOVE SPACES TO GatePayRunId
           OPEN INPUT DisburseFile
           IF DisburseFileNotFound
               CONTINUE
           ELSE
               READ DisburseFile
                   AT END CONTINUE
                   NOT AT END
                       IF DctRecordType NOT = "T"
                           MOVE RunStampRunId OF DisburseRecord
                               TO GatePayRunId
                       END-IF
               END-READ
               CLOSE DisburseFile
               PERFORM CheckAlreadyDespatched
               MOVE "N" TO WS-Release-Flag
               MOVE "N" TO WS-Recon-Eof-Flag
               OPEN INPUT PayReconFile
               IF PayReconFileNotFound
                   CONTINUE
               ELSE
                   PERFORM ReadPayReconRecord
                   PERFORM UNTIL EndOfReconFile
                       IF PrcPayRunId = GatePayRunId
                           IF PrcReconPassed
                               MOVE "Y" TO WS-Release-Flag
                           ELSE
                               MOVE "N" TO WS-Release-Flag
                           END-IF
                       END-IF
                       PERFORM ReadPayReconRecord
                   END-PERFORM
                   CLOSE PayReconFile
               END-IF
           END-IF.

      *> Any logged despatch of this pay run's file to the same
      *> receiver counts, unless the receiver refused the file -
      *> a refused file was never loaded, so it may go again.
       CheckAlreadyDespatched.
           IF GatePayRunId NOT = SPACES
               MOVE "N" TO WS-Log-Eof-Flag
               OPEN INPUT DespatchLogFile
               IF DespatchLogFileNotFound
                   CONTINUE
               ELSE
                   PERFORM ReadDespatchLogRecord
                   PERFORM UNTIL EndOfDespatchLogFile
                       IF DspSourceRunId = GatePayRunId
                               AND DspReceiver =
                                   PlanReceiver (DespatchPlanIdx)
                               AND NOT DspRejected
                           SET AlreadyDespatched TO TRUE
                       END-IF
                       PERFORM ReadDespatchLogRecord
                   END-PERFORM
                   CLOSE DespatchLogFile
               END-IF
           END-IF.

       ReadDespatchLogRecord.
           READ DespatchLogFile
               AT END SET EndOfDespatchLogFile TO TRUE
           END-READ.

       ReadPayReconRecord.
           READ PayReconFile
               AT END SET EndOfReconFile TO TRUE
           END-READ.

      *> A held file is neither cut nor logged, so there is nothing
      *> for the receiver to acknowledge; the exception puts it on
      *> the operators' alert screen.
       HoldDespatch.
           ADD 1 TO HeldFiles
           DISPLAY "Held, payroll not reconciled: " SourcePathName
           MOVE "OutboundSend" TO ExcpProgramId
           SET ErrControlMismatch TO TRUE
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Held - run " GatePayRunId " unreconciled"
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           MOVE RunIdValue TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> The despatch copy and its log row are written, so the
      *> working file is emptied for the producing program to
      *> build up again.
       EmptyWorkingExtract.
           OPEN OUTPUT WorkingExtractFile
           CLOSE WorkingExtractFile.

       ReadWorkingLine.
           READ WorkingExtractFile
               AT END SET EndOfWorkingFile TO TRUE
           MOVE "H" TO OutCtlAction
           MOVE Today TO OutCtlFileDate
           MOVE "DAYBATCH" TO OutCtlSource
           MOVE RunIdValue TO OutCtlRunId
           MOVE 0 TO OutCtlCount
           MOVE 0 TO OutCtlHash
           CALL "OutboundControl" USING OutCtlAction,
               OutCtlFileDate, OutCtlSource, OutCtlCount,
               OutCtlHash, OutCtlImage, OutCtlRunId
           MOVE SPACES TO DespatchLine
           MOVE OutCtlImage TO DespatchLine(1:40)
           WRITE DespatchLine.
           MOVE FileHash    TO OutCtlHash
           CALL "OutboundControl" USING OutCtlAction,
               OutCtlFileDate, OutCtlSource, OutCtlCount,
               OutCtlHash, OutCtlImage, OutCtlRunId
           MOVE SPACES TO DespatchLine
           MOVE OutCtlImage TO DespatchLine(1:40)
           WRITE DespatchLine.

      *> The despatch log row carries exactly what the trailer
      *> certifies, so the receiver's acknowledgement of count and
      *> hash can be proved against it.
       LogDespatch.
           MOVE SPACES TO DespatchLogRecord
           MOVE TargetPathName TO DspTargetPath
           MOVE PlanReceiver (DespatchPlanIdx) TO DspReceiver
           MOVE Today TO DspDespatchDate
           MOVE DetailCount TO DspDetailCount
           MOVE FileHash TO DspHashTotal
           IF DspReceiver = SPACES
               SET DspNoAckExpected TO TRUE
           ELSE
               SET DspAwaitingAck TO TRUE
           END-IF
           MOVE 0 TO DspAckDate
           MOVE "N" TO DspOverdueFlag
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO RunStampDate OF DespatchLogRecord
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO RunStampTime OF DespatchLogRecord
           MOVE RunIdValue TO RunStampRunId OF DespatchLogRecord
           MOVE GatePayRunId TO DspSourceRunId
           OPEN EXTEND DespatchLogFile
           IF DespatchLogFileNotFound
               OPEN OUTPUT DespatchLogFile
           END-IF
           WRITE DespatchLogRecord
           CLOSE DespatchLogFile.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           MOVE "Stamp outbound extracts" TO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Despatched=" DespatchedFiles " Skipped="
               SkippedFiles " Held=" HeldFiles " Sent="
               SentBeforeFiles
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
