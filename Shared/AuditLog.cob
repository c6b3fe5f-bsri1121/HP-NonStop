      *> the chain for every record after it, which is what the
      *> AuditVerify program proves when the auditors ask how we
      *> would know the file is complete and unaltered.
      *>
      *> A validate-only run changes nothing, so its record goes to
      *> the run's forecast instead and the chain is not extended.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 ContentHash PIC 9(9).
       01 ContentIdx  PIC 9(3).
           COPY DRYRUN.

       LINKAGE SECTION.
           COPY AUDITREC.
       PROCEDURE DIVISION USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
       MainLine.
           PERFORM CheckDryRun
           IF FcstReportOpen
               PERFORM ForecastAuditRecord
               GOBACK
           END-IF

           MOVE "N" TO WS-Eof-Flag
           MOVE 0 TO LastSequence
           MOVE 0 TO LastChainCheck
                   + FUNCTION ORD(AtrContent(ContentIdx:1))
                   * ContentIdx, 1000000000)
           END-PERFORM.

       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       ForecastAuditRecord.
           MOVE AuditProgramId  TO AtrProgramId
           MOVE FUNCTION CURRENT-DATE(1:14) TO AtrTimestamp
           MOVE AuditKeyInputs  TO AtrKeyInputs
           MOVE AuditKeyOutputs TO AtrKeyOutputs
           MOVE AuditOperatorId TO AtrOperatorId
           MOVE AuditRunId      TO AtrRunId
           MOVE "W" TO FcstAction
           MOVE AuditProgramId TO FcstProgramId
           MOVE "AUDITLOG" TO FcstFileName
           MOVE AtrContent TO FcstImage
           MOVE AuditRunId TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
