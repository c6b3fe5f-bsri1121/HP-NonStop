      *> append one record of how many records it read, wrote and
      *> rejected, so a half-empty input feed is caught from the
      *> statistics file the moment the run ends instead of when a
      *> downstream user complains.  A validate-only run's counts
      *> go to its forecast instead, so the statistics file only
      *> ever holds runs that really happened.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       01 RunStatsFileStatus PIC XX.
           88 RunStatsFileNotFound VALUE "35".
           COPY DRYRUN.

       LINKAGE SECTION.
           COPY RUNSTATS.
           MOVE StatOperatorId      TO StrOperatorId
           MOVE StatRunId           TO StrRunId

           PERFORM CheckDryRun
           IF FcstReportOpen
               MOVE "W" TO FcstAction
               MOVE StatProgramId TO FcstProgramId
               MOVE "RUNSTATS" TO FcstFileName
               MOVE RunStatsRecord TO FcstImage
               MOVE StatRunId TO FcstRunId
               CALL "DryRunForecast" USING FcstAction, FcstProgramId,
                   FcstFileName, FcstImage, FcstRunId, FcstActive
               GOBACK
           END-IF

           OPEN EXTEND RunStatsFile
           IF RunStatsFileNotFound
               OPEN OUTPUT RunStatsFile
           CLOSE RunStatsFile

           GOBACK.

       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
