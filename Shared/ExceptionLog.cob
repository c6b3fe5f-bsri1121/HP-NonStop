      *> carries a severity derived here from the standard code -
      *> 1 a warning, 2 an error, 3 severe - so one stray record and
      *> a control failure no longer look identical downstream.
      *> During a validate-only run the record goes to that run's
      *> forecast instead, and nothing reaches the file or the alert
      *> queue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       WORKING-STORAGE SECTION.
           COPY ALERTREC.
           COPY DRYRUN.
       01 ExceptionTrailFileStatus PIC XX.
           88 ExceptionTrailFileNotFound VALUE "35".

           MOVE ExcpRunId      TO EtrRunId
           PERFORM DeriveSeverity

           PERFORM CheckDryRun
           IF FcstReportOpen
               PERFORM ForecastException
               GOBACK
           END-IF

           OPEN EXTEND ExceptionTrailFile
           IF ExceptionTrailFileNotFound
               OPEN OUTPUT ExceptionTrailFile
               WHEN "E04" MOVE 3 TO EtrSeverity
               WHEN "E05" MOVE 3 TO EtrSeverity
               WHEN "E06" MOVE 2 TO EtrSeverity
               WHEN "E07" MOVE 3 TO EtrSeverity
               WHEN "E08" MOVE 2 TO EtrSeverity
               WHEN "E09" MOVE 2 TO EtrSeverity
               WHEN "E10" MOVE 3 TO EtrSeverity
               WHEN "E11" MOVE 3 TO EtrSeverity
               WHEN OTHER MOVE 2 TO EtrSeverity
           END-EVALUATE.

       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       ForecastException.
           MOVE "W" TO FcstAction
           MOVE ExcpProgramId TO FcstProgramId
           MOVE "EXCEPTIONLOG" TO FcstFileName
           MOVE ExceptionTrailRecord TO FcstImage
           MOVE ExcpRunId TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
