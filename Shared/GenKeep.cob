      *> GENERATIONS-KEPT central parameter are emptied and marked
      *> purged.  The live file under the base name is untouched, so
      *> every downstream reader keeps working exactly as before.
      *> A validate-only run wrote no output, so no generation is
      *> taken - the live file is still yesterday's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10 TblGenDate  PIC 9(8).
               10 TblPurged   PIC X.
       01 CatalogUsed PIC 9(3).
           COPY DRYRUN.
       01 CatalogIdx  PIC 9(3).

       LINKAGE SECTION.

       PROCEDURE DIVISION USING GenBasePath.
       MainLine.
           PERFORM CheckDryRun
           IF FcstReportOpen
               DISPLAY "Dry run - no generation kept of "
                   FUNCTION TRIM(GenBasePath) "."
               GOBACK
           END-IF

           MOVE "N" TO WS-Eof-Flag
           MOVE "N" TO WS-Cat-Eof-Flag
           MOVE "N" TO WS-Found-Flag
           IF ParmLookupOk
               MOVE ParmLookupValue TO GenerationsKept
           END-IF.

       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
