       IDENTIFICATION DIVISION.
       PROGRAM-ID. DryRunForecast.

      *> Forecast report for validate-only batch runs.  A file-driven
      *> batch program whose DRY-RUN job parameter is set reads and
      *> validates its input and computes its results exactly as it
      *> would for real, but every record it would have written to a
      *> master, extract, journal, checkpoint or reject file comes
      *> here instead, and is listed against the file it was bound
      *> for - so before a risky night operations can see what the
      *> batch will do without it touching anything.  The run closes
      *> the forecast with a count per file of the records that
      *> would have been written and rejected.
      *>
      *> The report is appended to, one section per dry run headed
      *> with the program and run ID, so a whole night run dry under
      *> NightlyBatch reads as one report in step order.  While a
      *> forecast is open the shared writers ask here before they
      *> write, and route their records into it instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ForecastReportFile ASSIGN TO
               "Data/Shared/DRYRUN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ForecastReportFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ForecastReportFile.
       01  ForecastReportLine PIC X(222).

       WORKING-STORAGE SECTION.
           COPY RPTHDR.

       01 ForecastReportFileStatus PIC XX.
           88 ForecastReportFileNotFound VALUE "35".

      *> Held across CALLs: the forecast stays open from the run's
      *> opening call to its closing one, and names the run it
      *> belongs to.
       01 WS-Open-Flag PIC X VALUE "N".
           88 ForecastOpen VALUE "Y".
       01 ForecastProgramId PIC X(15).
       01 ForecastRunId     PIC X(14).

      *> Records forecast per destination file this run.
       01 ForecastFileTable.
           05 ForecastFileEntry OCCURS 30 TIMES.
               10 TblFcstFileName PIC X(12).
               10 TblFcstWrites   PIC 9(7).
               10 TblFcstRejects  PIC 9(7).
       01 ForecastFileUsed PIC 9(2) VALUE 0.
       01 ForecastFileIdx  PIC 9(2).
       01 ForecastFoundIdx PIC 9(2).

       01 TotalWrites  PIC 9(7).
       01 TotalRejects PIC 9(7).

       01 RunLine.
           05 FILLER        PIC X(9) VALUE "Program: ".
           05 RunProgramId  PIC X(15).
           05 FILLER        PIC X(6) VALUE " Run: ".
           05 RunRunId      PIC X(14).
           05 FILLER        PIC X(38)
               VALUE " - DRY RUN, no files have been written".

       01 DetailLine.
           05 DtlAction   PIC X(7).
           05 FILLER      PIC X VALUE SPACE.
           05 DtlFileName PIC X(12).
           05 FILLER      PIC X VALUE SPACE.
           05 DtlImage    PIC X(200).

       01 TotalLine.
           05 TotFileName PIC X(12).
           05 FILLER      PIC X(14) VALUE "  would write ".
           05 TotWrites   PIC ZZZZZZ9.
           05 FILLER      PIC X(15) VALUE "  would reject ".
           05 TotRejects  PIC ZZZZZZ9.

       LINKAGE SECTION.
           COPY DRYRUN.

       PROCEDURE DIVISION USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
       MainLine.
           EVALUATE TRUE
               WHEN FcstOpenReport
                   PERFORM OpenForecast
               WHEN FcstWouldWrite OR FcstWouldReject
                   PERFORM ForecastRecord
               WHEN FcstCloseReport
                   PERFORM CloseForecast
               WHEN FcstQuery
                   CONTINUE
               WHEN OTHER
                   DISPLAY "DryRunForecast: unrecognized function."
           END-EVALUATE

           MOVE WS-Open-Flag TO FcstActive

           GOBACK.

      *> A run that stopped without closing its forecast has its
      *> totals written out before the next one starts, so one run's
      *> counts never run on into another's.
       OpenForecast.
           IF ForecastOpen
               PERFORM CloseForecast
           END-IF
           MOVE FcstProgramId TO ForecastProgramId
           MOVE FcstRunId TO ForecastRunId
           MOVE 0 TO ForecastFileUsed

           OPEN EXTEND ForecastReportFile
           IF ForecastReportFileNotFound
               OPEN OUTPUT ForecastReportFile
           END-IF
           SET ForecastOpen TO TRUE

           MOVE "DRY-RUN FORECAST" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ForecastReportLine
           WRITE ForecastReportLine

           MOVE ForecastProgramId TO RunProgramId
           MOVE ForecastRunId TO RunRunId
           MOVE RunLine TO ForecastReportLine
           WRITE ForecastReportLine

           DISPLAY "Dry run - " FUNCTION TRIM(ForecastProgramId)
               " writes no files; forecast to Data/Shared/DRYRUN.DAT.".

      *> A record handed over with no forecast open has nowhere to
      *> go; it is dropped, never written to its real file.
       ForecastRecord.
           IF ForecastOpen
               PERFORM FindForecastFile
               IF FcstWouldWrite
                   MOVE "WRITE" TO DtlAction
                   IF ForecastFoundIdx > 0
                       ADD 1 TO TblFcstWrites (ForecastFoundIdx)
                   END-IF
               ELSE
                   MOVE "REJECT" TO DtlAction
                   IF ForecastFoundIdx > 0
                       ADD 1 TO TblFcstRejects (ForecastFoundIdx)
                   END-IF
               END-IF
               MOVE FcstFileName TO DtlFileName
               MOVE FcstImage TO DtlImage
               MOVE DetailLine TO ForecastReportLine
               WRITE ForecastReportLine
           END-IF.

       FindForecastFile.
           MOVE 0 TO ForecastFoundIdx
           PERFORM VARYING ForecastFileIdx FROM 1 BY 1
                   UNTIL ForecastFileIdx > ForecastFileUsed
                       OR ForecastFoundIdx > 0
               IF TblFcstFileName (ForecastFileIdx) = FcstFileName
                   MOVE ForecastFileIdx TO ForecastFoundIdx
               END-IF
           END-PERFORM
           IF ForecastFoundIdx = 0 AND ForecastFileUsed < 30
               ADD 1 TO ForecastFileUsed
               MOVE ForecastFileUsed TO ForecastFoundIdx
               MOVE FcstFileName TO TblFcstFileName (ForecastFoundIdx)
               MOVE 0 TO TblFcstWrites (ForecastFoundIdx)
               MOVE 0 TO TblFcstRejects (ForecastFoundIdx)
           END-IF.

      *> One totals line per destination file, then the run's grand
      *> totals, which also go to the console for the operator.
       CloseForecast.
           IF ForecastOpen
               MOVE 0 TO TotalWrites
               MOVE 0 TO TotalRejects
               MOVE SPACES TO ForecastReportLine
               WRITE ForecastReportLine
               PERFORM WriteFileTotal
                   VARYING ForecastFileIdx FROM 1 BY 1
                       UNTIL ForecastFileIdx > ForecastFileUsed
               MOVE "ALL FILES" TO TotFileName
               MOVE TotalWrites TO TotWrites
               MOVE TotalRejects TO TotRejects
               MOVE TotalLine TO ForecastReportLine
               WRITE ForecastReportLine
               MOVE SPACES TO ForecastReportLine
               WRITE ForecastReportLine
               CLOSE ForecastReportFile
               MOVE "N" TO WS-Open-Flag
               DISPLAY "Dry run forecast: " TotalWrites
                   " records would be written, " TotalRejects
                   " rejected."
           END-IF.

       WriteFileTotal.
           MOVE TblFcstFileName (ForecastFileIdx) TO TotFileName
           MOVE TblFcstWrites (ForecastFileIdx) TO TotWrites
           MOVE TblFcstRejects (ForecastFileIdx) TO TotRejects
           ADD TblFcstWrites (ForecastFileIdx) TO TotalWrites
           ADD TblFcstRejects (ForecastFileIdx) TO TotalRejects
           MOVE TotalLine TO ForecastReportLine
           WRITE ForecastReportLine.
