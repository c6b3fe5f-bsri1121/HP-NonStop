       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedReceipt.

      *> Central registry of inbound feeds.  Every program that takes
      *> a feed carrying the standard header and trailer proves the
      *> controls agree, then CALLs this to ask whether the same file
      *> has been taken before: a feed from the same source with the
      *> same file date, detail count and hash total as one already
      *> registered for that program is a resend, and is refused -
      *> logged severe so it is on the alert queue in the morning -
      *> unless a supervisor has granted an override through
      *> FeedOverride, which lets it through once.  A feed whose
      *> file date is before the latest already registered from its
      *> source is taken but flagged, since a source sending an old
      *> file is worth a look even when the file itself is new.
      *> Once the caller has processed the feed it CALLs again to
      *> register it, and any override used is marked spent.  A
      *> validate-only run is checked like any other, but its feed is
      *> not registered and its override not spent - the row it
      *> would have added goes to the run's forecast instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FeedRegistryFile ASSIGN TO
               "Data/Shared/FEEDREGISTRY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeedRegistryFileStatus.
           SELECT FeedOverrideFile ASSIGN TO
               "Data/Shared/FEEDOVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeedOverrideFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  FeedRegistryFile.
           COPY FEEDREG.

       FD  FeedOverrideFile.
           COPY FEEDOVR.

       WORKING-STORAGE SECTION.
           COPY ERRCODES.
           COPY EXCEPTREC.

       01 FeedRegistryFileStatus PIC XX.
           88 FeedRegistryFileNotFound VALUE "35".

       01 FeedOverrideFileStatus PIC XX.
           88 FeedOverrideFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfFeedRegistryFile VALUE "Y".

       01 WS-Ovr-Eof-Flag PIC X VALUE "N".
           88 EndOfFeedOverrideFile VALUE "Y".

       01 WS-Ovr-Full-Flag PIC X VALUE "N".
           88 OverrideTableOverflow VALUE "Y".

       01 WS-Ovr-Found-Flag PIC X VALUE "N".
           88 OverrideFound VALUE "Y".

      *> The override file is small - one row per override ever
      *> granted - so it is held in storage and rewritten whole when
      *> an override is spent, the same way the held-file queue is.
       01 OverrideTable.
           05 OverrideEntry OCCURS 200 TIMES.
               10 TblOvrRecord PIC X(92).
       01 OverrideUsed  PIC 9(3) VALUE 0.
       01 OverrideIdx   PIC 9(3).
       01 OverrideFoundIdx PIC 9(3).

       01 OverrideSupervisor PIC X(10).
           COPY DRYRUN.

       LINKAGE SECTION.
           COPY FEEDRCPT.

       PROCEDURE DIVISION USING FeedRcptAction, FeedRcptProgram,
               FeedRcptSource, FeedRcptFileDate, FeedRcptCount,
               FeedRcptHash, FeedRcptOperId, FeedRcptRunId,
               FeedRcptVerdict, FeedRcptPriorRunId, FeedRcptLastDate,
               FeedRcptOlder.
       MainLine.
           EVALUATE TRUE
               WHEN FeedRcptCheck
                   PERFORM CheckFeed
               WHEN FeedRcptRegister
                   PERFORM RegisterFeed
               WHEN OTHER
                   DISPLAY "FeedReceipt: unrecognized function."
           END-EVALUATE

           GOBACK.

      *> One pass of the registry answers both questions - is this
      *> file already on it, and what is the latest file date taken
      *> from the source.  A refused resend is not also flagged as
      *> older; the refusal says all there is to say.
       CheckFeed.
           SET FeedRcptNew TO TRUE
           MOVE SPACES TO FeedRcptPriorRunId
           MOVE 0 TO FeedRcptLastDate
           MOVE "N" TO FeedRcptOlder
           PERFORM ScanFeedRegistry
           IF FeedRcptDuplicate
               PERFORM LoadOverrideFile
               PERFORM FindGrantedOverride
               IF OverrideFound
                   SET FeedRcptOverridden TO TRUE
                   DISPLAY "Feed " FeedRcptSource " dated "
                       FeedRcptFileDate " repeats run "
                       FeedRcptPriorRunId " - taken on override by "
                       FUNCTION TRIM(OverrideSupervisor) "."
               ELSE
                   PERFORM LogRefusedFeed
               END-IF
           END-IF
           IF NOT FeedRcptDuplicate
                   AND FeedRcptFileDate < FeedRcptLastDate
               SET FeedRcptOlderDate TO TRUE
               PERFORM LogOlderFeed
           END-IF.

       ScanFeedRegistry.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FeedRegistryFile
           IF FeedRegistryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedRegistryRecord
               PERFORM UNTIL EndOfFeedRegistryFile
                   IF FrgProgramId = FeedRcptProgram
                           AND FrgSourceSystem = FeedRcptSource
                       PERFORM NoteRegisteredFeed
                   END-IF
                   PERFORM ReadFeedRegistryRecord
               END-PERFORM
               CLOSE FeedRegistryFile
           END-IF.

       NoteRegisteredFeed.
           IF FrgFileDate > FeedRcptLastDate
               MOVE FrgFileDate TO FeedRcptLastDate
           END-IF
           IF FrgFileDate = FeedRcptFileDate
                   AND FrgDetailCount = FeedRcptCount
                   AND FrgHashTotal = FeedRcptHash
               SET FeedRcptDuplicate TO TRUE
               MOVE RunStampRunId OF FeedRegistryRecord
                   TO FeedRcptPriorRunId
           END-IF.

       ReadFeedRegistryRecord.
           READ FeedRegistryFile
               AT END SET EndOfFeedRegistryFile TO TRUE
           END-READ.

       LogRefusedFeed.
           DISPLAY "Feed " FeedRcptSource " dated " FeedRcptFileDate
               " was already taken by run " FeedRcptPriorRunId
               " - refused."
           SET ErrDuplicateSubmit TO TRUE
           MOVE SPACES TO ExcpReasonText
           STRING "Feed " FeedRcptSource " " FeedRcptFileDate
               " already received"
               DELIMITED BY SIZE INTO ExcpReasonText
           PERFORM PostFeedException.

       LogOlderFeed.
           DISPLAY "Feed " FeedRcptSource " dated " FeedRcptFileDate
               " is older than the last file taken, dated "
               FeedRcptLastDate "."
           SET ErrStaleFeedDate TO TRUE
           MOVE SPACES TO ExcpReasonText
           STRING "File date " FeedRcptFileDate " before last "
               FeedRcptLastDate
               DELIMITED BY SIZE INTO ExcpReasonText
           PERFORM PostFeedException.

       PostFeedException.
           MOVE FeedRcptProgram TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE FeedRcptOperId TO ExcpOperatorId
           MOVE FeedRcptRunId TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> The registry is only ever appended to.  A duplicate taken on
      *> override spends the override, so the next resend of the
      *> same file is refused again.
       RegisterFeed.
           MOVE SPACES TO OverrideSupervisor
           PERFORM CheckDryRun
           IF FeedRcptOverridden AND NOT FcstReportOpen
               PERFORM LoadOverrideFile
               PERFORM FindGrantedOverride
               IF OverrideFound
                   PERFORM SpendOverride
               END-IF
           END-IF
           MOVE FeedRcptProgram  TO FrgProgramId
           MOVE FeedRcptSource   TO FrgSourceSystem
           MOVE FeedRcptFileDate TO FrgFileDate
           MOVE FeedRcptCount    TO FrgDetailCount
           MOVE FeedRcptHash     TO FrgHashTotal
           MOVE FeedRcptOlder    TO FrgOlderFlag
           MOVE OverrideSupervisor TO FrgOverrideBy
           MOVE FeedRcptOperId   TO FrgOperatorId
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO RunStampDate OF FeedRegistryRecord
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO RunStampTime OF FeedRegistryRecord
           MOVE FeedRcptRunId TO RunStampRunId OF FeedRegistryRecord
           IF FcstReportOpen
               PERFORM ForecastRegistration
           ELSE
               OPEN EXTEND FeedRegistryFile
               IF FeedRegistryFileNotFound
                   OPEN OUTPUT FeedRegistryFile
               END-IF
               WRITE FeedRegistryRecord
               CLOSE FeedRegistryFile
           END-IF.

       ForecastRegistration.
           MOVE "W" TO FcstAction
           MOVE FeedRcptProgram TO FcstProgramId
           MOVE "FEEDREGISTRY" TO FcstFileName
           MOVE FeedRegistryRecord TO FcstImage
           MOVE FeedRcptRunId TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.

       LoadOverrideFile.
           MOVE 0 TO OverrideUsed
           MOVE "N" TO WS-Ovr-Eof-Flag
           MOVE "N" TO WS-Ovr-Full-Flag
           OPEN INPUT FeedOverrideFile
           IF FeedOverrideFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedOverrideRecord
               PERFORM UNTIL EndOfFeedOverrideFile
                   IF OverrideUsed < 200
                       ADD 1 TO OverrideUsed
                       MOVE FeedOverrideRecord
                           TO TblOvrRecord (OverrideUsed)
                   ELSE
                       SET OverrideTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadFeedOverrideRecord
               END-PERFORM
               CLOSE FeedOverrideFile
           END-IF.

       ReadFeedOverrideRecord.
           READ FeedOverrideFile
               AT END SET EndOfFeedOverrideFile TO TRUE
           END-READ.

       FindGrantedOverride.
           MOVE "N" TO WS-Ovr-Found-Flag
           MOVE SPACES TO OverrideSupervisor
           PERFORM VARYING OverrideIdx FROM 1 BY 1
                   UNTIL OverrideIdx > OverrideUsed OR OverrideFound
               MOVE TblOvrRecord (OverrideIdx) TO FeedOverrideRecord
               IF FovProgramId = FeedRcptProgram
                       AND FovSourceSystem = FeedRcptSource
                       AND FovFileDate = FeedRcptFileDate
                       AND FovGranted
                   SET OverrideFound TO TRUE
                   MOVE OverrideIdx TO OverrideFoundIdx
                   MOVE FovGrantedBy TO OverrideSupervisor
               END-IF
           END-PERFORM.

      *> A file too long to hold is left as it stands rather than
      *> rewritten short; the override then stays granted, and the
      *> registry row still names the supervisor who allowed it.
       SpendOverride.
           IF OverrideTableOverflow
               DISPLAY "FeedReceipt: override file exceeds the table "
                   "- override left unspent."
           ELSE
               MOVE TblOvrRecord (OverrideFoundIdx)
                   TO FeedOverrideRecord
               SET FovUsed TO TRUE
               MOVE FeedRcptRunId TO FovUsedRunId
               MOVE FeedOverrideRecord
                   TO TblOvrRecord (OverrideFoundIdx)
               OPEN OUTPUT FeedOverrideFile
               PERFORM VARYING OverrideIdx FROM 1 BY 1
                       UNTIL OverrideIdx > OverrideUsed
                   MOVE TblOvrRecord (OverrideIdx)
                       TO FeedOverrideRecord
                   WRITE FeedOverrideRecord
               END-PERFORM
               CLOSE FeedOverrideFile
           END-IF.

       CheckDryRun.
           MOVE "Q" TO FcstAction
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
