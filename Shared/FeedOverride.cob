       IDENTIFICATION DIVISION.
       PROGRAM-ID. FeedOverride.

      *> Supervisor decision on the inbound feed registry.  A feed
      *> whose header and trailer match one its program has already
      *> taken is refused by FeedReceipt as a resend.  When the file
      *> really is meant to go through again - a run reversed and
      *> being redone, say - a supervisor grants an override here
      *> for the program, source system and header date, and the
      *> next run of that program takes the file once; the override
      *> is spent when the feed is registered.  The registry itself
      *> can be listed by source system, oldest first, to see which
      *> run took which file and which were flagged as older than
      *> the source's last.

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
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 FeedRegistryFileStatus PIC XX.
           88 FeedRegistryFileNotFound VALUE "35".

       01 FeedOverrideFileStatus PIC XX.
           88 FeedOverrideFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfFeedRegistryFile VALUE "Y".

       01 WS-Ovr-Eof-Flag PIC X VALUE "N".
           88 EndOfFeedOverrideFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 FeedRegistered VALUE "Y".

       01 WS-Pending-Flag PIC X VALUE "N".
           88 OverridePending VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

       01 MaintAction PIC X.
           88 GrantOverride     VALUE "O".
           88 ListOverrides     VALUE "L".
           88 ListSourceFeeds   VALUE "F".

       01 TargetProgram  PIC X(15).
       01 TargetSource   PIC X(8).
       01 TargetFileDate PIC 9(8).
       01 ChangeResult   PIC X(20).
       01 ListedCount    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (O)verride a refused feed, (L)ist ".
           DISPLAY "overrides awaiting use, or list a source's ".
           DISPLAY "(F)eeds: ".
           ACCEPT MaintAction.

           MOVE SPACES TO TargetProgram
           MOVE SPACES TO TargetSource
           MOVE 0 TO TargetFileDate
           IF GrantOverride
               DISPLAY "Program that refused the feed: "
               ACCEPT TargetProgram
           END-IF.
           IF GrantOverride OR ListSourceFeeds
               DISPLAY "Source system of the feed: "
               ACCEPT TargetSource
           END-IF.
           IF GrantOverride
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTargetFileDate UNTIL NumEntryIsValid
           END-IF.

           EVALUATE TRUE
               WHEN GrantOverride
                   PERFORM ApplyOverride
               WHEN ListOverrides
                   PERFORM ListPendingOverrides
                   MOVE "LISTED" TO ChangeResult
               WHEN ListSourceFeeds
                   PERFORM ListRegisteredFeeds
                   MOVE "LISTED" TO ChangeResult
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               DISPLAY "Feed override recorded: " ChangeResult
           END-IF.

           PERFORM WriteAuditLog.

           IF ChangeApplied OR ListOverrides OR ListSourceFeeds
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       AcceptTargetFileDate.
           DISPLAY "Header date of the feed (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TargetFileDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Only a feed the program has already taken can be refused,
      *> so an override is granted only against one on the registry,
      *> and only one override waits for the same feed at a time.
       ApplyOverride.
           PERFORM FindRegisteredFeed
           PERFORM FindPendingOverride
           EVALUATE TRUE
               WHEN NOT FeedRegistered
                   MOVE "NOT REGISTERED" TO ChangeResult
                   DISPLAY "That program has taken no feed from that "
                       "source and header date - nothing to override."
               WHEN OverridePending
                   MOVE "ALREADY GRANTED" TO ChangeResult
                   DISPLAY "An override for that feed is already "
                       "awaiting use - nothing done."
               WHEN OTHER
                   PERFORM AppendOverride
                   MOVE "GRANTED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       FindRegisteredFeed.
           MOVE "N" TO WS-Found-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FeedRegistryFile
           IF FeedRegistryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedRegistryRecord
               PERFORM UNTIL EndOfFeedRegistryFile OR FeedRegistered
                   IF FrgProgramId = TargetProgram
                           AND FrgSourceSystem = TargetSource
                           AND FrgFileDate = TargetFileDate
                       SET FeedRegistered TO TRUE
                   END-IF
                   PERFORM ReadFeedRegistryRecord
               END-PERFORM
               CLOSE FeedRegistryFile
           END-IF.

       FindPendingOverride.
           MOVE "N" TO WS-Pending-Flag
           MOVE "N" TO WS-Ovr-Eof-Flag
           OPEN INPUT FeedOverrideFile
           IF FeedOverrideFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedOverrideRecord
               PERFORM UNTIL EndOfFeedOverrideFile OR OverridePending
                   IF FovProgramId = TargetProgram
                           AND FovSourceSystem = TargetSource
                           AND FovFileDate = TargetFileDate
                           AND FovGranted
                       SET OverridePending TO TRUE
                   END-IF
                   PERFORM ReadFeedOverrideRecord
               END-PERFORM
               CLOSE FeedOverrideFile
           END-IF.

       AppendOverride.
           MOVE TargetProgram  TO FovProgramId
           MOVE TargetSource   TO FovSourceSystem
           MOVE TargetFileDate TO FovFileDate
           SET FovGranted TO TRUE
           MOVE OperatorId TO FovGrantedBy
           MOVE FUNCTION CURRENT-DATE(1:8) TO FovGrantedOn
           MOVE SPACES TO FovUsedRunId
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO RunStampDate OF FeedOverrideRecord
           MOVE FUNCTION CURRENT-DATE(9:6)
               TO RunStampTime OF FeedOverrideRecord
           MOVE RunIdValue TO RunStampRunId OF FeedOverrideRecord
           OPEN EXTEND FeedOverrideFile
           IF FeedOverrideFileNotFound
               OPEN OUTPUT FeedOverrideFile
           END-IF
           WRITE FeedOverrideRecord
           CLOSE FeedOverrideFile.

       ListPendingOverrides.
           MOVE "N" TO WS-Ovr-Eof-Flag
           OPEN INPUT FeedOverrideFile
           IF FeedOverrideFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedOverrideRecord
               PERFORM UNTIL EndOfFeedOverrideFile
                   IF FovGranted
                       ADD 1 TO ListedCount
                       DISPLAY FovProgramId " " FovSourceSystem
                           " dated " FovFileDate " - granted by "
                           FovGrantedBy " on " FovGrantedOn
                   END-IF
                   PERFORM ReadFeedOverrideRecord
               END-PERFORM
               CLOSE FeedOverrideFile
           END-IF
           DISPLAY "Overrides awaiting use: " ListedCount.

       ListRegisteredFeeds.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT FeedRegistryFile
           IF FeedRegistryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadFeedRegistryRecord
               PERFORM UNTIL EndOfFeedRegistryFile
                   IF FrgSourceSystem = TargetSource
                       ADD 1 TO ListedCount
                       DISPLAY FrgProgramId " dated " FrgFileDate
                           " - " FrgDetailCount " details, run "
                           RunStampRunId OF FeedRegistryRecord
                       IF FrgOlderDate
                           DISPLAY "    older than the source's last "
                               "file"
                       END-IF
                       IF FrgOverrideBy NOT = SPACES
                           DISPLAY "    taken on override by "
                               FrgOverrideBy
                       END-IF
                   END-IF
                   PERFORM ReadFeedRegistryRecord
               END-PERFORM
               CLOSE FeedRegistryFile
           END-IF
           DISPLAY "Feeds registered from " TargetSource ": "
               ListedCount.

       ReadFeedRegistryRecord.
           READ FeedRegistryFile
               AT END SET EndOfFeedRegistryFile TO TRUE
           END-READ.

       ReadFeedOverrideRecord.
           READ FeedOverrideFile
               AT END SET EndOfFeedOverrideFile TO TRUE
           END-READ.

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
           MOVE "FeedOverride" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING MaintAction " " TargetProgram
               " " TargetSource " " TargetFileDate
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
