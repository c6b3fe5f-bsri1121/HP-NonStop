       IDENTIFICATION DIVISION.
       PROGRAM-ID. RecertScreen.

      *> Access recertification screen.  The signed-on supervisor is
      *> shown, one at a time, each operator still awaiting their
      *> decision in the open cycle - the operator and the level
      *> they held when it was issued - and confirms the level,
      *> downgrades it, or disables the operator outright.  An
      *> unassigned item may be decided by any administrator, but
      *> nobody decides their own.  A downgrade or disable takes
      *> less authority away rather than granting any, so it goes
      *> straight onto the roster without the second-supervisor
      *> approval a grant needs, and onto the security event log
      *> and the change journal.
      *> Items past their deadline are left for RecertEnforce.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RecertItemFile ASSIGN TO
               "Data/Shared/RECERT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RecertItemFileStatus.
           SELECT OperatorRosterFile ASSIGN TO
               "Data/Shared/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OperatorRosterFileStatus.
           SELECT SecurityEventFile ASSIGN TO
               "Data/Shared/SECEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityEventFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  RecertItemFile.
           COPY RECERT.

       FD  OperatorRosterFile.
           COPY OPERREC.

       FD  SecurityEventFile.
       01  SecurityEventRecord.
           05 SevStamp      PIC X(14).
           05 SevOperatorId PIC X(10).
           05 SevOutcome    PIC X(8).
           05 SevBatchFlag  PIC X.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY SESSION.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 RecertItemFileStatus PIC XX.
           88 RecertItemFileNotFound VALUE "35".
       01 OperatorRosterFileStatus PIC XX.
           88 OperatorRosterFileNotFound VALUE "35".
       01 SecurityEventFileStatus PIC XX.
           88 SecurityEventFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 RecertTable.
           05 RecertEntry OCCURS 500 TIMES.
               10 TblRecertImage PIC X(63).
       01 RecertUsed PIC 9(3) VALUE 0.
       01 RecertIdx  PIC 9(3).

       01 RosterTable.
           05 RosterEntry OCCURS 50 TIMES.
               10 TblOperatorId PIC X(10).
               10 TblPassword   PIC X(10).
               10 TblStatus     PIC X(1).
               10 TblFailCount  PIC 9(2).
               10 TblPwdDate    PIC 9(8).
               10 TblAuthLevel  PIC 9.
       01 RosterUsed PIC 9(2) VALUE 0.
       01 RosterIdx  PIC 9(2).
       01 FoundIdx   PIC 9(2).

       01 Today PIC 9(8).

       01 WorkAction PIC X.
           88 ConfirmItem   VALUE "C" "c".
           88 DowngradeItem VALUE "D" "d".
           88 QuitScreen    VALUE "Q" "q".
       01 NewLevelEntry PIC X.
       01 NewLevel      PIC 9.

       01 WS-Quit-Flag PIC X VALUE "N".
           88 QuitRequested VALUE "Y".
       01 WS-Items-Changed-Flag PIC X VALUE "N".
           88 ItemsChanged VALUE "Y".
       01 WS-Roster-Changed-Flag PIC X VALUE "N".
           88 RosterChanged VALUE "Y".
       01 WS-Found-Flag PIC X.
           88 RosterRowFound VALUE "Y".
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 TableOverflow VALUE "Y".
       01 WS-Mine-Flag PIC X.
           88 ItemIsMine VALUE "Y".

       01 SecEventOutcome PIC X(8).

       01 ItemsForMe    PIC 9(3) VALUE 0.
       01 PastDeadline  PIC 9(3) VALUE 0.
       01 ConfirmCount  PIC 9(3) VALUE 0.
       01 DowngradeCount PIC 9(3) VALUE 0.
       01 RevokeCount   PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.

           PERFORM LoadRecertTable.
           PERFORM LoadRosterTable.

           PERFORM CountMyItems
               VARYING RecertIdx FROM 1 BY 1
                   UNTIL RecertIdx > RecertUsed.

      *> Both files are rewritten whole from the tables, so one too
      *> big to hold is not worked at all rather than cut short.
           EVALUATE TRUE
               WHEN TableOverflow
                   DISPLAY "Recertification or roster file is too "
                       "large to rewrite - no decisions taken."
                   MOVE 0 TO ItemsForMe
               WHEN ItemsForMe = 0
                   DISPLAY "No operators are awaiting your "
                       "recertification."
               WHEN OTHER
                   DISPLAY ItemsForMe " operator(s) await your "
                       "recertification."
                   PERFORM WorkOneItem
                       VARYING RecertIdx FROM 1 BY 1
                           UNTIL RecertIdx > RecertUsed
                               OR QuitRequested
                   IF ItemsChanged
                       PERFORM RewriteRecertFile
                   END-IF
                   IF RosterChanged
                       PERFORM RewriteRosterFile
                   END-IF
           END-EVALUATE.

           IF PastDeadline > 0
               DISPLAY PastDeadline " item(s) are past their deadline "
                   "and will be disabled by the nightly run."
           END-IF.

           DISPLAY "Confirmed " ConfirmCount ", downgraded "
               DowngradeCount ", disabled " RevokeCount ".".

           PERFORM WriteAuditLog.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

       LoadRecertTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RecertItemFile
           IF RecertItemFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRecertItemRecord
               PERFORM UNTIL EndOfInputFile
                   IF RecertUsed < 500
                       ADD 1 TO RecertUsed
                       MOVE RecertItemRecord TO
                           TblRecertImage (RecertUsed)
                   ELSE
                       SET TableOverflow TO TRUE
                   END-IF
                   PERFORM ReadRecertItemRecord
               END-PERFORM
               CLOSE RecertItemFile
           END-IF.

       ReadRecertItemRecord.
           READ RecertItemFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadRosterTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT OperatorRosterFile
           IF OperatorRosterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRosterRecord
               PERFORM UNTIL EndOfInputFile
                   IF RosterUsed < 50
                       ADD 1 TO RosterUsed
                       MOVE RosterOperatorId TO
                           TblOperatorId (RosterUsed)
                       MOVE RosterOperatorPassword TO
                           TblPassword (RosterUsed)
                       MOVE RosterStatus TO TblStatus (RosterUsed)
                       MOVE RosterFailCount TO
                           TblFailCount (RosterUsed)
                       MOVE RosterPwdDate TO TblPwdDate (RosterUsed)
                       MOVE RosterAuthLevel TO
                           TblAuthLevel (RosterUsed)
                   ELSE
                       SET TableOverflow TO TRUE
                   END-IF
                   PERFORM ReadRosterRecord
               END-PERFORM
               CLOSE OperatorRosterFile
           END-IF.

       ReadRosterRecord.
           READ OperatorRosterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> An undecided item is this supervisor's when it names them
      *> as certifier - or names nobody and they are an
      *> administrator - and is not about themselves.
       CheckItemIsMine.
           MOVE "N" TO WS-Mine-Flag
           IF RciPending AND RciOperatorId NOT = OperatorId
               IF RciCertifierId = OperatorId
                   SET ItemIsMine TO TRUE
               END-IF
               IF RciCertifierId = SPACES AND OperatorAuthLevel = 3
                   SET ItemIsMine TO TRUE
               END-IF
           END-IF.

       CountMyItems.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           PERFORM CheckItemIsMine
           IF ItemIsMine
               IF RciDeadline < Today
                   ADD 1 TO PastDeadline
               ELSE
                   ADD 1 TO ItemsForMe
               END-IF
           END-IF.

       WorkOneItem.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           PERFORM CheckItemIsMine
           IF ItemIsMine AND RciDeadline >= Today
               DISPLAY " "
               DISPLAY "Cycle " RciCycleId "  operator " RciOperatorId
                   "  authority level " RciAuthLevel
                   "  decide by " RciDeadline
               DISPLAY "(C)onfirm, (D)owngrade, (S)kip or (Q)uit: "
               ACCEPT WorkAction
               EVALUATE TRUE
                   WHEN ConfirmItem
                       MOVE "C" TO RciDecision
                       MOVE RciAuthLevel TO RciNewLevel
                       PERFORM RecordDecision
                       ADD 1 TO ConfirmCount
                       DISPLAY "Level " RciAuthLevel " confirmed."
                   WHEN DowngradeItem
                       PERFORM AcceptNewLevel
                   WHEN QuitScreen
                       SET QuitRequested TO TRUE
                   WHEN OTHER
                       DISPLAY "Item skipped - still awaiting a "
                           "decision."
               END-EVALUATE
           END-IF.

      *> The lower level to leave the operator with; zero disables
      *> them altogether.  A level no lower than the one held is
      *> refused and the item left undecided.
       AcceptNewLevel.
           DISPLAY "New level, below " RciAuthLevel
               " (0 disables the operator): "
           ACCEPT NewLevelEntry
           IF NewLevelEntry IS NUMERIC
               MOVE NewLevelEntry TO NewLevel
           ELSE
               MOVE 9 TO NewLevel
           END-IF
           IF NewLevel < RciAuthLevel
               PERFORM ApplyDowngrade
           ELSE
               DISPLAY "Not a lower level - item left undecided."
           END-IF.

       ApplyDowngrade.
           PERFORM FindRosterRow
           IF RosterRowFound
               PERFORM SaveRosterImage
               MOVE JrnAfterImage TO JrnBeforeImage
           END-IF
           MOVE NewLevel TO RciNewLevel
           IF NewLevel = 0
               MOVE "R" TO RciDecision
               ADD 1 TO RevokeCount
               MOVE "RECRTREV" TO SecEventOutcome
               IF RosterRowFound
                   MOVE "D" TO TblStatus (FoundIdx)
                   SET RosterChanged TO TRUE
               END-IF
               DISPLAY "Operator " RciOperatorId " disabled."
           ELSE
               MOVE "L" TO RciDecision
               ADD 1 TO DowngradeCount
               MOVE "RECRTDWN" TO SecEventOutcome
               IF RosterRowFound
                   IF TblAuthLevel (FoundIdx) > NewLevel
                       MOVE NewLevel TO TblAuthLevel (FoundIdx)
                       SET RosterChanged TO TRUE
                   END-IF
               END-IF
               DISPLAY "Operator " RciOperatorId
                   " downgraded to level " NewLevel "."
           END-IF
           IF NOT RosterRowFound
               DISPLAY "Operator is no longer on the roster - "
                   "decision recorded only."
           ELSE
               PERFORM SaveRosterImage
               IF JrnAfterImage NOT = JrnBeforeImage
                   PERFORM WriteChangeJournal
               END-IF
           END-IF
           PERFORM RecordDecision
           PERFORM WriteSecurityEvent.

       RecordDecision.
           MOVE OperatorId TO RciDecidedBy
           MOVE Today TO RciDecidedDate
           MOVE RecertItemRecord TO TblRecertImage (RecertIdx)
           SET ItemsChanged TO TRUE.

       FindRosterRow.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed OR RosterRowFound
               IF TblOperatorId (RosterIdx) = RciOperatorId
                   SET RosterRowFound TO TRUE
                   MOVE RosterIdx TO FoundIdx
               END-IF
           END-PERFORM.

      *> The event is held against the operator who lost the
      *> authority, the way a lockout is.
       WriteSecurityEvent.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SevStamp
           MOVE RciOperatorId TO SevOperatorId
           MOVE SecEventOutcome TO SevOutcome
           MOVE "N" TO SevBatchFlag
           OPEN EXTEND SecurityEventFile
           IF SecurityEventFileNotFound
               OPEN OUTPUT SecurityEventFile
           END-IF
           WRITE SecurityEventRecord
           CLOSE SecurityEventFile.

       RewriteRecertFile.
           OPEN OUTPUT RecertItemFile
           PERFORM WriteOneRecertItem
               VARYING RecertIdx FROM 1 BY 1
                   UNTIL RecertIdx > RecertUsed
           CLOSE RecertItemFile.

       WriteOneRecertItem.
           MOVE TblRecertImage (RecertIdx) TO RecertItemRecord
           WRITE RecertItemRecord.

       RewriteRosterFile.
           OPEN OUTPUT OperatorRosterFile
           PERFORM WriteOneRosterRecord
               VARYING RosterIdx FROM 1 BY 1
                   UNTIL RosterIdx > RosterUsed
           CLOSE OperatorRosterFile.

       WriteOneRosterRecord.
           PERFORM BuildRosterRecord
           WRITE OperatorRosterRecord.

       BuildRosterRecord.
           MOVE TblOperatorId (RosterIdx) TO RosterOperatorId
           MOVE TblPassword (RosterIdx)   TO RosterOperatorPassword
           MOVE TblStatus (RosterIdx)     TO RosterStatus
           MOVE TblFailCount (RosterIdx)  TO RosterFailCount
           MOVE TblPwdDate (RosterIdx)    TO RosterPwdDate
           MOVE TblAuthLevel (RosterIdx)  TO RosterAuthLevel.

      *> The operator's roster row for the change journal, with the
      *> encoded password blanked as the approval screen does.
       SaveRosterImage.
           MOVE FoundIdx TO RosterIdx
           PERFORM BuildRosterRecord
           MOVE SPACES TO RosterOperatorPassword
           MOVE OperatorRosterRecord TO JrnAfterImage.

       WriteChangeJournal.
           MOVE "RecertScreen" TO JrnProgramId
           MOVE "OPERATORS" TO JrnFileName
           MOVE RciOperatorId TO JrnRecordKey
           MOVE "C" TO JrnAction
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

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
           MOVE "RecertScreen" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Awaiting=" ItemsForMe " PastDeadline=" PastDeadline
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Confirmed=" ConfirmCount " Downgraded="
               DowngradeCount " Disabled=" RevokeCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
