       IDENTIFICATION DIVISION.
       PROGRAM-ID. AcctMaint.

      *> Account master maintenance for the IfElse classification
      *> feed.  The feed carries a bare account code, and until the
      *> master existed a mistyped code simply started a new account
      *> on the control-break report and in the posting history.
      *> This program applies one change per run to the account
      *> master - add an account, close one, reopen one, or change
      *> its description and owner - rejecting duplicate codes,
      *> validating the opened date, writing a change entry through
      *> the central audit trail, and rewriting the master in one
      *> piece the way the employee master is updated, with the
      *> account's row as it was and as it now is on the change
      *> journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountMasterFile ASSIGN TO
               "Data/Ifelse/IEACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AccountMasterFile.
           COPY ACCTMAST.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY DATECHK.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 AccountMasterFileStatus PIC XX.
           88 AccountMasterFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfAccountMasterFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

      *> Set when the master holds more rows than the table can
      *> carry - rewriting from a truncated table would silently
      *> destroy the overflow accounts, so the run refuses to apply
      *> anything.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 MasterOverflow VALUE "Y".

       01 MaintAction PIC X.
           88 AddAccount    VALUE "A".
           88 CloseAccount  VALUE "C".
           88 ReopenAccount VALUE "R".
           88 UpdateAccount VALUE "U".

       01 TargetAcctCode PIC X(5).
       01 NewAcctDesc    PIC X(20).
       01 NewAcctOwner   PIC X(10).
       01 NewOpenedDate  PIC 9(8).
       01 ChangeResult   PIC X(20).

      *> The whole master is held in storage while the change is
      *> applied and the file rewritten in one piece.
       01 AccountTable.
           05 AccountEntry OCCURS 200 TIMES.
               10 TblAcctCode   PIC X(5).
               10 TblAcctDesc   PIC X(20).
               10 TblAcctOwner  PIC X(10).
               10 TblAcctStatus PIC X.
               10 TblAcctOpened PIC 9(8).
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).
       01 FoundIdx    PIC 9(3).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (A)dd, (C)lose, (R)eopen or ".
           DISPLAY "(U)pdate description and owner: ".
           ACCEPT MaintAction.

           DISPLAY "Account code to apply the change to: ".
           MOVE SPACES TO TargetAcctCode.
           ACCEPT TargetAcctCode.

           PERFORM LoadAccountTable.

           EVALUATE TRUE
               WHEN MasterOverflow
                   DISPLAY "Account master has more rows than this "
                       "program can hold - no change applied."
                   MOVE "MASTER TOO LARGE" TO ChangeResult
               WHEN TargetAcctCode = SPACES
                   DISPLAY "Account code is required - no change "
                       "applied."
                   MOVE "NO CODE" TO ChangeResult
               WHEN AddAccount
                   PERFORM ApplyAddAccount
               WHEN CloseAccount
                   PERFORM ApplyCloseAccount
               WHEN ReopenAccount
                   PERFORM ApplyReopenAccount
               WHEN UpdateAccount
                   PERFORM ApplyUpdateAccount
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               PERFORM RewriteAccountMaster
               PERFORM WriteChangeJournal
               DISPLAY "Account change applied: " ChangeResult
           END-IF.

           PERFORM WriteAuditLog.

           IF ChangeApplied
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> Reads the live master into the table so the change can be
      *> applied in storage and the file rewritten whole.
       LoadAccountTable.
           OPEN INPUT AccountMasterFile
           IF AccountMasterFileNotFound
               DISPLAY "Account master not found - starting empty."
           ELSE
               PERFORM ReadAccountRecord
               PERFORM UNTIL EndOfAccountMasterFile
                   IF AccountUsed < 200
                       ADD 1 TO AccountUsed
                       MOVE AcmAcctCode TO TblAcctCode (AccountUsed)
                       MOVE AcmDesc     TO TblAcctDesc (AccountUsed)
                       MOVE AcmOwner    TO TblAcctOwner (AccountUsed)
                       MOVE AcmStatus   TO TblAcctStatus (AccountUsed)
                       MOVE AcmOpenedDate TO
                           TblAcctOpened (AccountUsed)
                   ELSE
                       SET MasterOverflow TO TRUE
                   END-IF
                   PERFORM ReadAccountRecord
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

       ReadAccountRecord.
           READ AccountMasterFile
               AT END SET EndOfAccountMasterFile TO TRUE
           END-READ.

       FindTargetAccount.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed OR TargetFound
               IF TblAcctCode (AccountIdx) = TargetAcctCode
                   SET TargetFound TO TRUE
                   MOVE AccountIdx TO FoundIdx
               END-IF
           END-PERFORM
           MOVE SPACES TO JrnBeforeImage
           IF TargetFound
               MOVE FoundIdx TO AccountIdx
               PERFORM BuildAccountRecord
               MOVE AccountMasterRecord TO JrnBeforeImage
           END-IF.

      *> A new account opens on the date keyed, but only when the
      *> code is not already on the master - a closed code is
      *> reopened, never added a second time.
       ApplyAddAccount.
           PERFORM FindTargetAccount
           EVALUATE TRUE
               WHEN TargetFound
                   MOVE "DUPLICATE CODE" TO ChangeResult
                   DISPLAY "Account code already on master - "
                       "rejected."
               WHEN AccountUsed >= 200
                   MOVE "MASTER FULL" TO ChangeResult
                   DISPLAY "Account master is full - rejected."
               WHEN OTHER
                   PERFORM AcceptDescAndOwner
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptOpenedDate UNTIL NumEntryIsValid
                   ADD 1 TO AccountUsed
                   MOVE TargetAcctCode TO TblAcctCode (AccountUsed)
                   MOVE NewAcctDesc    TO TblAcctDesc (AccountUsed)
                   MOVE NewAcctOwner   TO TblAcctOwner (AccountUsed)
                   MOVE "O"            TO TblAcctStatus (AccountUsed)
                   MOVE NewOpenedDate  TO TblAcctOpened (AccountUsed)
                   MOVE "ADDED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       AcceptDescAndOwner.
           DISPLAY "Account description: "
           MOVE SPACES TO NewAcctDesc
           ACCEPT NewAcctDesc
           DISPLAY "Account owner: "
           MOVE SPACES TO NewAcctOwner
           ACCEPT NewAcctOwner.

      *> Re-prompts until the operator keys a real, non-future
      *> opened date.
       AcceptOpenedDate.
           DISPLAY "Opened date (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE NewOpenedDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               MOVE NewOpenedDate TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               IF NOT DateCheckOk
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - not a real calendar "
                       "date."
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Closing keeps the row - and with it the account's posting
      *> history - but the classification feed no longer accepts
      *> the code.
       ApplyCloseAccount.
           PERFORM FindTargetAccount
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "CODE NOT FOUND" TO ChangeResult
                   DISPLAY "Account code not on master - rejected."
               WHEN TblAcctStatus (FoundIdx) = "C"
                   MOVE "ALREADY CLOSED" TO ChangeResult
                   DISPLAY "Account is already closed - rejected."
               WHEN OTHER
                   MOVE "C" TO TblAcctStatus (FoundIdx)
                   MOVE "CLOSED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       ApplyReopenAccount.
           PERFORM FindTargetAccount
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "CODE NOT FOUND" TO ChangeResult
                   DISPLAY "Account code not on master - rejected."
               WHEN TblAcctStatus (FoundIdx) = "O"
                   MOVE "ALREADY OPEN" TO ChangeResult
                   DISPLAY "Account is already open - rejected."
               WHEN OTHER
                   MOVE "O" TO TblAcctStatus (FoundIdx)
                   MOVE "REOPENED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

      *> A blank answer keeps the description or owner on file, so
      *> one can be changed without re-keying the other.
       ApplyUpdateAccount.
           PERFORM FindTargetAccount
           IF TargetFound
               PERFORM AcceptDescAndOwner
               IF NewAcctDesc NOT = SPACES
                   MOVE NewAcctDesc TO TblAcctDesc (FoundIdx)
               END-IF
               IF NewAcctOwner NOT = SPACES
                   MOVE NewAcctOwner TO TblAcctOwner (FoundIdx)
               END-IF
               MOVE "UPDATED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "CODE NOT FOUND" TO ChangeResult
               DISPLAY "Account code not on master - rejected."
           END-IF.

      *> Writes the updated master back in one piece.
       RewriteAccountMaster.
           OPEN OUTPUT AccountMasterFile
           PERFORM WriteOneAccountRecord
               VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed
           CLOSE AccountMasterFile.

       WriteOneAccountRecord.
           PERFORM BuildAccountRecord
           WRITE AccountMasterRecord.

       BuildAccountRecord.
           MOVE TblAcctCode (AccountIdx)   TO AcmAcctCode
           MOVE TblAcctDesc (AccountIdx)   TO AcmDesc
           MOVE TblAcctOwner (AccountIdx)  TO AcmOwner
           MOVE TblAcctStatus (AccountIdx) TO AcmStatus
           MOVE TblAcctOpened (AccountIdx) TO AcmOpenedDate.

      *> The applied change onto the central change journal - the
      *> row as the target search found it, and as it now stands.
       WriteChangeJournal.
           IF AddAccount
               MOVE AccountUsed TO AccountIdx
               MOVE "A" TO JrnAction
           ELSE
               MOVE FoundIdx TO AccountIdx
               MOVE "C" TO JrnAction
           END-IF
           PERFORM BuildAccountRecord
           MOVE AccountMasterRecord TO JrnAfterImage
           MOVE "AcctMaint" TO JrnProgramId
           MOVE "IEACCTS" TO JrnFileName
           MOVE TargetAcctCode TO JrnRecordKey
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

      *> Appends a run-level entry to the central audit trail naming
      *> the action, the target code and the outcome.
       WriteAuditLog.
           MOVE "AcctMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Target=" TargetAcctCode
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
