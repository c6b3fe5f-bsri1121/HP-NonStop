      *> Change approval screen - the second half of dual control on
      *> the sensitive control files.  The maintenance programs for
      *> the central parameters, the operator roster, the tax
      *> brackets, the holiday calendar and the employee bank
      *> details queue their validated changes on the pending-change
      *> file, as the subject-access program queues an applicant
      *> erasure; this screen lists the
      *> queue and lets a supervisor apply or reject each row.  The
      *> approver must be a different operator ID than the requestor
      *> - the same person cannot key and apply a change - and a row
      *> left pending past the approval age limit expires rather
      *> than applying late.  Every decision - apply, reject, expire
      *> - goes to the central audit trail carrying both identities,
      *> and every record an applied change adds, alters or removes
      *> goes onto the change journal as it was and as it now is,
      *> under the requestor with this screen's operator as approver.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT HolidayRuleFile ASSIGN TO "Data/EvVar/HOLRULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HolidayRuleFileStatus.
           SELECT EmployeeBankFile ASSIGN TO
               "Data/EvTrue/EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeBankFileStatus.
           SELECT OpenItemFile ASSIGN TO "Data/If/IFOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenItemFileStatus.
           SELECT WriteOffFile ASSIGN TO "Data/If/IFWRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffFileStatus.

       DATA DIVISION.
       FILE SECTION.
           05 RuleName  PIC X(20).
           05 RuleCalId PIC X(4).

       FD  EmployeeBankFile.
           COPY EMPBANK.

       FD  OpenItemFile.
       01  OpenItemRecord PIC X(27).

       FD  WriteOffFile.
           COPY WRITEOFF.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY SESSION.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY ERASEREQ.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 HolidayRuleFileStatus PIC XX.
           88 HolidayRuleFileNotFound VALUE "35".

       01 EmployeeBankFileStatus PIC XX.
           88 EmployeeBankFileNotFound VALUE "35".

       01 OpenItemFileStatus PIC XX.
           88 OpenItemFileNotFound VALUE "35".

       01 WriteOffFileStatus PIC XX.
           88 WriteOffFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfPendingChangeFile VALUE "Y".

       01 DecisionResult PIC X(12).

      *> The detail views the apply step parses, in each maintenance
      *> program's own layout.  A write-off's view is also read to
      *> hold the approver to a limit before the decision is asked.
       01 RosterChangeDetail.
           05 RcdOperatorId PIC X(10).
           05 RcdPassword   PIC X(10).

       01 OldParmValue PIC 9(7)V999.

       01 BankChangeDetail.
           05 BcdEmployeeId PIC X(10).
           05 BcdBankCode   PIC X(8).
           05 BcdAccountNo  PIC X(16).

       01 WriteOffDetail.
           05 WodSide      PIC X.
           05 WodRefKey    PIC X(10).
           05 WodAmount    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 WodFirstSeen PIC 9(8).
           05 WodReason    PIC X(13).

      *> Days an approved change to an existing bank account waits
      *> before payments follow it.  Overridden from the central
      *> parameter file when a bank change is applied.
       01 BankCoolOffDays PIC 9(3) VALUE 5.

      *> The bank-details file held in storage while a change is
      *> applied and the file rewritten whole - sized for the same
      *> 20000 staff the payroll run holds.
       01 BankTable.
           05 BankEntry OCCURS 20000 TIMES.
               10 TblBankImage PIC X(76).
       01 BankUsed PIC 9(5) VALUE 0.
       01 BankIdx  PIC 9(5).

       01 WS-Bank-Eof-Flag PIC X VALUE "N".
           88 EndOfBankFile VALUE "Y".

      *> The roster held in storage while a roster change is applied
      *> and the file rewritten whole, the way OperatorMaint used to
      *> apply it directly.
       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

      *> The most one approver may write off in a single item, by
      *> the approver's authority level on the roster.  Each is
      *> overridden from the central parameter file by
      *> WRITEOFF-LIMIT-L1 to -L3 when a write-off comes up; a
      *> level-1 operator cannot reach this screen, so the level-1
      *> limit only matters if the screen's own level is lowered.
       01 WriteOffLimitTable.
           05 FILLER PIC 9(7)V99 VALUE 0.
           05 FILLER PIC 9(7)V99 VALUE 1000.
           05 FILLER PIC 9(7)V99 VALUE 10000.
       01 WriteOffLimits REDEFINES WriteOffLimitTable.
           05 TblWriteOffLimit PIC 9(7)V99 OCCURS 3 TIMES.
       01 WriteOffLimit     PIC 9(7)V99.
       01 WriteOffMagnitude PIC 9(7)V99.
       01 LimitShown        PIC Z,ZZZ,ZZ9.99.
       01 WriteOffParmName.
           05 FILLER       PIC X(16) VALUE "WRITEOFF-LIMIT-L".
           05 WplLevel     PIC 9.
           05 FILLER       PIC X(3) VALUE SPACES.

       01 WS-Limit-Flag PIC X VALUE "N".
           88 OverWriteOffLimit VALUE "Y".

      *> The open-item file held in storage while a write-off takes
      *> the item off it and the file is rewritten whole.
       01 OpenItemTable.
           05 OpenItemEntry OCCURS 300 TIMES.
               10 TblOpenImage PIC X(27).
       01 OpenItemUsed PIC 9(3) VALUE 0.
       01 OpenItemIdx  PIC 9(3).

       01 WS-Open-Eof-Flag PIC X VALUE "N".
           88 EndOfOpenItemFile VALUE "Y".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           DISPLAY "Change keyed " PndStamp " by " PndRequestor
           DISPLAY "Target " PndTarget " action " PndAction
           DISPLAY "Detail: " PndDetail
           PERFORM CheckWriteOffLimit
           EVALUATE TRUE
               WHEN PndRequestor = OperatorId
                   DISPLAY "You keyed this change - a different "
                       "supervisor must decide it."
               WHEN OverWriteOffLimit
                   MOVE WriteOffLimit TO LimitShown
                   DISPLAY "Write-off exceeds your limit of "
                       LimitShown " - a higher authority must "
                       "decide it."
               WHEN OTHER
                   DISPLAY "(A)pprove, (R)eject or (S)kip: "
                   ACCEPT Decision
                   EVALUATE TRUE
                       WHEN ApproveChange
                           PERFORM ApplyOneChange
                       WHEN RejectChange
                           PERFORM RejectOneChange
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-EVALUATE.

      *> A write-off is held to the deciding supervisor's limit for
      *> their authority level; one over it stays pending for
      *> someone senior rather than being rejected.  Any other
      *> change is never over a limit.
       CheckWriteOffLimit.
           MOVE "N" TO WS-Limit-Flag
           IF PndTargetWriteOff
               MOVE PndDetail TO WriteOffDetail
               IF WodAmount < 0
                   COMPUTE WriteOffMagnitude = 0 - WodAmount
               ELSE
                   MOVE WodAmount TO WriteOffMagnitude
               END-IF
               PERFORM LoadWriteOffLimitParm
               IF WriteOffMagnitude > WriteOffLimit
                   SET OverWriteOffLimit TO TRUE
               END-IF
           END-IF.

       LoadWriteOffLimitParm.
           IF OperatorAuthLevel >= 1 AND OperatorAuthLevel <= 3
               MOVE TblWriteOffLimit (OperatorAuthLevel)
                   TO WriteOffLimit
               MOVE OperatorAuthLevel TO WplLevel
               MOVE WriteOffParmName TO ParmLookupName
               MOVE Today TO ParmLookupDate
               MOVE "N" TO ParmLookupFound
               MOVE "ChangeApproval" TO ParmUsageProgram
               CALL "ParmLookup" USING ParmLookupName,
                   ParmLookupDate, ParmLookupValue, ParmLookupFound
               IF ParmLookupOk
                   MOVE ParmLookupValue TO WriteOffLimit
               END-IF
           ELSE
               MOVE 0 TO WriteOffLimit
           END-IF.

      *> Applies the approved change to its live file.  A change the
                   PERFORM ApplyHolRuleChange
               WHEN PndTargetRoster
                   PERFORM ApplyRosterChange
               WHEN PndTargetBankAcct
                   PERFORM ApplyBankAcctChange
               WHEN PndTargetErasure
                   PERFORM ApplyErasureChange
               WHEN PndTargetWriteOff
                   PERFORM ApplyWriteOffChange
               WHEN OTHER
                   SET ApplyFailed TO TRUE
           END-EVALUATE
           WRITE CentralParmRecord
           CLOSE CentralParmFile

           PERFORM WriteParmHistoryEntry

           MOVE "PARAMETERS" TO JrnFileName
           MOVE CentralParmName TO JrnRecordKey
           MOVE "A" TO JrnAction
           MOVE SPACES TO JrnBeforeImage
           MOVE CentralParmRecord TO JrnAfterImage
           PERFORM WriteChangeJournal.

       WriteParmHistoryEntry.
           OPEN EXTEND ParmHistoryFile
           END-IF
           MOVE PndDetail TO BracketParmRecord
           WRITE BracketParmRecord
           CLOSE BracketParmFile
           MOVE "TAXBRACKETS" TO JrnFileName
           MOVE ParmTaxYear TO JrnRecordKey
           MOVE "A" TO JrnAction
           MOVE SPACES TO JrnBeforeImage
           MOVE BracketParmRecord TO JrnAfterImage
           PERFORM WriteChangeJournal.

       ApplyHolidayChange.
           OPEN EXTEND HolidayFile
           END-IF
           MOVE PndDetail TO HolidayRecord
           WRITE HolidayRecord
           CLOSE HolidayFile
           MOVE "HOLIDAYS" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING HolidayCalId " " HolidayDate
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE "A" TO JrnAction
           MOVE SPACES TO JrnBeforeImage
           MOVE HolidayRecord TO JrnAfterImage
           PERFORM WriteChangeJournal.

       ApplyHolRuleChange.
           OPEN EXTEND HolidayRuleFile
           END-IF
           MOVE PndDetail TO HolidayRuleRecord
           WRITE HolidayRuleRecord
           CLOSE HolidayRuleFile
           MOVE "HOLRULES" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING RuleCalId " " RuleMonth RuleDay
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE "A" TO JrnAction
           MOVE SPACES TO JrnBeforeImage
           MOVE HolidayRuleRecord TO JrnAfterImage
           PERFORM WriteChangeJournal.

      *> A bank-account change.  An employee with no account yet
      *> gets the new one at once - there is nothing to redirect.
      *> A change to an existing account goes into the waiting
      *> fields with the date the cooling-off period ends; only
      *> from then does TaxSlab pay into it.  A change already
      *> waiting whose date has passed is promoted first, so the
      *> account it replaced is not resurrected.
       ApplyBankAcctChange.
           MOVE PndDetail TO BankChangeDetail
           PERFORM LoadBankCoolOffParm
           PERFORM LoadBankTable
           PERFORM FindBankTarget
           EVALUATE TRUE
               WHEN NOT TargetFound AND BankUsed >= 20000
                   SET ApplyFailed TO TRUE
               WHEN NOT TargetFound
                   ADD 1 TO BankUsed
                   MOVE BankUsed TO BankIdx
                   MOVE SPACES TO JrnBeforeImage
                   MOVE "A" TO JrnAction
                   MOVE SPACES TO EmployeeBankRecord
                   MOVE BcdEmployeeId TO BnkEmployeeId
                   MOVE BcdBankCode   TO BnkBankCode
                   MOVE BcdAccountNo  TO BnkAccountNo
                   MOVE 0 TO BnkNewEffDate
               WHEN OTHER
                   MOVE TblBankImage (BankIdx) TO JrnBeforeImage
                   MOVE "C" TO JrnAction
                   MOVE TblBankImage (BankIdx) TO EmployeeBankRecord
                   IF BnkNewEffDate NUMERIC AND BnkNewEffDate NOT = 0
                           AND BnkNewEffDate <= Today
                       MOVE BnkNewBankCode  TO BnkBankCode
                       MOVE BnkNewAccountNo TO BnkAccountNo
                   END-IF
                   MOVE BcdBankCode  TO BnkNewBankCode
                   MOVE BcdAccountNo TO BnkNewAccountNo
                   COMPUTE BnkNewEffDate = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(Today)
                       + BankCoolOffDays)
           END-EVALUATE
           IF NOT ApplyFailed
               MOVE OperatorId TO BnkApprovedBy
               MOVE EmployeeBankRecord TO TblBankImage (BankIdx)
               PERFORM RewriteBankFile
               MOVE "EMPBANK" TO JrnFileName
               MOVE BnkEmployeeId TO JrnRecordKey
               MOVE EmployeeBankRecord TO JrnAfterImage
               PERFORM WriteChangeJournal
               IF BnkNewEffDate NOT = 0
                   DISPLAY "New account for " BnkEmployeeId
                       " takes over from " BnkNewEffDate "."
               END-IF
           END-IF.

       LoadBankCoolOffParm.
           MOVE "BANK-COOLOFF-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "ChangeApproval" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO BankCoolOffDays
           END-IF.

       LoadBankTable.
           MOVE 0 TO BankUsed
           MOVE "N" TO WS-Bank-Eof-Flag
           OPEN INPUT EmployeeBankFile
           IF EmployeeBankFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadBankRecord
               PERFORM UNTIL EndOfBankFile
                   IF BankUsed < 20000
                       ADD 1 TO BankUsed
                       MOVE EmployeeBankRecord TO
                           TblBankImage (BankUsed)
                   END-IF
                   PERFORM ReadBankRecord
               END-PERFORM
               CLOSE EmployeeBankFile
           END-IF.

       ReadBankRecord.
           READ EmployeeBankFile
               AT END SET EndOfBankFile TO TRUE
           END-READ.

       FindBankTarget.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > BankUsed OR TargetFound
               IF TblBankImage (BankIdx)(1:10) = BcdEmployeeId
                   SET TargetFound TO TRUE
               END-IF
           END-PERFORM
           IF TargetFound
               SUBTRACT 1 FROM BankIdx
           END-IF.

       RewriteBankFile.
           OPEN OUTPUT EmployeeBankFile
           PERFORM VARYING BankIdx FROM 1 BY 1
                   UNTIL BankIdx > BankUsed
               MOVE TblBankImage (BankIdx) TO EmployeeBankRecord
               WRITE EmployeeBankRecord
           END-PERFORM
           CLOSE EmployeeBankFile.

      *> A roster change is re-proved against the roster as it
      *> stands now - an add whose ID appeared in the meantime, or a
           MOVE PndDetail TO RosterChangeDetail
           PERFORM LoadRosterTable
           PERFORM FindRosterTarget
           MOVE SPACES TO JrnBeforeImage
           MOVE "C" TO JrnAction
           IF TargetFound
               PERFORM BuildRosterRecord
               PERFORM SaveRosterImage
               MOVE JrnAfterImage TO JrnBeforeImage
           END-IF
           EVALUATE TRUE
               WHEN PndAction = "A" AND TargetFound
                   SET ApplyFailed TO TRUE
                   MOVE 0             TO TblFailCount (RosterUsed)
                   MOVE Today         TO TblPwdDate (RosterUsed)
                   MOVE RcdAuthLevel  TO TblAuthLevel (RosterUsed)
                   MOVE RosterUsed TO RosterIdx
                   MOVE "A" TO JrnAction
               WHEN PndAction = "D" AND TargetFound
                   MOVE "D" TO TblStatus (RosterIdx)
               WHEN PndAction = "R" AND TargetFound
                   SET ApplyFailed TO TRUE
           END-EVALUATE
           IF NOT ApplyFailed
               PERFORM BuildRosterRecord
               PERFORM SaveRosterImage
               PERFORM WriteStageFile
               PERFORM RewriteRosterFile
               MOVE "OPERATORS" TO JrnFileName
               MOVE RcdOperatorId TO JrnRecordKey
               PERFORM WriteChangeJournal
           END-IF.

      *> A roster row for the change journal, with the encoded
      *> password blanked - the journal is read far more widely
      *> than the roster, and a password it is not there to show.
       SaveRosterImage.
           MOVE SPACES TO RosterOperatorPassword
           MOVE OperatorRosterRecord TO JrnAfterImage.

      *> An applicant erasure.  The shared erasure routine works
      *> through every applicant file itself and writes its own
      *> audit entry naming requestor and approver; it refuses an
      *> applicant no longer withdrawn or deceased, which fails the
      *> apply here the same as a vanished roster ID.
       ApplyErasureChange.
           MOVE PndDetail(1:10) TO ErsApplicantId
           MOVE PndRequestor    TO ErsRequestor
           MOVE OperatorId      TO ErsApprover
           MOVE RunIdValue      TO ErsRunId
           CALL "ApplicantErase" USING EraseRequest
           IF NOT ErsApplied
               SET ApplyFailed TO TRUE
           END-IF.

      *> A write-off.  The item must still be on the open-item file
      *> exactly as it was asked for - side, key and amount - or it
      *> has matched or changed since and the apply fails.  It is
      *> taken off the file, and the write-off record kept with the
      *> requestor, the approver and the approval date.
       ApplyWriteOffChange.
           MOVE PndDetail TO WriteOffDetail
           PERFORM LoadOpenItemTable
           PERFORM FindOpenItemTarget
           IF TargetFound
               MOVE TblOpenImage (OpenItemIdx) TO JrnBeforeImage
               PERFORM DropOpenItem
                   VARYING OpenItemIdx FROM OpenItemIdx BY 1
                       UNTIL OpenItemIdx >= OpenItemUsed
               SUBTRACT 1 FROM OpenItemUsed
               PERFORM RewriteOpenItemFile
               PERFORM WriteWriteOffRecord
               MOVE "IFOPEN" TO JrnFileName
               MOVE WodRefKey TO JrnRecordKey
               MOVE "D" TO JrnAction
               MOVE SPACES TO JrnAfterImage
               PERFORM WriteChangeJournal
               DISPLAY "Open item " WodSide " " WodRefKey
                   " written off."
           ELSE
               SET ApplyFailed TO TRUE
           END-IF.

       LoadOpenItemTable.
           MOVE 0 TO OpenItemUsed
           MOVE "N" TO WS-Open-Eof-Flag
           OPEN INPUT OpenItemFile
           IF OpenItemFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadOpenItemRecord
               PERFORM UNTIL EndOfOpenItemFile
                   IF OpenItemUsed < 300
                       ADD 1 TO OpenItemUsed
                       MOVE OpenItemRecord TO
                           TblOpenImage (OpenItemUsed)
                   END-IF
                   PERFORM ReadOpenItemRecord
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.

       ReadOpenItemRecord.
           READ OpenItemFile
               AT END SET EndOfOpenItemFile TO TRUE
           END-READ.

       FindOpenItemTarget.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING OpenItemIdx FROM 1 BY 1
                   UNTIL OpenItemIdx > OpenItemUsed OR TargetFound
               IF TblOpenImage (OpenItemIdx)(1:19)
                       = WriteOffDetail(1:19)
                   SET TargetFound TO TRUE
               END-IF
           END-PERFORM
           IF TargetFound
               SUBTRACT 1 FROM OpenItemIdx
           END-IF.

      *> Closes the gap the written-off item leaves, one row at a
      *> time, so the file keeps its order.
       DropOpenItem.
           MOVE TblOpenImage (OpenItemIdx + 1)
               TO TblOpenImage (OpenItemIdx).

       RewriteOpenItemFile.
           OPEN OUTPUT OpenItemFile
           PERFORM VARYING OpenItemIdx FROM 1 BY 1
                   UNTIL OpenItemIdx > OpenItemUsed
               MOVE TblOpenImage (OpenItemIdx) TO OpenItemRecord
               WRITE OpenItemRecord
           END-PERFORM
           CLOSE OpenItemFile.

       WriteWriteOffRecord.
           OPEN EXTEND WriteOffFile
           IF WriteOffFileNotFound
               OPEN OUTPUT WriteOffFile
           END-IF
           MOVE WodSide      TO WofSide
           MOVE WodRefKey    TO WofRefKey
           MOVE WodAmount    TO WofAmount
           MOVE WodFirstSeen TO WofFirstSeen
           MOVE WodReason    TO WofReason
           MOVE PndRequestor TO WofRequestor
           MOVE OperatorId   TO WofApprover
           MOVE Today        TO WofDate
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime
           MOVE RunIdValue TO RunStampRunId
           WRITE WriteOffRecord
           CLOSE WriteOffFile.

      *> Reads the live roster into the table so the change is
      *> applied in storage and the file rewritten whole.
       LoadRosterTable.
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

      *> One applied record change onto the central change journal -
      *> keyed by the requestor, applied by this screen's operator.
       WriteChangeJournal.
           MOVE "ChangeApproval" TO JrnProgramId
           MOVE PndRequestor TO JrnOperatorId
           MOVE OperatorId TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Reads the whole pending-change file into the table and
      *> counts the rows still waiting.
