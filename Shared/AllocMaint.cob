       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocMaint.

      *> Cost-pool allocation maintenance.  Shared costs - rent, IT
      *> - are split across the departments every month by fixed
      *> percentages, and those splits used to be worked out on a
      *> spreadsheet and keyed into the ledger by hand.  This
      *> program keeps the two masters the allocation run works
      *> from: the named templates (a target cost center and its
      *> percentage, one line at a time) and the cost pools (what
      *> is to be split, by which template, off which account and
      *> source cost center, and for how much).  One change is
      *> applied per run and both masters are rewritten whole, the
      *> line or pool as it was and as it now is going onto the
      *> change journal.  A
      *> template line that would take its template past 100
      *> percent is refused; a template short of 100 may sit on
      *> file while it is built, and the listing shows it as
      *> incomplete - the allocation run will not post by it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AllocTemplateFile ASSIGN TO
               "Data/EvTrue/ALLOCTPL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocTemplateFileStatus.
           SELECT CostPoolFile ASSIGN TO
               "Data/EvTrue/COSTPOOLS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostPoolFileStatus.
           SELECT CostCenterFile ASSIGN TO
               "Data/EvTrue/COSTCTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostCenterFileStatus.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AllocTemplateFile.
           COPY ALLOCTPL.

       FD  CostPoolFile.
           COPY COSTPOOL.

       FD  CostCenterFile.
       01  CostCenterRecord.
           05 CcDept       PIC X(4).
           05 CcCostCenter PIC X(6).
           05 CcDesc       PIC X(20).

       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 AllocTemplateFileStatus PIC XX.
           88 AllocTemplateFileNotFound VALUE "35".

       01 CostPoolFileStatus PIC XX.
           88 CostPoolFileNotFound VALUE "35".

       01 CostCenterFileStatus PIC XX.
           88 CostCenterFileNotFound VALUE "35".

       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 WS-Atp-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocTemplateFile VALUE "Y".

       01 WS-Cpl-Eof-Flag PIC X VALUE "N".
           88 EndOfCostPoolFile VALUE "Y".

       01 WS-Cc-Eof-Flag PIC X VALUE "N".
           88 EndOfCostCenterFile VALUE "Y".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

      *> Set when either master holds more rows than its table can
      *> carry - rewriting from a truncated table would silently
      *> destroy the overflow rows, so the run refuses to apply
      *> anything.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 MasterOverflow VALUE "Y".

      *> T sets one template line (a zero percentage removes it);
      *> P defines or updates a cost pool; R removes a pool; L
      *> lists both masters.
       01 MaintAction PIC X.
           88 SetTemplateLine VALUE "T".
           88 SetCostPool     VALUE "P".
           88 RemoveCostPool  VALUE "R".
           88 ListMasters     VALUE "L".

       01 TargetName       PIC X(10).
       01 NewCostCenter    PIC X(6).
       01 NewPercent       PIC 9(3)V99.
       01 NewTemplate      PIC X(10).
       01 NewPostKey       PIC X(8).
       01 NewSourceCenter  PIC X(6).
       01 NewAmount        PIC 9(9)V99.
       01 TemplateTotal    PIC 9(5)V99.
       01 ChangeResult     PIC X(20).

       01 PercentShown     PIC ZZ9.99.
       01 TotalShown       PIC ZZZZ9.99.
       01 AmountShown      PIC ZZZ,ZZZ,ZZ9.99.

      *> Both masters are held in storage while the change is
      *> applied and the files rewritten in one piece.
       01 TemplateTable.
           05 TemplateEntry OCCURS 300 TIMES.
               10 TblAtpTemplate   PIC X(10).
               10 TblAtpCostCenter PIC X(6).
               10 TblAtpPercent    PIC 9(3)V99.
       01 TemplateUsed PIC 9(3) VALUE 0.
       01 TemplateIdx  PIC 9(3).
       01 ShiftIdx     PIC 9(3).
       01 SumIdx       PIC 9(3).
       01 FoundIdx     PIC 9(3).

       01 PoolTable.
           05 PoolEntry OCCURS 50 TIMES.
               10 TblCplPoolName     PIC X(10).
               10 TblCplTemplate     PIC X(10).
               10 TblCplPostKey      PIC X(8).
               10 TblCplSourceCenter PIC X(6).
               10 TblCplAmount       PIC 9(9)V99.
       01 PoolUsed PIC 9(2) VALUE 0.
       01 PoolIdx  PIC 9(2).

      *> The cost centers and chart posting keys a template or pool
      *> may name - nothing is allowed on file that the journal
      *> could not post.
       01 CostCenterTable.
           05 CostCenterEntry OCCURS 50 TIMES.
               10 TblCcCostCenter PIC X(6).
       01 CostCenterUsed PIC 9(2) VALUE 0.
       01 CostCenterIdx  PIC 9(2).

       01 ChartTable.
           05 ChartEntry OCCURS 100 TIMES.
               10 TblChartPostKey PIC X(8).
       01 ChartUsed PIC 9(3) VALUE 0.
       01 ChartIdx  PIC 9(3).

       01 WS-Cc-Found-Flag PIC X VALUE "N".
           88 CostCenterFound VALUE "Y".
       01 WS-Key-Found-Flag PIC X VALUE "N".
           88 PostKeyFound VALUE "Y".
       01 WS-Tpl-Found-Flag PIC X VALUE "N".
           88 TemplateFound VALUE "Y".
       01 WS-Group-End-Flag PIC X VALUE "N".
           88 TemplateGroupEnds VALUE "Y".
       01 LookupCostCenter PIC X(6).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (T)emplate line, cost (P)ool, ".
           DISPLAY "(R)emove a pool or (L)ist: ".
           ACCEPT MaintAction.

           PERFORM LoadTemplateTable.
           PERFORM LoadPoolTable.
           PERFORM LoadCostCenterTable.
           PERFORM LoadChartTable.

           IF NOT ListMasters
               DISPLAY "Template or pool name: "
               MOVE SPACES TO TargetName
               ACCEPT TargetName
           END-IF.

           EVALUATE TRUE
               WHEN MasterOverflow
                   DISPLAY "Allocation masters hold more rows than "
                       "this program can - no change applied."
                   MOVE "MASTER TOO LARGE" TO ChangeResult
               WHEN ListMasters
                   PERFORM ListAllocationMasters
                   MOVE "LISTED" TO ChangeResult
               WHEN TargetName = SPACES
                   DISPLAY "Name is required - no change applied."
                   MOVE "NO NAME" TO ChangeResult
               WHEN SetTemplateLine
                   PERFORM ApplyTemplateLine
               WHEN SetCostPool
                   PERFORM ApplyCostPool
               WHEN RemoveCostPool
                   PERFORM ApplyRemovePool
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               PERFORM RewriteTemplateMaster
               PERFORM RewritePoolMaster
               PERFORM WriteChangeJournal
               DISPLAY "Allocation change applied: " ChangeResult
           END-IF.

           PERFORM WriteAuditLog.

           IF ChangeApplied OR ListMasters
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> One target line of a template.  A cost center already on
      *> the template has its percentage replaced, so a split can
      *> be re-weighted line by line; zero takes the line off.  The
      *> template may never be taken past 100 percent.
       ApplyTemplateLine.
           DISPLAY "Target cost center: "
           MOVE SPACES TO NewCostCenter
           ACCEPT NewCostCenter
           MOVE "N" TO NumEntryValid
           PERFORM AcceptNewPercent UNTIL NumEntryIsValid
           MOVE NewCostCenter TO LookupCostCenter
           PERFORM FindCostCenter
           PERFORM FindTemplateLine
           PERFORM SumTemplatePercent
           MOVE "ALLOCTPL" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING TargetName " " NewCostCenter
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE SPACES TO JrnBeforeImage
           MOVE SPACES TO JrnAfterImage
           IF TargetFound
               SUBTRACT TblAtpPercent (FoundIdx) FROM TemplateTotal
               MOVE TemplateEntry (FoundIdx) TO JrnBeforeImage
           END-IF
           ADD NewPercent TO TemplateTotal
           EVALUATE TRUE
               WHEN NOT CostCenterFound
                   MOVE "NO SUCH COST CENTER" TO ChangeResult
                   DISPLAY "Cost center not on the cost-center table "
                       "- rejected."
               WHEN TemplateTotal > 100
                   MOVE "OVER 100 PERCENT" TO ChangeResult
                   MOVE TemplateTotal TO TotalShown
                   DISPLAY "Template would total " TotalShown
                       " percent - rejected."
               WHEN NewPercent = 0 AND NOT TargetFound
                   MOVE "LINE NOT FOUND" TO ChangeResult
                   DISPLAY "No line for that cost center to remove "
                       "- rejected."
               WHEN NewPercent = 0
                   PERFORM DropTemplateLine
                   MOVE "D" TO JrnAction
                   MOVE "LINE REMOVED" TO ChangeResult
                   SET ChangeApplied TO TRUE
               WHEN TargetFound
                   MOVE NewPercent TO TblAtpPercent (FoundIdx)
                   MOVE TemplateEntry (FoundIdx) TO JrnAfterImage
                   MOVE "C" TO JrnAction
                   MOVE "LINE UPDATED" TO ChangeResult
                   SET ChangeApplied TO TRUE
               WHEN TemplateUsed >= 300
                   MOVE "MASTER FULL" TO ChangeResult
                   DISPLAY "Template master is full - rejected."
               WHEN OTHER
                   PERFORM InsertTemplateLine
                   MOVE TemplateEntry (FoundIdx) TO JrnAfterImage
                   MOVE "A" TO JrnAction
                   MOVE "LINE ADDED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE
           IF ChangeApplied
               MOVE TemplateTotal TO TotalShown
               DISPLAY "Template " TargetName " now totals "
                   TotalShown " percent."
           END-IF.

       AcceptNewPercent.
           DISPLAY "Percentage of the pool (0 removes the line): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) < 0
                       OR FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > 100
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - 0 to 100 required."
               ELSE
                   COMPUTE NewPercent =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       FindTemplateLine.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed OR TargetFound
               IF TblAtpTemplate (TemplateIdx) = TargetName
                       AND TblAtpCostCenter (TemplateIdx)
                           = NewCostCenter
                   SET TargetFound TO TRUE
                   MOVE TemplateIdx TO FoundIdx
               END-IF
           END-PERFORM.

       SumTemplatePercent.
           MOVE 0 TO TemplateTotal
           PERFORM VARYING SumIdx FROM 1 BY 1
                   UNTIL SumIdx > TemplateUsed
               IF TblAtpTemplate (SumIdx) = TargetName
                   ADD TblAtpPercent (SumIdx) TO TemplateTotal
               END-IF
           END-PERFORM.

      *> A new line goes in after the template's last line, so the
      *> master always holds each template's lines together; the
      *> rows below it move down one.
       InsertTemplateLine.
           MOVE TemplateUsed TO FoundIdx
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed
               IF TblAtpTemplate (TemplateIdx) = TargetName
                   MOVE TemplateIdx TO FoundIdx
               END-IF
           END-PERFORM
           ADD 1 TO FoundIdx
           PERFORM VARYING ShiftIdx FROM TemplateUsed BY -1
                   UNTIL ShiftIdx < FoundIdx
               MOVE TemplateEntry (ShiftIdx) TO
                   TemplateEntry (ShiftIdx + 1)
           END-PERFORM
           ADD 1 TO TemplateUsed
           MOVE TargetName    TO TblAtpTemplate (FoundIdx)
           MOVE NewCostCenter TO TblAtpCostCenter (FoundIdx)
           MOVE NewPercent    TO TblAtpPercent (FoundIdx).

      *> The rows below the removed line move up one, keeping the
      *> master in the order it was built.
       DropTemplateLine.
           PERFORM VARYING ShiftIdx FROM FoundIdx BY 1
                   UNTIL ShiftIdx >= TemplateUsed
               MOVE TemplateEntry (ShiftIdx + 1) TO
                   TemplateEntry (ShiftIdx)
           END-PERFORM
           SUBTRACT 1 FROM TemplateUsed.

      *> A pool names its template, the posting key of the expense
      *> it carries and the cost center the cost was booked to; all
      *> three must exist before the pool is accepted.  Keying an
      *> existing pool replaces it, which is how the month's amount
      *> is changed.
       ApplyCostPool.
           DISPLAY "Allocation template: "
           MOVE SPACES TO NewTemplate
           ACCEPT NewTemplate
           DISPLAY "Chart posting key of the pool expense: "
           MOVE SPACES TO NewPostKey
           ACCEPT NewPostKey
           DISPLAY "Source cost center: "
           MOVE SPACES TO NewSourceCenter
           ACCEPT NewSourceCenter
           MOVE "N" TO NumEntryValid
           PERFORM AcceptNewAmount UNTIL NumEntryIsValid

           MOVE "N" TO WS-Tpl-Found-Flag
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed OR TemplateFound
               IF TblAtpTemplate (TemplateIdx) = NewTemplate
                   SET TemplateFound TO TRUE
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Key-Found-Flag
           PERFORM VARYING ChartIdx FROM 1 BY 1
                   UNTIL ChartIdx > ChartUsed OR PostKeyFound
               IF TblChartPostKey (ChartIdx) = NewPostKey
                   SET PostKeyFound TO TRUE
               END-IF
           END-PERFORM
           MOVE NewSourceCenter TO LookupCostCenter
           PERFORM FindCostCenter
           PERFORM FindPool

           EVALUATE TRUE
               WHEN NOT TemplateFound
                   MOVE "NO SUCH TEMPLATE" TO ChangeResult
                   DISPLAY "Template not on file - rejected."
               WHEN NOT PostKeyFound
                   MOVE "NO SUCH POSTING KEY" TO ChangeResult
                   DISPLAY "Posting key not on the chart of accounts "
                       "- rejected."
               WHEN NOT CostCenterFound
                   MOVE "NO SUCH COST CENTER" TO ChangeResult
                   DISPLAY "Source cost center not on the "
                       "cost-center table - rejected."
               WHEN NOT TargetFound AND PoolUsed >= 50
                   MOVE "MASTER FULL" TO ChangeResult
                   DISPLAY "Cost pool master is full - rejected."
               WHEN OTHER
                   IF TargetFound
                       MOVE PoolEntry (FoundIdx) TO JrnBeforeImage
                       MOVE "C" TO JrnAction
                       MOVE "POOL UPDATED" TO ChangeResult
                   ELSE
                       ADD 1 TO PoolUsed
                       MOVE PoolUsed TO FoundIdx
                       MOVE SPACES TO JrnBeforeImage
                       MOVE "A" TO JrnAction
                       MOVE "POOL ADDED" TO ChangeResult
                   END-IF
                   MOVE TargetName  TO TblCplPoolName (FoundIdx)
                   MOVE NewTemplate TO TblCplTemplate (FoundIdx)
                   MOVE NewPostKey  TO TblCplPostKey (FoundIdx)
                   MOVE NewSourceCenter TO
                       TblCplSourceCenter (FoundIdx)
                   MOVE NewAmount   TO TblCplAmount (FoundIdx)
                   MOVE PoolEntry (FoundIdx) TO JrnAfterImage
                   MOVE "COSTPOOLS" TO JrnFileName
                   MOVE TargetName TO JrnRecordKey
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       AcceptNewAmount.
           DISPLAY "Amount to allocate each period: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               IF FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw)) <= 0
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - amount must be above "
                       "zero."
               ELSE
                   COMPUTE NewAmount =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       FindPool.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING PoolIdx FROM 1 BY 1
                   UNTIL PoolIdx > PoolUsed OR TargetFound
               IF TblCplPoolName (PoolIdx) = TargetName
                   SET TargetFound TO TRUE
                   MOVE PoolIdx TO FoundIdx
               END-IF
           END-PERFORM.

      *> A pool no longer shared is taken off the master; the rows
      *> below it move up one.
       ApplyRemovePool.
           PERFORM FindPool
           IF TargetFound
               MOVE "COSTPOOLS" TO JrnFileName
               MOVE TargetName TO JrnRecordKey
               MOVE "D" TO JrnAction
               MOVE PoolEntry (FoundIdx) TO JrnBeforeImage
               MOVE SPACES TO JrnAfterImage
               PERFORM VARYING PoolIdx FROM FoundIdx BY 1
                       UNTIL PoolIdx >= PoolUsed
                   MOVE PoolEntry (PoolIdx + 1) TO PoolEntry (PoolIdx)
               END-PERFORM
               SUBTRACT 1 FROM PoolUsed
               MOVE "POOL REMOVED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "POOL NOT FOUND" TO ChangeResult
               DISPLAY "Cost pool not on file - rejected."
           END-IF.

       FindCostCenter.
           MOVE "N" TO WS-Cc-Found-Flag
           PERFORM VARYING CostCenterIdx FROM 1 BY 1
                   UNTIL CostCenterIdx > CostCenterUsed
                       OR CostCenterFound
               IF TblCcCostCenter (CostCenterIdx) = LookupCostCenter
                   SET CostCenterFound TO TRUE
               END-IF
           END-PERFORM.

      *> Every template line with its template's running total, and
      *> every pool - a template short of 100 percent is called out,
      *> since the allocation run will refuse any pool split by it.
       ListAllocationMasters.
           DISPLAY "ALLOCATION TEMPLATES"
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed
               MOVE TblAtpPercent (TemplateIdx) TO PercentShown
               DISPLAY "  " TblAtpTemplate (TemplateIdx) " "
                   TblAtpCostCenter (TemplateIdx) " " PercentShown
               EVALUATE TRUE
                   WHEN TemplateIdx = TemplateUsed
                       SET TemplateGroupEnds TO TRUE
                   WHEN TblAtpTemplate (TemplateIdx + 1)
                           NOT = TblAtpTemplate (TemplateIdx)
                       SET TemplateGroupEnds TO TRUE
                   WHEN OTHER
                       MOVE "N" TO WS-Group-End-Flag
               END-EVALUATE
               IF TemplateGroupEnds
                   MOVE TblAtpTemplate (TemplateIdx) TO TargetName
                   PERFORM SumTemplatePercent
                   MOVE TemplateTotal TO TotalShown
                   IF TemplateTotal = 100
                       DISPLAY "  " TargetName " total " TotalShown
                   ELSE
                       DISPLAY "  " TargetName " total " TotalShown
                           " ** INCOMPLETE - will not post"
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "COST POOLS"
           PERFORM VARYING PoolIdx FROM 1 BY 1
                   UNTIL PoolIdx > PoolUsed
               MOVE TblCplAmount (PoolIdx) TO AmountShown
               DISPLAY "  " TblCplPoolName (PoolIdx) " "
                   TblCplTemplate (PoolIdx) " "
                   TblCplPostKey (PoolIdx) " "
                   TblCplSourceCenter (PoolIdx) " " AmountShown
           END-PERFORM.

       LoadTemplateTable.
           OPEN INPUT AllocTemplateFile
           IF AllocTemplateFileNotFound
               DISPLAY "Template master not found - starting empty."
           ELSE
               PERFORM ReadTemplateRecord
               PERFORM UNTIL EndOfAllocTemplateFile
                   IF TemplateUsed < 300
                       ADD 1 TO TemplateUsed
                       MOVE AtpTemplate TO
                           TblAtpTemplate (TemplateUsed)
                       MOVE AtpCostCenter TO
                           TblAtpCostCenter (TemplateUsed)
                       MOVE AtpPercent TO TblAtpPercent (TemplateUsed)
                   ELSE
                       SET MasterOverflow TO TRUE
                   END-IF
                   PERFORM ReadTemplateRecord
               END-PERFORM
               CLOSE AllocTemplateFile
           END-IF.

       ReadTemplateRecord.
           READ AllocTemplateFile
               AT END SET EndOfAllocTemplateFile TO TRUE
           END-READ.

       LoadPoolTable.
           OPEN INPUT CostPoolFile
           IF CostPoolFileNotFound
               DISPLAY "Cost pool master not found - starting empty."
           ELSE
               PERFORM ReadPoolRecord
               PERFORM UNTIL EndOfCostPoolFile
                   IF PoolUsed < 50
                       ADD 1 TO PoolUsed
                       MOVE CplPoolName TO TblCplPoolName (PoolUsed)
                       MOVE CplTemplate TO TblCplTemplate (PoolUsed)
                       MOVE CplPostKey  TO TblCplPostKey (PoolUsed)
                       MOVE CplSourceCenter TO
                           TblCplSourceCenter (PoolUsed)
                       MOVE CplAmount   TO TblCplAmount (PoolUsed)
                   ELSE
                       SET MasterOverflow TO TRUE
                   END-IF
                   PERFORM ReadPoolRecord
               END-PERFORM
               CLOSE CostPoolFile
           END-IF.

       ReadPoolRecord.
           READ CostPoolFile
               AT END SET EndOfCostPoolFile TO TRUE
           END-READ.

       LoadCostCenterTable.
           OPEN INPUT CostCenterFile
           IF CostCenterFileNotFound
               DISPLAY "Cost-center table not on disk - no cost "
                   "center will be accepted."
           ELSE
               PERFORM ReadCostCenterRecord
               PERFORM UNTIL EndOfCostCenterFile
                   IF CostCenterUsed < 50
                       ADD 1 TO CostCenterUsed
                       MOVE CcCostCenter TO
                           TblCcCostCenter (CostCenterUsed)
                   END-IF
                   PERFORM ReadCostCenterRecord
               END-PERFORM
               CLOSE CostCenterFile
           END-IF.

       ReadCostCenterRecord.
           READ CostCenterFile
               AT END SET EndOfCostCenterFile TO TRUE
           END-READ.

       LoadChartTable.
           OPEN INPUT ChartOfAccountsFile
           IF ChartOfAccountsFileNotFound
               DISPLAY "Chart of accounts not on disk - no posting "
                   "key will be accepted."
           ELSE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfChartOfAccountsFile
                   IF ChartUsed < 100
                       ADD 1 TO ChartUsed
                       MOVE GlaPostKey TO TblChartPostKey (ChartUsed)
                   END-IF
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccountsFile TO TRUE
           END-READ.

      *> Writes both masters back in one piece.
       RewriteTemplateMaster.
           OPEN OUTPUT AllocTemplateFile
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed
               MOVE TblAtpTemplate (TemplateIdx)   TO AtpTemplate
               MOVE TblAtpCostCenter (TemplateIdx) TO AtpCostCenter
               MOVE TblAtpPercent (TemplateIdx)    TO AtpPercent
               WRITE AllocTemplateRecord
           END-PERFORM
           CLOSE AllocTemplateFile.

       RewritePoolMaster.
           OPEN OUTPUT CostPoolFile
           PERFORM VARYING PoolIdx FROM 1 BY 1
                   UNTIL PoolIdx > PoolUsed
               MOVE TblCplPoolName (PoolIdx)     TO CplPoolName
               MOVE TblCplTemplate (PoolIdx)     TO CplTemplate
               MOVE TblCplPostKey (PoolIdx)      TO CplPostKey
               MOVE TblCplSourceCenter (PoolIdx) TO CplSourceCenter
               MOVE TblCplAmount (PoolIdx)       TO CplAmount
               WRITE CostPoolRecord
           END-PERFORM
           CLOSE CostPoolFile.

      *> The applied change onto the central change journal.  The
      *> table rows are laid out as the master records are, so a
      *> row is its own record image.
       WriteChangeJournal.
           MOVE "AllocMaint" TO JrnProgramId
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
      *> the action, the target name and the outcome.
       WriteAuditLog.
           MOVE "AllocMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Target=" TargetName
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
