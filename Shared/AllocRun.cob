       IDENTIFICATION DIVISION.
       PROGRAM-ID. AllocRun.

      *> Monthly cost-pool allocation.  Every pool on the cost-pool
      *> master is split across the departments by its template's
      *> percentages and written to the GL interface file as a
      *> balanced journal - one debit per target cost center, and
      *> one credit taking the whole amount back off the cost center
      *> the pool was booked to, all on the pool's own expense
      *> account - so the allocations reach the trial balance
      *> through GlPosting alongside payroll.  Each share is the
      *> percentage of the pool cut down to the penny, and the
      *> pennies that leaves over go one each to the template's
      *> lines in order, the same penny-exact split DivideExample
      *> makes, so the debits always add back to the pool exactly.
      *> A pool is allocated once per pay period: the history file
      *> remembers each one, and a second run in the same period
      *> refuses it.  A pool whose template does not total 100, or
      *> that names an account or cost center the ledger does not
      *> know, is refused and logged; the rest still post.

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
           SELECT PayPeriodFile ASSIGN TO
               "Data/EvTrue/PAYPERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayPeriodFileStatus.
           SELECT AllocHistoryFile ASSIGN TO
               "Data/EvTrue/ALLOCHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocHistoryFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT AllocReportFile ASSIGN TO
               "Data/EvTrue/ALLOCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  PayPeriodFile.
           COPY PAYPER.

      *> One row per pool allocated - the period it was allocated
      *> in, the pool and the amount split - appended run after
      *> run; it is what refuses the same pool twice in a period.
       FD  AllocHistoryFile.
       01  AllocHistoryRecord.
           05 AhsPeriodId PIC X(6).
           05 AhsPoolName PIC X(10).
           05 AhsAmount   PIC 9(9)V99.
           COPY RUNSTAMP.

       FD  GlJournalFile.
           COPY GLJRNL.

       FD  AllocReportFile.
       01  AllocReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RPTHDR.
           COPY RUNSTATS.

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

       01 PayPeriodFileStatus PIC XX.
           88 PayPeriodFileNotFound VALUE "35".

       01 AllocHistoryFileStatus PIC XX.
           88 AllocHistoryFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 WS-Atp-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocTemplateFile VALUE "Y".

       01 WS-Cpl-Eof-Flag PIC X VALUE "N".
           88 EndOfCostPoolFile VALUE "Y".

       01 WS-Cc-Eof-Flag PIC X VALUE "N".
           88 EndOfCostCenterFile VALUE "Y".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Per-Eof-Flag PIC X VALUE "N".
           88 EndOfPayPeriodFile VALUE "Y".

       01 WS-Ahs-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocHistoryFile VALUE "Y".

       01 WS-Period-Flag PIC X VALUE "N".
           88 PeriodPostable VALUE "Y".

       01 WS-Failed-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Cc-Found-Flag PIC X VALUE "N".
           88 CostCenterFound VALUE "Y".

       01 WS-Key-Found-Flag PIC X VALUE "N".
           88 PostKeyFound VALUE "Y".

       01 WS-Done-Flag PIC X VALUE "N".
           88 PoolAlreadyAllocated VALUE "Y".

       01 WS-Journal-Flag PIC X VALUE "N".
           88 JournalOpen VALUE "Y".

      *> The open period covering today; the allocation lands in it
      *> and the history is kept by it.
       01 CurrentPeriodId PIC X(6).

      *> Template lines, cost centers and chart accounts held in
      *> storage for the whole run.
       01 TemplateTable.
           05 TemplateEntry OCCURS 300 TIMES.
               10 TblAtpTemplate   PIC X(10).
               10 TblAtpCostCenter PIC X(6).
               10 TblAtpPercent    PIC 9(3)V99.
       01 TemplateUsed PIC 9(3) VALUE 0.
       01 TemplateIdx  PIC 9(3).

       01 CostCenterTable.
           05 CostCenterEntry OCCURS 50 TIMES.
               10 TblCcCostCenter PIC X(6).
       01 CostCenterUsed PIC 9(2) VALUE 0.
       01 CostCenterIdx  PIC 9(2).

       01 ChartTable.
           05 ChartEntry OCCURS 100 TIMES.
               10 TblChartPostKey PIC X(8).
               10 TblChartAccount PIC X(8).
       01 ChartUsed PIC 9(3) VALUE 0.
       01 ChartIdx  PIC 9(3).

      *> Every pool already allocated in the current period.
       01 DoneTable.
           05 DoneEntry OCCURS 200 TIMES.
               10 TblDonePoolName PIC X(10).
       01 DoneUsed PIC 9(3) VALUE 0.
       01 DoneIdx  PIC 9(3).

      *> The split of the pool in hand - one share per template
      *> line, in template order.
       01 ShareTable.
           05 ShareEntry OCCURS 50 TIMES.
               10 TblShareCostCenter PIC X(6).
               10 TblSharePercent    PIC 9(3)V99.
               10 TblShareAmount     PIC 9(9)V99.
       01 ShareUsed PIC 9(2) VALUE 0.
       01 ShareIdx  PIC 9(2).

       01 PoolAccount     PIC X(8).
       01 TemplateTotal   PIC 9(5)V99.
       01 ShareTotal      PIC 9(9)V99.
       01 PennyLeftover   PIC 9(5).
       01 LookupCostCenter PIC X(6).
       01 RejectReason    PIC X(30).

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 JournalLines    PIC 9(7) VALUE 0.
       01 AllocatedTotal  PIC 9(11)V99 VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(12) VALUE "POOL".
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(8)  VALUE "CENTER".
           05 FILLER PIC X(8)  VALUE " PERCENT".
           05 FILLER PIC X(16) VALUE "           DEBIT".
           05 FILLER PIC X(16) VALUE "          CREDIT".

       01 AllocDetailLine.
           05 AdlPoolName   PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 AdlAccount    PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 AdlCostCenter PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 AdlPercent    PIC ZZZ.ZZ.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 AdlDebit      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 AdlCredit     PIC ZZZ,ZZZ,ZZ9.99.

       01 AllocRejectLine.
           05 ArlPoolName   PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 FILLER        PIC X(10) VALUE "REFUSED - ".
           05 ArlReason     PIC X(30).

       01 AllocTotalLine.
           05 FILLER     PIC X(22) VALUE "Pools allocated:      ".
           05 AtlCount   PIC ZZ,ZZ9.
           05 FILLER     PIC X(10) VALUE "   total ".
           05 AtlTotal   PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcquireRunLock.
           IF NOT RunLockOk
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LocateCurrentPeriod.
           IF NOT PeriodPostable
               PERFORM NoOpenPeriodFailure
           ELSE
               PERFORM LoadTemplateTable
               PERFORM LoadCostCenterTable
               PERFORM LoadChartTable
               PERFORM LoadAllocHistory
               PERFORM AllocateCostPools
           END-IF.

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN ControlFailed
                   MOVE 8 TO RETURN-CODE
               WHEN RecordsRejected > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> Every pool on the master, one at a time; the journal file
      *> is opened on the first pool that actually posts, so a run
      *> that allocates nothing leaves it untouched.
       AllocateCostPools.
           OPEN OUTPUT AllocReportFile
           PERFORM WriteReportHeading
           OPEN INPUT CostPoolFile
           IF CostPoolFileNotFound
               DISPLAY "No cost pool master on disk - nothing "
                   "allocated."
           ELSE
               PERFORM ReadCostPoolRecord
               PERFORM UNTIL EndOfCostPoolFile
                   ADD 1 TO RecordsRead
                   PERFORM AllocateOnePool
                   PERFORM ReadCostPoolRecord
               END-PERFORM
               CLOSE CostPoolFile
           END-IF
           IF JournalOpen
               CLOSE GlJournalFile
               CLOSE AllocHistoryFile
           END-IF
           MOVE SPACES TO AllocReportLine
           WRITE AllocReportLine
           MOVE RecordsWritten TO AtlCount
           MOVE AllocatedTotal TO AtlTotal
           MOVE AllocTotalLine TO AllocReportLine
           WRITE AllocReportLine
           CLOSE AllocReportFile
           DISPLAY "Cost pools allocated - " RecordsWritten
               " posted, " RecordsRejected " refused, "
               JournalLines " journal lines written.".

       ReadCostPoolRecord.
           READ CostPoolFile
               AT END SET EndOfCostPoolFile TO TRUE
           END-READ.

      *> The pool is proved before a line is written: not already
      *> allocated this period, an amount to split, an account on
      *> the chart, a template that totals exactly 100 percent, and
      *> only cost centers the ledger knows.
       AllocateOnePool.
           MOVE SPACES TO RejectReason
           PERFORM CheckAlreadyAllocated
           PERFORM FindPoolAccount
           PERFORM BuildShareTable
           MOVE CplSourceCenter TO LookupCostCenter
           PERFORM FindCostCenter
           EVALUATE TRUE
               WHEN PoolAlreadyAllocated
                   MOVE "already allocated this period" TO
                       RejectReason
               WHEN CplAmount NOT NUMERIC OR CplAmount = 0
                   MOVE "no amount to allocate" TO RejectReason
               WHEN NOT PostKeyFound
                   MOVE "posting key not on chart" TO RejectReason
               WHEN NOT CostCenterFound
                   MOVE "source cost center unknown" TO RejectReason
               WHEN ShareUsed = 0
                   MOVE "template not on file" TO RejectReason
               WHEN TemplateTotal NOT = 100
                   MOVE "template does not total 100" TO
                       RejectReason
               WHEN OTHER
                   PERFORM CheckTargetCenters
           END-EVALUATE
           IF RejectReason = SPACES
               PERFORM SplitPool
               PERFORM WritePoolJournal
           ELSE
               PERFORM RejectPool
           END-IF.

       CheckAlreadyAllocated.
           MOVE "N" TO WS-Done-Flag
           PERFORM VARYING DoneIdx FROM 1 BY 1
                   UNTIL DoneIdx > DoneUsed OR PoolAlreadyAllocated
               IF TblDonePoolName (DoneIdx) = CplPoolName
                   SET PoolAlreadyAllocated TO TRUE
               END-IF
           END-PERFORM.

       FindPoolAccount.
           MOVE "N" TO WS-Key-Found-Flag
           MOVE SPACES TO PoolAccount
           PERFORM VARYING ChartIdx FROM 1 BY 1
                   UNTIL ChartIdx > ChartUsed OR PostKeyFound
               IF TblChartPostKey (ChartIdx) = CplPostKey
                   SET PostKeyFound TO TRUE
                   MOVE TblChartAccount (ChartIdx) TO PoolAccount
               END-IF
           END-PERFORM.

      *> The pool's template lines, in the order they are held, with
      *> the template's total percentage.
       BuildShareTable.
           MOVE 0 TO ShareUsed
           MOVE 0 TO TemplateTotal
           PERFORM VARYING TemplateIdx FROM 1 BY 1
                   UNTIL TemplateIdx > TemplateUsed
               IF TblAtpTemplate (TemplateIdx) = CplTemplate
                   ADD TblAtpPercent (TemplateIdx) TO TemplateTotal
                   IF ShareUsed < 50
                       ADD 1 TO ShareUsed
                       MOVE TblAtpCostCenter (TemplateIdx) TO
                           TblShareCostCenter (ShareUsed)
                       MOVE TblAtpPercent (TemplateIdx) TO
                           TblSharePercent (ShareUsed)
                       MOVE 0 TO TblShareAmount (ShareUsed)
                   ELSE
                       MOVE "template has too many lines" TO
                           RejectReason
                   END-IF
               END-IF
           END-PERFORM.

       CheckTargetCenters.
           PERFORM VARYING ShareIdx FROM 1 BY 1
                   UNTIL ShareIdx > ShareUsed
               MOVE TblShareCostCenter (ShareIdx) TO LookupCostCenter
               PERFORM FindCostCenter
               IF NOT CostCenterFound
                   MOVE SPACES TO RejectReason
                   STRING "target center " LookupCostCenter
                       " unknown" DELIMITED BY SIZE INTO RejectReason
               END-IF
           END-PERFORM.

       FindCostCenter.
           MOVE "N" TO WS-Cc-Found-Flag
           PERFORM VARYING CostCenterIdx FROM 1 BY 1
                   UNTIL CostCenterIdx > CostCenterUsed
                       OR CostCenterFound
               IF TblCcCostCenter (CostCenterIdx) = LookupCostCenter
                   SET CostCenterFound TO TRUE
               END-IF
           END-PERFORM.

      *> Each share is the pool times its percentage, truncated to
      *> the penny; the pennies the truncation leaves over - fewer
      *> than there are lines - go one each to the first lines, so
      *> the shares add back to the pool exactly.
       SplitPool.
           MOVE 0 TO ShareTotal
           PERFORM VARYING ShareIdx FROM 1 BY 1
                   UNTIL ShareIdx > ShareUsed
               COMPUTE TblShareAmount (ShareIdx) =
                   CplAmount * TblSharePercent (ShareIdx) / 100
               ADD TblShareAmount (ShareIdx) TO ShareTotal
           END-PERFORM
           COMPUTE PennyLeftover = (CplAmount - ShareTotal) * 100
           PERFORM VARYING ShareIdx FROM 1 BY 1
                   UNTIL ShareIdx > PennyLeftover
               ADD 0.01 TO TblShareAmount (ShareIdx)
           END-PERFORM.

      *> A debit per share to its department, then the credit for
      *> the whole pool off the source cost center, all on the
      *> pool's account; the pool is then written to the history so
      *> it cannot be allocated again this period.
       WritePoolJournal.
           IF NOT JournalOpen
               OPEN EXTEND GlJournalFile
               IF GlJournalFileNotFound
                   OPEN OUTPUT GlJournalFile
               END-IF
               OPEN EXTEND AllocHistoryFile
               IF AllocHistoryFileNotFound
                   OPEN OUTPUT AllocHistoryFile
               END-IF
               SET JournalOpen TO TRUE
           END-IF
           MOVE SPACES TO JrnDesc
           STRING "ALLOC " CplPoolName
               DELIMITED BY SIZE INTO JrnDesc
           MOVE PoolAccount TO JrnAccount
           PERFORM VARYING ShareIdx FROM 1 BY 1
                   UNTIL ShareIdx > ShareUsed
               MOVE TblShareAmount (ShareIdx) TO JrnDebit
               MOVE 0 TO JrnCredit
               MOVE TblShareCostCenter (ShareIdx) TO JrnCostCenter
               PERFORM WriteOneJournalRecord
               MOVE CplPoolName TO AdlPoolName
               MOVE PoolAccount TO AdlAccount
               MOVE TblShareCostCenter (ShareIdx) TO AdlCostCenter
               MOVE TblSharePercent (ShareIdx) TO AdlPercent
               MOVE TblShareAmount (ShareIdx) TO AdlDebit
               MOVE 0 TO AdlCredit
               MOVE AllocDetailLine TO AllocReportLine
               WRITE AllocReportLine
           END-PERFORM
           MOVE 0 TO JrnDebit
           MOVE CplAmount TO JrnCredit
           MOVE CplSourceCenter TO JrnCostCenter
           PERFORM WriteOneJournalRecord
           MOVE CplPoolName TO AdlPoolName
           MOVE PoolAccount TO AdlAccount
           MOVE CplSourceCenter TO AdlCostCenter
           MOVE 0 TO AdlPercent
           MOVE 0 TO AdlDebit
           MOVE CplAmount TO AdlCredit
           MOVE AllocDetailLine TO AllocReportLine
           WRITE AllocReportLine

           MOVE CurrentPeriodId TO AhsPeriodId
           MOVE CplPoolName TO AhsPoolName
           MOVE CplAmount TO AhsAmount
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               AllocHistoryRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               AllocHistoryRecord
           MOVE RunIdValue TO RunStampRunId OF AllocHistoryRecord
           WRITE AllocHistoryRecord
           IF DoneUsed < 200
               ADD 1 TO DoneUsed
               MOVE CplPoolName TO TblDonePoolName (DoneUsed)
           END-IF

           ADD 1 TO RecordsWritten
           ADD CplAmount TO AllocatedTotal.

       WriteOneJournalRecord.
           MOVE CurrentPeriodId TO JrnPeriodId
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               GlJournalRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               GlJournalRecord
           MOVE RunIdValue TO RunStampRunId OF GlJournalRecord
           WRITE GlJournalRecord
           ADD 1 TO JournalLines.

       RejectPool.
           ADD 1 TO RecordsRejected
           MOVE CplPoolName TO ArlPoolName
           MOVE RejectReason TO ArlReason
           MOVE AllocRejectLine TO AllocReportLine
           WRITE AllocReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "AllocRun" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Pool " CplPoolName " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Pool refused - " CplPoolName ": " RejectReason.

       WriteReportHeading.
           MOVE "COST POOL ALLOCATION" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AllocReportLine
           WRITE AllocReportLine
           MOVE SPACES TO AllocReportLine
           STRING "Period " CurrentPeriodId
               DELIMITED BY SIZE INTO AllocReportLine
           WRITE AllocReportLine
           MOVE SPACES TO AllocReportLine
           WRITE AllocReportLine
           MOVE ColumnHeading1 TO AllocReportLine
           WRITE AllocReportLine.

      *> With no open period covering today the allocation has
      *> nowhere to land - logged and stopped with the control
      *> failure code, the same as the retro adjustment run.
       NoOpenPeriodFailure.
           SET ControlFailed TO TRUE
           SET ErrControlMismatch TO TRUE
           MOVE "AllocRun" TO ExcpProgramId
           MOVE StdErrorCode  TO ExcpReasonCode
           MOVE "No open pay period to post allocations" TO
               ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Run stopped - no open pay period covers today.".

       LocateCurrentPeriod.
           MOVE SPACES TO CurrentPeriodId
           OPEN INPUT PayPeriodFile
           IF PayPeriodFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPayPeriodRecord
               PERFORM UNTIL EndOfPayPeriodFile
                   IF FUNCTION CURRENT-DATE(1:8) >= PeriodStart
                           AND FUNCTION CURRENT-DATE(1:8)
                               <= PeriodEnd
                           AND PeriodIsOpen
                       MOVE PeriodId TO CurrentPeriodId
                       SET PeriodPostable TO TRUE
                   END-IF
                   PERFORM ReadPayPeriodRecord
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF.

       ReadPayPeriodRecord.
           READ PayPeriodFile
               AT END SET EndOfPayPeriodFile TO TRUE
           END-READ.

       LoadTemplateTable.
           OPEN INPUT AllocTemplateFile
           IF AllocTemplateFileNotFound
               DISPLAY "No allocation templates on disk - every "
                   "pool will be refused."
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
                       DISPLAY "Template master overflows the table "
                           "- " AtpTemplate " line not loaded."
                   END-IF
                   PERFORM ReadTemplateRecord
               END-PERFORM
               CLOSE AllocTemplateFile
           END-IF.

       ReadTemplateRecord.
           READ AllocTemplateFile
               AT END SET EndOfAllocTemplateFile TO TRUE
           END-READ.

       LoadCostCenterTable.
           OPEN INPUT CostCenterFile
           IF CostCenterFileNotFound
               CONTINUE
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
               CONTINUE
           ELSE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfChartOfAccountsFile
                   IF ChartUsed < 100
                       ADD 1 TO ChartUsed
                       MOVE GlaPostKey TO TblChartPostKey (ChartUsed)
                       MOVE GlaAccount TO TblChartAccount (ChartUsed)
                   END-IF
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccountsFile TO TRUE
           END-READ.

      *> Only this period's rows matter - last period's allocations
      *> do not stop this period's.
       LoadAllocHistory.
           OPEN INPUT AllocHistoryFile
           IF AllocHistoryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAllocHistoryRecord
               PERFORM UNTIL EndOfAllocHistoryFile
                   IF AhsPeriodId = CurrentPeriodId
                           AND DoneUsed < 200
                       ADD 1 TO DoneUsed
                       MOVE AhsPoolName TO TblDonePoolName (DoneUsed)
                   END-IF
                   PERFORM ReadAllocHistoryRecord
               END-PERFORM
               CLOSE AllocHistoryFile
           END-IF.

       ReadAllocHistoryRecord.
           READ AllocHistoryFile
               AT END SET EndOfAllocHistoryFile TO TRUE
           END-READ.

       WriteRunStats.
           MOVE "AllocRun" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

       GetJobParm.
           MOVE "AllocRun" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the month-end stream can run the
      *> allocation without anyone at the terminal.
       UnattendedSignOn.
           MOVE "OPERATOR-ID" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO OperatorId
               MOVE "PASSWORD" TO JpParmName
               PERFORM GetJobParm
               IF JpParmOk
                   MOVE JpParmValue TO OperatorPassword
                   CALL "OperatorSignOn" USING OperatorId,
                       OperatorPassword, OperatorSignOnValid,
                       OperatorAuthLevel
                   PERFORM CheckAuthority
                   IF NOT OperatorSignOnOk
                       DISPLAY "Unattended sign-on failed - "
                           "prompting instead."
                   END-IF
               END-IF
           END-IF.

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
      *> record the run writes carries the same key - the journal's
      *> run ID is what GlPosting posts it under.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> The run appends to the journal and the history, so two
      *> copies must never run at once.
       AcquireRunLock.
           MOVE "AllocRun" TO LockProgramId
           MOVE OperatorId TO LockOperatorId
           MOVE "A" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted.

      *> The CALL resets the RETURN-CODE register, so the run's own
      *> condition code is carried across the release.
       ReleaseRunLock.
           MOVE RETURN-CODE TO SavedReturnCode
           MOVE "R" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted
           MOVE SavedReturnCode TO RETURN-CODE.

       WriteAuditLog.
           MOVE "AllocRun" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Period=" CurrentPeriodId " Pools=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Posted=" RecordsWritten " Refused="
               RecordsRejected " Lines=" JournalLines
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
