       IDENTIFICATION DIVISION.
       PROGRAM-ID. RetroAdjust.

      *> Retroactive pay adjustment run.  Once PayPeriodMaint has
      *> closed a period TaxSlab refuses to post into it, which is
      *> exactly right for a late batch run and exactly wrong when a
      *> salary in that month turns out to have been keyed wrong.
      *> This run takes the corrected salaries for past periods,
      *> recomputes each employee's taxable pay and tax under the
      *> bracket set in force for that period's tax year, and posts
      *> only the difference - as adjustment rows in the period that
      *> is open today - into the payroll deduction feed (which is
      *> what the year-to-date totals are accumulated from) and as a
      *> balanced adjustment journal on the GL interface file.  The
      *> closed period's own rows are read, never rewritten.  The
      *> register shows finance the original, the corrected and the
      *> difference for every employee, so the adjustment can be
      *> proved line by line before the figures go anywhere.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RetroSalaryFile ASSIGN TO
               "Data/EvTrue/RETROSAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RetroSalaryFileStatus.
           SELECT BracketParmFile ASSIGN TO
               "Data/EvTrue/TAXBRACKETS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BracketParmFileStatus.
           SELECT PayrollDeductionFile ASSIGN TO
               "Data/EvTrue/PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayrollFileStatus.
           SELECT PayPeriodFile ASSIGN TO
               "Data/EvTrue/PAYPERIODS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayPeriodFileStatus.
           SELECT EmployeeMasterFile ASSIGN TO
               "Data/EvTrue/EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeMasterFileStatus.
           SELECT AllowanceFile ASSIGN TO
               "Data/EvTrue/ALLOWANCES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllowanceFileStatus.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT RetroReportFile ASSIGN TO
               "Data/EvTrue/RETROADJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> One corrected salary per employee per closed period, as
      *> payroll supplies it - the whole-period gross the employee
      *> should have been paid, not the difference.
       FD  RetroSalaryFile.
       01  RetroSalaryRecord.
           05 RtsEmployeeId PIC X(10).
           05 RtsPeriodId   PIC X(6).
           05 RtsSalary     PIC 9(5).

       FD  BracketParmFile.
       01  BracketParmRecord.
           05 ParmTaxYear       PIC 9(4).
           05 ParmBracket1Limit PIC 9(5).
           05 ParmBracket2Limit PIC 9(5).
           05 ParmBracket3Limit PIC 9(5).
           05 ParmBracket2Rate  PIC 9(2).
           05 ParmBracket3Rate  PIC 9(2).
           05 ParmBracket4Rate  PIC 9(2).

       FD  PayrollDeductionFile.
           COPY PAYDED.

       FD  PayPeriodFile.
           COPY PAYPER.

       FD  EmployeeMasterFile.
           COPY EMPREC.

       FD  AllowanceFile.
       01  AllowanceRecord.
           05 AlwEmployeeId  PIC X(10).
           05 AlwDependents  PIC 9(2).
           05 AlwExemptCode  PIC X(4).
           05 AlwPreTaxAmount PIC 9(5).

       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

      *> The same journal interface TaxSlab writes.  The adjustment
      *> journal is appended under this run's own run ID, so the
      *> ledger side sees it as a separate, self-balancing journal.
       FD  GlJournalFile.
           COPY GLJRNL.

       FD  RetroReportFile.
       01  RetroReportLine PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY OPERATOR.
           COPY SESSION.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RPTHDR.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY RUNSTATS.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 RetroSalaryFileStatus PIC XX.
           88 RetroSalaryFileNotFound VALUE "35".

       01 BracketParmFileStatus PIC XX.
           88 BracketParmFileNotFound VALUE "35".

       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".

       01 PayPeriodFileStatus PIC XX.
           88 PayPeriodFileNotFound VALUE "35".

       01 EmployeeMasterFileStatus PIC XX.
           88 EmployeeMasterFileNotFound VALUE "35".

       01 AllowanceFileStatus PIC XX.
           88 AllowanceFileNotFound VALUE "35".

       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 WS-Rts-Eof-Flag PIC X VALUE "N".
           88 EndOfRetroSalaryFile VALUE "Y".

       01 WS-Brk-Eof-Flag PIC X VALUE "N".
           88 EndOfBracketParmFile VALUE "Y".

       01 WS-Pay-Eof-Flag PIC X VALUE "N".
           88 EndOfPayrollFile VALUE "Y".

       01 WS-Per-Eof-Flag PIC X VALUE "N".
           88 EndOfPayPeriodFile VALUE "Y".

       01 WS-Emp-Eof-Flag PIC X VALUE "N".
           88 EndOfEmployeeMasterFile VALUE "Y".

       01 WS-Alw-Eof-Flag PIC X VALUE "N".
           88 EndOfAllowanceFile VALUE "Y".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 EntryFound VALUE "Y".

       01 WS-Brk-Found-Flag PIC X VALUE "N".
           88 BracketSetFound VALUE "Y".

       01 WS-Alw-Found-Flag PIC X VALUE "N".
           88 AllowanceFound VALUE "Y".

      *> Set when the employee master or the allowances hold more
      *> rows than their tables - an employee left out would get no
      *> correction, or a wrong one, so nothing is adjusted.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 MasterTableOverflow VALUE "Y".

      *> The open period covering today, where every adjustment row
      *> lands - without one there is nowhere legal to post and the
      *> run stops before touching anything.
       01 CurrentPeriodId PIC X(6).
       01 WS-Per-Flag PIC X VALUE "N".
           88 PeriodPostable VALUE "Y".

      *> The pay-period master held in storage, so each correction's
      *> period can be proved closed and its dates found.
       01 PayPeriodTable.
           05 PayPeriodEntry OCCURS 60 TIMES.
               10 TblPeriodId     PIC X(6).
               10 TblPeriodStart  PIC 9(8).
               10 TblPeriodEnd    PIC 9(8).
               10 TblPeriodStatus PIC X.
       01 PayPeriodUsed PIC 9(2) VALUE 0.
       01 PayPeriodIdx  PIC 9(2).

      *> Every bracket set on file, so each correction is taxed
      *> under the set in force for its own period's tax year.
       01 BracketSetTable.
           05 BracketSetEntry OCCURS 20 TIMES.
               10 TblBrkYear   PIC 9(4).
               10 TblBrk1Limit PIC 9(5).
               10 TblBrk2Limit PIC 9(5).
               10 TblBrk3Limit PIC 9(5).
               10 TblBrk2Rate  PIC 9(2).
               10 TblBrk3Rate  PIC 9(2).
               10 TblBrk4Rate  PIC 9(2).
       01 BracketSetUsed PIC 9(2) VALUE 0.
       01 BracketSetIdx  PIC 9(2).
       01 BestTaxYear    PIC 9(4).
       01 TaxYear        PIC 9(4).

       01 Bracket1Limit PIC 9(5).
       01 Bracket2Limit PIC 9(5).
       01 Bracket3Limit PIC 9(5).
       01 Bracket2Rate  PIC 9(2).
       01 Bracket3Rate  PIC 9(2).
       01 Bracket4Rate  PIC 9(2).

      *> Sized for the same 20000 staff the payroll run holds.
       01 EmployeeTable.
           05 EmployeeEntry OCCURS 20000 TIMES.
               10 TblEmpId   PIC X(10).
               10 TblEmpName PIC X(20).
       01 EmployeeUsed PIC 9(5) VALUE 0.
       01 EmployeeIdx  PIC 9(5).

       01 AllowanceTable.
           05 AllowanceEntry OCCURS 20000 TIMES.
               10 TblAlwEmpId      PIC X(10).
               10 TblAlwDependents PIC 9(2).
               10 TblAlwExemptCode PIC X(4).
               10 TblAlwPreTax     PIC 9(5).
       01 AllowanceUsed PIC 9(5) VALUE 0.
       01 AllowanceIdx  PIC 9(5).

      *> One row per correction: what was keyed, what the closed
      *> period actually holds for the employee (original postings
      *> plus any earlier adjustment against the same period), and
      *> the outcome once it has been worked.
       01 CorrectionTable.
           05 CorrectionEntry OCCURS 200 TIMES.
               10 CorEmployeeId  PIC X(10).
               10 CorPeriodId    PIC X(6).
               10 CorNewSalary   PIC 9(5).
               10 CorOrigRows    PIC 9(3).
               10 CorOrigSalary  PIC S9(7).
               10 CorOrigTaxable PIC S9(7).
               10 CorOrigTax     PIC S9(7)V99.
               10 CorProrate     PIC 9V9999.
       01 CorrectionUsed PIC 9(3) VALUE 0.
       01 CorrectionIdx  PIC 9(3).

      *> Working amounts for the correction in hand.
       01 PeriodStartDate  PIC 9(8).
       01 PeriodEndDate    PIC 9(8).
       01 PeriodState      PIC X.
       01 GrossSalary      PIC 9(5).
       01 Salary           PIC 9(5).
       01 TaxAmount        PIC 9(7)V99.
       01 PortionAmount    PIC 9(5).
       01 BracketLabel     PIC X(10).
       01 DependentAllowance PIC 9(5).
       01 ExemptAmount     PIC 9(5).
       01 AllowanceTotal   PIC 9(7).
       01 DeltaSalary      PIC S9(5).
       01 DeltaTaxable     PIC S9(5).
       01 DeltaTax         PIC S9(7)V99.
       01 DeltaNet         PIC S9(7)V99.
       01 RejectReason     PIC X(30).

      *> The adjustment journal's signed totals.  Each posting key
      *> lands on the debit or the credit side by its sign, so the
      *> journal still balances when a correction reduces pay.
       01 JournalGross PIC S9(11)V99 VALUE 0.
       01 JournalTax   PIC S9(11)V99 VALUE 0.
       01 JournalNet   PIC S9(11)V99 VALUE 0.
       01 JournalSide  PIC S9(11)V99.

       01 GrossExpenseAccount PIC X(8) VALUE "51000000".
       01 TaxPayableAccount   PIC X(8) VALUE "21100000".
       01 NetPayableAccount   PIC X(8) VALUE "21200000".

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 RecordsNoChange PIC 9(7) VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(10) VALUE "EMPLOYEE".
           05 FILLER PIC X(8)  VALUE "PERIOD".
           05 FILLER PIC X(10) VALUE "FIGURE".
           05 FILLER PIC X(16) VALUE "        ORIGINAL".
           05 FILLER PIC X(16) VALUE "       CORRECTED".
           05 FILLER PIC X(16) VALUE "      DIFFERENCE".

       01 RetroDetailLine.
           05 RdlEmployeeId PIC X(10).
           05 RdlPeriodId   PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RdlFigure     PIC X(10).
           05 RdlOriginal   PIC -(9)9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 RdlCorrected  PIC -(9)9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 RdlDifference PIC -(9)9.99.

       01 RetroNoteLine.
           05 RnlEmployeeId PIC X(10).
           05 RnlPeriodId   PIC X(6).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 RnlText       PIC X(60).

       01 JournalTotalLine.
           05 FILLER     PIC X(26) VALUE "ADJUSTMENT JOURNAL  gross ".
           05 JtlGross   PIC -(11)9.99.
           05 FILLER     PIC X(6)  VALUE "  tax ".
           05 JtlTax     PIC -(11)9.99.
           05 FILLER     PIC X(6)  VALUE "  net ".
           05 JtlNet     PIC -(11)9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcquireRunLock.
           IF NOT RunLockOk
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LoadPayPeriodTable.
           IF NOT PeriodPostable
               PERFORM NoOpenPeriodFailure
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           PERFORM LoadCorrections.
           IF CorrectionUsed = 0
               DISPLAY "No corrected salaries on file - nothing to "
                   "adjust."
               PERFORM WriteAuditLog
               MOVE 4 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           PERFORM LoadBracketSets.
           PERFORM LoadEmployeeMaster.
           PERFORM LoadAllowances.
           IF MasterTableOverflow
               PERFORM OverflowFailure
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           PERFORM LoadChartOfAccounts.
           PERFORM GatherOriginalPostings.

           OPEN OUTPUT RetroReportFile.
           PERFORM WriteReportHeading.

           PERFORM AdjustOneCorrection
               VARYING CorrectionIdx FROM 1 BY 1
                   UNTIL CorrectionIdx > CorrectionUsed.

           IF RecordsWritten > 0
               PERFORM WriteAdjustmentJournal
           END-IF.

           PERFORM WriteReportTotals.
           CLOSE RetroReportFile.

           DISPLAY "Retro adjustment complete - " RecordsWritten
               " posted, " RecordsNoChange " unchanged, "
               RecordsRejected " rejected.".

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           IF RecordsRejected > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> Reads the period master into storage and notes the open
      *> period covering today - the only period an adjustment may
      *> be posted into.
       LoadPayPeriodTable.
           MOVE SPACES TO CurrentPeriodId
           MOVE "N" TO WS-Per-Flag
           OPEN INPUT PayPeriodFile
           IF PayPeriodFileNotFound
               DISPLAY "Pay-period master not on disk - there is no "
                   "closed period to correct."
           ELSE
               PERFORM ReadPayPeriodRecord
               PERFORM UNTIL EndOfPayPeriodFile
                   IF PayPeriodUsed < 60
                       ADD 1 TO PayPeriodUsed
                       MOVE PeriodId     TO TblPeriodId (PayPeriodUsed)
                       MOVE PeriodStart  TO
                           TblPeriodStart (PayPeriodUsed)
                       MOVE PeriodEnd    TO TblPeriodEnd (PayPeriodUsed)
                       MOVE PeriodStatus TO
                           TblPeriodStatus (PayPeriodUsed)
                   END-IF
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
           END-IF
           IF PeriodPostable
               DISPLAY "Adjustments post under open period "
                   CurrentPeriodId "."
           END-IF.

       ReadPayPeriodRecord.
           READ PayPeriodFile
               AT END SET EndOfPayPeriodFile TO TRUE
           END-READ.

      *> With no open period covering today the adjustments have
      *> nowhere to land - logged and stopped with the control
      *> failure code, the same as TaxSlab's closed-period refusal.
       NoOpenPeriodFailure.
           SET ErrControlMismatch TO TRUE
           MOVE "RetroAdjust" TO ExcpProgramId
           MOVE StdErrorCode  TO ExcpReasonCode
           MOVE "No open pay period to post adjustments" TO
               ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Run stopped - no open pay period covers today.".

      *> A master too big for its table adjusts nobody - logged and
      *> stopped with the control failure code before anything is
      *> posted.
       OverflowFailure.
           SET ErrControlMismatch TO TRUE
           MOVE "RetroAdjust" TO ExcpProgramId
           MOVE StdErrorCode  TO ExcpReasonCode
           MOVE "Employee tables overflow - nothing adjusted" TO
               ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Run stopped - the employee master or allowances "
               "exceed the tables; nothing adjusted.".

      *> Reads the corrected salaries into storage, so the payroll
      *> feed can be walked once for every correction's original.
       LoadCorrections.
           OPEN INPUT RetroSalaryFile
           IF RetroSalaryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadRetroSalaryRecord
               PERFORM UNTIL EndOfRetroSalaryFile
                   ADD 1 TO RecordsRead
                   IF CorrectionUsed < 200
                       ADD 1 TO CorrectionUsed
                       MOVE RtsEmployeeId TO
                           CorEmployeeId (CorrectionUsed)
                       MOVE RtsPeriodId TO CorPeriodId (CorrectionUsed)
                       IF RtsSalary NUMERIC
                           MOVE RtsSalary TO
                               CorNewSalary (CorrectionUsed)
                       ELSE
                           MOVE 0 TO CorNewSalary (CorrectionUsed)
                       END-IF
                       MOVE 0 TO CorOrigRows (CorrectionUsed)
                       MOVE 0 TO CorOrigSalary (CorrectionUsed)
                       MOVE 0 TO CorOrigTaxable (CorrectionUsed)
                       MOVE 0 TO CorOrigTax (CorrectionUsed)
                       MOVE 1 TO CorProrate (CorrectionUsed)
                   ELSE
                       DISPLAY "Correction table full - "
                           RtsEmployeeId " not adjusted this run."
                       ADD 1 TO RecordsRejected
                   END-IF
                   PERFORM ReadRetroSalaryRecord
               END-PERFORM
               CLOSE RetroSalaryFile
           END-IF.

       ReadRetroSalaryRecord.
           READ RetroSalaryFile
               AT END SET EndOfRetroSalaryFile TO TRUE
           END-READ.

      *> One pass over the deduction feed picks up, for every
      *> correction, what the closed period already holds for the
      *> employee: its regular postings, and any earlier adjustment
      *> made against the same period - so a second correction of
      *> the same month adjusts from the already-corrected figure.
       GatherOriginalPostings.
           MOVE "N" TO WS-Pay-Eof-Flag
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfPayrollFile
                   PERFORM MatchPostingToCorrections
                       VARYING CorrectionIdx FROM 1 BY 1
                           UNTIL CorrectionIdx > CorrectionUsed
                   PERFORM ReadPayrollRecord
               END-PERFORM
               CLOSE PayrollDeductionFile
           END-IF.

       ReadPayrollRecord.
           READ PayrollDeductionFile
               AT END SET EndOfPayrollFile TO TRUE
           END-READ.

       MatchPostingToCorrections.
           IF PayrollEmployeeId = CorEmployeeId (CorrectionIdx)
               EVALUATE TRUE
                   WHEN PayrollAdjustmentEntry
                           AND PayrollAdjOfPeriod =
                               CorPeriodId (CorrectionIdx)
                       PERFORM FoldInEarlierAdjustment
                   WHEN PayrollRegularEntry
                           AND PayrollPeriodId =
                               CorPeriodId (CorrectionIdx)
                       PERFORM FoldInOriginalPosting
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *> A row from before the taxable amount existed reads it
      *> back as spaces - the gross stood in for it then.
       FoldInOriginalPosting.
           ADD 1 TO CorOrigRows (CorrectionIdx)
           ADD PayrollSalary TO CorOrigSalary (CorrectionIdx)
           IF PayrollTaxable NUMERIC
               ADD PayrollTaxable TO CorOrigTaxable (CorrectionIdx)
           ELSE
               ADD PayrollSalary TO CorOrigTaxable (CorrectionIdx)
           END-IF
           ADD PayrollTaxAmount TO CorOrigTax (CorrectionIdx)
           IF PayrollProrateFactor NUMERIC
                   AND PayrollProrateFactor > 0
               MOVE PayrollProrateFactor TO CorProrate (CorrectionIdx)
           END-IF.

       FoldInEarlierAdjustment.
           IF PayrollAdjSalary NUMERIC
               ADD PayrollAdjSalary TO CorOrigSalary (CorrectionIdx)
           END-IF
           IF PayrollAdjTaxable NUMERIC
               ADD PayrollAdjTaxable TO
                   CorOrigTaxable (CorrectionIdx)
           END-IF
           IF PayrollAdjTax NUMERIC
               ADD PayrollAdjTax TO CorOrigTax (CorrectionIdx)
           END-IF.

      *> One correction worked through: the period must be on the
      *> master and closed, the employee on the master, and an
      *> original posting found - then the corrected figures are
      *> computed under the period's own rules and the difference
      *> posted.
       AdjustOneCorrection.
           MOVE SPACES TO RejectReason
           PERFORM FindCorrectionPeriod
           PERFORM FindCorrectionEmployee
           EVALUATE TRUE
               WHEN PeriodState = SPACE
                   MOVE "period not on the master" TO RejectReason
               WHEN PeriodState NOT = "C"
                   MOVE "period still open - rerun TaxSlab" TO
                       RejectReason
               WHEN NOT EntryFound
                   MOVE "employee not on the master" TO RejectReason
               WHEN CorOrigRows (CorrectionIdx) = 0
                   MOVE "no original posting in period" TO
                       RejectReason
               WHEN OTHER
                   PERFORM ComputeCorrectedFigures
           END-EVALUATE
           IF RejectReason NOT = SPACES
               PERFORM RejectCorrection
           END-IF.

       FindCorrectionPeriod.
           MOVE SPACE TO PeriodState
           PERFORM VARYING PayPeriodIdx FROM 1 BY 1
                   UNTIL PayPeriodIdx > PayPeriodUsed
               IF TblPeriodId (PayPeriodIdx) =
                       CorPeriodId (CorrectionIdx)
                   MOVE TblPeriodStatus (PayPeriodIdx) TO PeriodState
                   MOVE TblPeriodStart (PayPeriodIdx) TO
                       PeriodStartDate
                   MOVE TblPeriodEnd (PayPeriodIdx) TO PeriodEndDate
               END-IF
           END-PERFORM.

       FindCorrectionEmployee.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING EmployeeIdx FROM 1 BY 1
                   UNTIL EmployeeIdx > EmployeeUsed OR EntryFound
               IF TblEmpId (EmployeeIdx) = CorEmployeeId (CorrectionIdx)
                   SET EntryFound TO TRUE
               END-IF
           END-PERFORM.

      *> The corrected salary through the same taxable-base and
      *> marginal calculation TaxSlab applies, but with the bracket
      *> set and allowance parameters in force for the period being
      *> corrected rather than today's.
       ComputeCorrectedFigures.
           MOVE PeriodStartDate (1:4) TO TaxYear
           PERFORM SelectBracketSet
           MOVE PeriodEndDate TO ParmLookupDate
           PERFORM LoadPeriodParms
      *> A starter or leaver paid for part of the period is
      *> corrected at the same proportion the original run applied.
           COMPUTE GrossSalary ROUNDED = CorNewSalary (CorrectionIdx)
               * CorProrate (CorrectionIdx)
           PERFORM CalcTaxableSalary
           PERFORM SelectBracket
           PERFORM CalcMarginalTax

           COMPUTE DeltaSalary =
               GrossSalary - CorOrigSalary (CorrectionIdx)
           COMPUTE DeltaTaxable =
               Salary - CorOrigTaxable (CorrectionIdx)
           COMPUTE DeltaTax = TaxAmount - CorOrigTax (CorrectionIdx)
           COMPUTE DeltaNet = DeltaSalary - DeltaTax

           PERFORM WriteCorrectionLines
           IF DeltaSalary = 0 AND DeltaTaxable = 0 AND DeltaTax = 0
               ADD 1 TO RecordsNoChange
               MOVE CorEmployeeId (CorrectionIdx) TO RnlEmployeeId
               MOVE CorPeriodId (CorrectionIdx)   TO RnlPeriodId
               MOVE "no difference - nothing posted" TO RnlText
               MOVE RetroNoteLine TO RetroReportLine
               WRITE RetroReportLine
           ELSE
               PERFORM WriteAdjustmentRecord
               ADD DeltaSalary TO JournalGross
               ADD DeltaTax    TO JournalTax
               ADD DeltaNet    TO JournalNet
           END-IF.

      *> Among the loaded sets, the one with the latest tax year at
      *> or before the period's year - the same rule TaxSlab's load
      *> applies to its own run year.
       SelectBracketSet.
           MOVE "N" TO WS-Brk-Found-Flag
           MOVE 0 TO BestTaxYear
           MOVE 0 TO Bracket1Limit Bracket2Limit Bracket3Limit
           MOVE 0 TO Bracket2Rate Bracket3Rate Bracket4Rate
           PERFORM VARYING BracketSetIdx FROM 1 BY 1
                   UNTIL BracketSetIdx > BracketSetUsed
               IF TblBrkYear (BracketSetIdx) <= TaxYear
                   IF NOT BracketSetFound
                           OR TblBrkYear (BracketSetIdx) >= BestTaxYear
                       MOVE TblBrk1Limit (BracketSetIdx) TO
                           Bracket1Limit
                       MOVE TblBrk2Limit (BracketSetIdx) TO
                           Bracket2Limit
                       MOVE TblBrk3Limit (BracketSetIdx) TO
                           Bracket3Limit
                       MOVE TblBrk2Rate (BracketSetIdx) TO Bracket2Rate
                       MOVE TblBrk3Rate (BracketSetIdx) TO Bracket3Rate
                       MOVE TblBrk4Rate (BracketSetIdx) TO Bracket4Rate
                       MOVE TblBrkYear (BracketSetIdx) TO BestTaxYear
                       SET BracketSetFound TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BracketSetFound
               DISPLAY "No bracket set in force for " TaxYear
                   " - brackets left at zero."
           END-IF.

      *> The per-dependent allowance in force at the end of the
      *> period being corrected - a mid-year parameter change must
      *> not leak backwards into a month it did not govern.
       LoadPeriodParms.
           MOVE 500 TO DependentAllowance
           MOVE "DEPENDENT-ALLOW" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "RetroAdjust" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO DependentAllowance
           END-IF.

       CalcTaxableSalary.
           MOVE 0 TO AllowanceTotal
           PERFORM FindAllowanceRow
           IF AllowanceFound
               COMPUTE AllowanceTotal =
                   TblAlwDependents (AllowanceIdx)
                       * DependentAllowance
                   + TblAlwPreTax (AllowanceIdx)
               IF TblAlwExemptCode (AllowanceIdx) NOT = SPACES
                   PERFORM LookupExemptAmount
                   ADD ExemptAmount TO AllowanceTotal
               END-IF
           END-IF
           IF AllowanceTotal >= GrossSalary
               MOVE 0 TO Salary
           ELSE
               COMPUTE Salary = GrossSalary - AllowanceTotal
           END-IF.

       FindAllowanceRow.
           MOVE "N" TO WS-Alw-Found-Flag
           PERFORM VARYING AllowanceIdx FROM 1 BY 1
                   UNTIL AllowanceIdx > AllowanceUsed
                       OR AllowanceFound
               IF TblAlwEmpId (AllowanceIdx) =
                       CorEmployeeId (CorrectionIdx)
                   SET AllowanceFound TO TRUE
                   SUBTRACT 1 FROM AllowanceIdx
               END-IF
           END-PERFORM.

       LookupExemptAmount.
           MOVE 0 TO ExemptAmount
           MOVE SPACES TO ParmLookupName
           STRING "EXEMPT-"
               FUNCTION TRIM(TblAlwExemptCode (AllowanceIdx))
               DELIMITED BY SIZE INTO ParmLookupName
           MOVE PeriodEndDate TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "RetroAdjust" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO ExemptAmount
           END-IF.

       SelectBracket.
           EVALUATE TRUE
               WHEN Salary < Bracket1Limit
                   MOVE "No Tax" TO BracketLabel
               WHEN Salary >= Bracket1Limit AND Salary <= Bracket2Limit
                   MOVE "10% Tax" TO BracketLabel
               WHEN Salary > Bracket2Limit AND Salary <= Bracket3Limit
                   MOVE "20% Tax" TO BracketLabel
               WHEN OTHER
                   MOVE "30% Tax" TO BracketLabel
           END-EVALUATE.

      *> The same slice-by-slice marginal walk as TaxSlab's
      *> CalcMarginalTax.
       CalcMarginalTax.
           MOVE 0 TO TaxAmount

           IF Salary > Bracket1Limit
               IF Salary < Bracket2Limit
                   COMPUTE PortionAmount = Salary - Bracket1Limit
               ELSE
                   COMPUTE PortionAmount = Bracket2Limit - Bracket1Limit
               END-IF
               COMPUTE TaxAmount = TaxAmount +
                   PortionAmount * Bracket2Rate / 100
           END-IF

           IF Salary > Bracket2Limit
               IF Salary < Bracket3Limit
                   COMPUTE PortionAmount = Salary - Bracket2Limit
               ELSE
                   COMPUTE PortionAmount = Bracket3Limit - Bracket2Limit
               END-IF
               COMPUTE TaxAmount = TaxAmount +
                   PortionAmount * Bracket3Rate / 100
           END-IF

           IF Salary > Bracket3Limit
               COMPUTE PortionAmount = Salary - Bracket3Limit
               COMPUTE TaxAmount = TaxAmount +
                   PortionAmount * Bracket4Rate / 100
           END-IF.

      *> The adjustment row: posted in the open period, naming the
      *> closed period it corrects, its ordinary amounts zero and the
      *> signed differences in the adjustment fields.
       WriteAdjustmentRecord.
           MOVE SPACES TO PayrollDeductionRecord
           MOVE CorEmployeeId (CorrectionIdx) TO PayrollEmployeeId
           MOVE 0 TO PayrollSalary
           MOVE BracketLabel TO PayrollBracket
           MOVE 0 TO PayrollTaxAmount
           MOVE 0 TO PayrollTaxable
           MOVE CurrentPeriodId TO PayrollPeriodId
           MOVE "A" TO PayrollEntryType
           MOVE CorPeriodId (CorrectionIdx) TO PayrollAdjOfPeriod
           MOVE DeltaSalary  TO PayrollAdjSalary
           MOVE DeltaTaxable TO PayrollAdjTaxable
           MOVE DeltaTax     TO PayrollAdjTax
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               PayrollDeductionRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               PayrollDeductionRecord
           MOVE RunIdValue TO RunStampRunId OF PayrollDeductionRecord

           OPEN EXTEND PayrollDeductionFile
           IF PayrollFileNotFound
               OPEN OUTPUT PayrollDeductionFile
           END-IF
           WRITE PayrollDeductionRecord
           CLOSE PayrollDeductionFile
           ADD 1 TO RecordsWritten.

      *> The balanced adjustment journal appended to the interface
      *> file: gross expense, tax withheld and net pay payable, each
      *> on whichever side its signed total falls.
       WriteAdjustmentJournal.
           OPEN EXTEND GlJournalFile
           IF GlJournalFileNotFound
               OPEN OUTPUT GlJournalFile
           END-IF

           MOVE GrossExpenseAccount TO JrnAccount
           MOVE JournalGross TO JournalSide
           MOVE "RETRO GROSS ADJ" TO JrnDesc
           PERFORM WriteDebitSideLine

           MOVE TaxPayableAccount TO JrnAccount
           MOVE JournalTax TO JournalSide
           MOVE "RETRO TAX ADJ" TO JrnDesc
           PERFORM WriteCreditSideLine

           MOVE NetPayableAccount TO JrnAccount
           MOVE JournalNet TO JournalSide
           MOVE "RETRO NET PAY ADJ" TO JrnDesc
           PERFORM WriteCreditSideLine

           CLOSE GlJournalFile.

      *> An expense account's increase is a debit; a decrease goes
      *> to the credit side as a positive amount.
       WriteDebitSideLine.
           IF JournalSide >= 0
               MOVE JournalSide TO JrnDebit
               MOVE 0 TO JrnCredit
           ELSE
               MOVE 0 TO JrnDebit
               COMPUTE JrnCredit = 0 - JournalSide
           END-IF
           PERFORM WriteOneJournalRecord.

      *> A liability's increase is a credit; a decrease is a debit.
       WriteCreditSideLine.
           IF JournalSide >= 0
               MOVE 0 TO JrnDebit
               MOVE JournalSide TO JrnCredit
           ELSE
               COMPUTE JrnDebit = 0 - JournalSide
               MOVE 0 TO JrnCredit
           END-IF
           PERFORM WriteOneJournalRecord.

       WriteOneJournalRecord.
           MOVE CurrentPeriodId TO JrnPeriodId
           MOVE SPACES TO JrnCostCenter
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               GlJournalRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               GlJournalRecord
           MOVE RunIdValue TO RunStampRunId OF GlJournalRecord
           WRITE GlJournalRecord.

      *> The register's three lines per employee - gross, taxable
      *> and tax, each original, corrected and difference - with
      *> net pay below them.
       WriteCorrectionLines.
           MOVE CorEmployeeId (CorrectionIdx) TO RdlEmployeeId
           MOVE CorPeriodId (CorrectionIdx)   TO RdlPeriodId
           MOVE "GROSS"       TO RdlFigure
           MOVE CorOrigSalary (CorrectionIdx) TO RdlOriginal
           MOVE GrossSalary   TO RdlCorrected
           MOVE DeltaSalary   TO RdlDifference
           MOVE RetroDetailLine TO RetroReportLine
           WRITE RetroReportLine

           MOVE SPACES TO RdlEmployeeId RdlPeriodId
           MOVE "TAXABLE"     TO RdlFigure
           MOVE CorOrigTaxable (CorrectionIdx) TO RdlOriginal
           MOVE Salary        TO RdlCorrected
           MOVE DeltaTaxable  TO RdlDifference
           MOVE RetroDetailLine TO RetroReportLine
           WRITE RetroReportLine

           MOVE "TAX"         TO RdlFigure
           MOVE CorOrigTax (CorrectionIdx) TO RdlOriginal
           MOVE TaxAmount     TO RdlCorrected
           MOVE DeltaTax      TO RdlDifference
           MOVE RetroDetailLine TO RetroReportLine
           WRITE RetroReportLine

           MOVE "NET PAY"     TO RdlFigure
           COMPUTE RdlOriginal = CorOrigSalary (CorrectionIdx)
               - CorOrigTax (CorrectionIdx)
           COMPUTE RdlCorrected = GrossSalary - TaxAmount
           MOVE DeltaNet      TO RdlDifference
           MOVE RetroDetailLine TO RetroReportLine
           WRITE RetroReportLine
           DISPLAY "Adjusted " CorEmployeeId (CorrectionIdx)
               " period " CorPeriodId (CorrectionIdx)
               " tax difference " DeltaTax.

      *> A correction that cannot be posted is listed on the
      *> register with its reason and logged to the central
      *> exception file, so it is worked rather than lost.
       RejectCorrection.
           ADD 1 TO RecordsRejected
           MOVE CorEmployeeId (CorrectionIdx) TO RnlEmployeeId
           MOVE CorPeriodId (CorrectionIdx)   TO RnlPeriodId
           MOVE SPACES TO RnlText
           STRING "REJECTED - " RejectReason
               DELIMITED BY SIZE INTO RnlText
           MOVE RetroNoteLine TO RetroReportLine
           WRITE RetroReportLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "RetroAdjust" TO ExcpProgramId
           MOVE StdErrorCode  TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING CorEmployeeId (CorrectionIdx) " "
               CorPeriodId (CorrectionIdx) " " RejectReason
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Correction rejected - "
               CorEmployeeId (CorrectionIdx) " "
               CorPeriodId (CorrectionIdx) ": " RejectReason.

       WriteReportHeading.
           MOVE "RETRO PAY ADJUSTMENT REGISTER" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO RetroReportLine
           WRITE RetroReportLine
           MOVE SPACES TO RetroReportLine
           STRING "Posted under open period " CurrentPeriodId
               "   run " RunIdValue
               DELIMITED BY SIZE INTO RetroReportLine
           WRITE RetroReportLine
           MOVE SPACES TO RetroReportLine
           WRITE RetroReportLine
           MOVE ColumnHeading1 TO RetroReportLine
           WRITE RetroReportLine.

       WriteReportTotals.
           MOVE SPACES TO RetroReportLine
           WRITE RetroReportLine
           MOVE JournalGross TO JtlGross
           MOVE JournalTax   TO JtlTax
           MOVE JournalNet   TO JtlNet
           MOVE JournalTotalLine TO RetroReportLine
           WRITE RetroReportLine
           MOVE SPACES TO RetroReportLine
           STRING "Corrections read " RecordsRead
               "  posted " RecordsWritten
               "  unchanged " RecordsNoChange
               "  rejected " RecordsRejected
               DELIMITED BY SIZE INTO RetroReportLine
           WRITE RetroReportLine.

      *> Every bracket set on file held in storage, so each period's
      *> tax year can pick its own.
       LoadBracketSets.
           OPEN INPUT BracketParmFile
           IF BracketParmFileNotFound
               DISPLAY "Bracket file not on disk - brackets left at "
                   "zero."
           ELSE
               PERFORM ReadBracketParmRecord
               PERFORM UNTIL EndOfBracketParmFile
                   IF BracketSetUsed < 20
                       ADD 1 TO BracketSetUsed
                       MOVE ParmTaxYear TO TblBrkYear (BracketSetUsed)
                       MOVE ParmBracket1Limit TO
                           TblBrk1Limit (BracketSetUsed)
                       MOVE ParmBracket2Limit TO
                           TblBrk2Limit (BracketSetUsed)
                       MOVE ParmBracket3Limit TO
                           TblBrk3Limit (BracketSetUsed)
                       MOVE ParmBracket2Rate TO
                           TblBrk2Rate (BracketSetUsed)
                       MOVE ParmBracket3Rate TO
                           TblBrk3Rate (BracketSetUsed)
                       MOVE ParmBracket4Rate TO
                           TblBrk4Rate (BracketSetUsed)
                   END-IF
                   PERFORM ReadBracketParmRecord
               END-PERFORM
               CLOSE BracketParmFile
           END-IF.

       ReadBracketParmRecord.
           READ BracketParmFile
               AT END SET EndOfBracketParmFile TO TRUE
           END-READ.

      *> Any employee on the master may be corrected - a leaver's
      *> last month is as correctable as anyone's.
       LoadEmployeeMaster.
           OPEN INPUT EmployeeMasterFile
           IF EmployeeMasterFileNotFound
               DISPLAY "Employee master not on disk - every "
                   "correction will reject."
           ELSE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfEmployeeMasterFile
                   IF EmployeeUsed < 20000
                       ADD 1 TO EmployeeUsed
                       MOVE EmpId   TO TblEmpId (EmployeeUsed)
                       MOVE EmpName TO TblEmpName (EmployeeUsed)
                   ELSE
                       SET MasterTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadEmployeeMasterRecord
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       ReadEmployeeMasterRecord.
           READ EmployeeMasterFile
               AT END SET EndOfEmployeeMasterFile TO TRUE
           END-READ.

       LoadAllowances.
           OPEN INPUT AllowanceFile
           IF AllowanceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAllowanceRecord
               PERFORM UNTIL EndOfAllowanceFile
                   IF AllowanceUsed < 20000
                       ADD 1 TO AllowanceUsed
                       MOVE AlwEmployeeId TO
                           TblAlwEmpId (AllowanceUsed)
                       MOVE AlwDependents TO
                           TblAlwDependents (AllowanceUsed)
                       MOVE AlwExemptCode TO
                           TblAlwExemptCode (AllowanceUsed)
                       MOVE AlwPreTaxAmount TO
                           TblAlwPreTax (AllowanceUsed)
                   ELSE
                       SET MasterTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadAllowanceRecord
               END-PERFORM
               CLOSE AllowanceFile
           END-IF.

       ReadAllowanceRecord.
           READ AllowanceFile
               AT END SET EndOfAllowanceFile TO TRUE
           END-READ.

      *> The same posting keys TaxSlab reads, over the same
      *> compiled-in defaults.
       LoadChartOfAccounts.
           OPEN INPUT ChartOfAccountsFile
           IF ChartOfAccountsFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfChartOfAccountsFile
                   EVALUATE GlaPostKey
                       WHEN "GROSS"
                           MOVE GlaAccount TO GrossExpenseAccount
                       WHEN "TAX"
                           MOVE GlaAccount TO TaxPayableAccount
                       WHEN "NETPAY"
                           MOVE GlaAccount TO NetPayableAccount
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccountsFile TO TRUE
           END-READ.

       WriteRunStats.
           MOVE "RetroAdjust" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

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
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> The adjustment run appends to the same deduction feed and
      *> journal as TaxSlab, so it holds its own lock the same way.
       AcquireRunLock.
           MOVE "RetroAdjust" TO LockProgramId
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

      *> Appends a run-level entry to the central audit trail with
      *> what was posted and into which period.
       WriteAuditLog.
           MOVE "RetroAdjust" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Corrections=" RecordsRead " Per=" CurrentPeriodId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Posted=" RecordsWritten " Rejected="
               RecordsRejected
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
