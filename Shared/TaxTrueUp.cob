       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxTrueUp.

      *> Year-end withholding true-up.  TaxSlab withholds period by
      *> period against the period brackets, so an employee whose
      *> pay swings from month to month ends the year having had
      *> too much or too little withheld against the tax actually
      *> owed on the year's pay.  This run accumulates each
      *> employee's taxable pay and tax withheld for the keyed year
      *> from the payroll deduction feed - the same rows the
      *> year-to-date report is built from, retro adjustments
      *> included - recomputes the annual liability on the whole
      *> year's taxable pay under the year's bracket set (each
      *> bracket limit scaled up by the number of pay periods in
      *> the year), and posts the difference as one true-up row per
      *> employee into the year's final pay period, which must
      *> still be open.  A balanced journal moves the settlement
      *> between tax payable and net pay payable, and the register
      *> lists every employee as over-withheld, under-withheld or
      *> even.  Settlements already posted for the year count as
      *> withheld, so a rerun finds nothing further to settle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT TrueUpReportFile ASSIGN TO
               "Data/EvTrue/TRUEUPREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

      *> The same journal interface TaxSlab writes, appended under
      *> this run's own run ID as a separate, self-balancing
      *> journal.
       FD  GlJournalFile.
           COPY GLJRNL.

       FD  TrueUpReportFile.
       01  TrueUpReportLine PIC X(132).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY JOBPARM.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RPTHDR.
           COPY RUNSTATS.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 BracketParmFileStatus PIC XX.
           88 BracketParmFileNotFound VALUE "35".

       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".

       01 PayPeriodFileStatus PIC XX.
           88 PayPeriodFileNotFound VALUE "35".

       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 WS-Brk-Eof-Flag PIC X VALUE "N".
           88 EndOfBracketParmFile VALUE "Y".

       01 WS-Pay-Eof-Flag PIC X VALUE "N".
           88 EndOfPayrollFile VALUE "Y".

       01 WS-Per-Eof-Flag PIC X VALUE "N".
           88 EndOfPayPeriodFile VALUE "Y".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 EntryFound VALUE "Y".

       01 WS-Brk-Found-Flag PIC X VALUE "N".
           88 BracketSetFound VALUE "Y".

      *> The year being settled - from the job-parameter file under
      *> the driver, zero meaning the current year, the same
      *> convention as PayrollYtd's YTD-YEAR - and the year a feed
      *> row belongs to.
       01 TrueUpYear  PIC 9(4).
       01 RecordYear  PIC 9(4).

      *> The year's final pay period - the latest period ending in
      *> the year - where the settlements post, and how many
      *> periods the year has, which scales the period brackets up
      *> to annual ones.
       01 FinalPeriodId     PIC X(6).
       01 FinalPeriodEnd    PIC 9(8) VALUE 0.
       01 FinalPeriodStatus PIC X.
           88 FinalPeriodOpen VALUE "O".
       01 PeriodsInYear     PIC 9(3) VALUE 0.

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

      *> The year's bracket set scaled to annual limits.
       01 AnnualLimit1 PIC 9(9).
       01 AnnualLimit2 PIC 9(9).
       01 AnnualLimit3 PIC 9(9).
       01 Bracket2Rate PIC 9(2).
       01 Bracket3Rate PIC 9(2).
       01 Bracket4Rate PIC 9(2).

      *> One row per employee with pay in the year: taxable pay and
      *> tax withheld, regular postings, retro adjustments and any
      *> earlier settlement for the year all folded in.  Sized for
      *> the 20000 staff the payroll run holds.
       01 TrueUpTable.
           05 TrueUpEntry OCCURS 20000 TIMES.
               10 TupEmployeeId PIC X(10).
               10 TupTaxable    PIC S9(9).
               10 TupWithheld   PIC S9(9)V99.
       01 TrueUpUsed PIC 9(5) VALUE 0.
       01 TrueUpIdx  PIC 9(5).

      *> Working amounts for the employee in hand.
       01 AnnualTaxable   PIC 9(9).
       01 AnnualTax       PIC 9(9)V99.
       01 PortionAmount   PIC 9(9).
       01 SettleAmount    PIC S9(9)V99.
       01 SettleStatus    PIC X(6).

      *> The settlement journal's signed total: positive when the
      *> year was under-withheld (more tax owed, less net pay),
      *> negative when over-withheld (a refund through net pay).
       01 JournalTax   PIC S9(11)V99 VALUE 0.
       01 JournalSide  PIC S9(11)V99.

       01 TaxPayableAccount   PIC X(8) VALUE "21100000".
       01 NetPayableAccount   PIC X(8) VALUE "21200000".

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 UnderCount      PIC 9(5) VALUE 0.
       01 OverCount       PIC 9(5) VALUE 0.
       01 EvenCount       PIC 9(5) VALUE 0.
       01 UnderTotal      PIC 9(11)V99 VALUE 0.
       01 OverTotal       PIC 9(11)V99 VALUE 0.

       01 ColumnHeading1.
           05 FILLER PIC X(12) VALUE "EMPLOYEE".
           05 FILLER PIC X(15) VALUE " ANNUAL TAXABLE".
           05 FILLER PIC X(16) VALUE "  ANNUAL LIABLTY".
           05 FILLER PIC X(16) VALUE "    TAX WITHHELD".
           05 FILLER PIC X(16) VALUE "      SETTLEMENT".
           05 FILLER PIC X(8)  VALUE "  STATUS".

       01 TrueUpDetailLine.
           05 TdlEmployeeId PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 TdlTaxable    PIC Z(11)9.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 TdlLiability  PIC Z(9)9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 TdlWithheld   PIC -(9)9.99.
           05 FILLER        PIC X(3) VALUE SPACES.
           05 TdlSettlement PIC -(9)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 TdlStatus     PIC X(6).

       01 TrueUpTotalLine.
           05 TtlLabel   PIC X(16).
           05 TtlCount   PIC ZZZZ9.
           05 FILLER     PIC X(12) VALUE " employees  ".
           05 TtlAmount  PIC Z(10)9.99.

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

           PERFORM AcceptTrueUpYear.

           PERFORM LocateFinalPeriod.
           IF NOT FinalPeriodOpen
               PERFORM FinalPeriodFailure
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           PERFORM LoadBracketSets.
           PERFORM SelectBracketSet.
           PERFORM LoadChartOfAccounts.
           PERFORM AccumulateYear.

           OPEN OUTPUT TrueUpReportFile.
           PERFORM WriteReportHeading.

           PERFORM SettleOneEmployee
               VARYING TrueUpIdx FROM 1 BY 1
                   UNTIL TrueUpIdx > TrueUpUsed.

           IF RecordsWritten > 0
               PERFORM WriteSettlementJournal
           END-IF.

           PERFORM WriteReportTotals.
           CLOSE TrueUpReportFile.

           DISPLAY "Year-end true-up for " TrueUpYear " - "
               UnderCount " under-withheld, " OverCount
               " over-withheld, " EvenCount " even.".

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           IF RecordsRejected > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> The year to settle comes from the job-parameter file under
      *> the driver, and from the console otherwise, re-prompting
      *> until it is numeric.
       AcceptTrueUpYear.
           MOVE "TRUEUP-YEAR" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               COMPUTE TrueUpYear =
                   FUNCTION NUMVAL(FUNCTION TRIM(JpParmValue))
               IF TrueUpYear = 0
                   MOVE FUNCTION CURRENT-DATE(1:4) TO TrueUpYear
               END-IF
           ELSE
               MOVE "N" TO NumEntryValid
               PERFORM AcceptTrueUpYearEntry UNTIL NumEntryIsValid
           END-IF
           DISPLAY "Settling withholding for year " TrueUpYear ".".

       AcceptTrueUpYearEntry.
           DISPLAY "Settle withholding for year (YYYY): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE TrueUpYear =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Walks the period master for the periods ending in the
      *> year: their count, and the latest of them, whose status
      *> decides whether there is anywhere to post.
       LocateFinalPeriod.
           MOVE SPACES TO FinalPeriodId
           MOVE SPACE TO FinalPeriodStatus
           OPEN INPUT PayPeriodFile
           IF PayPeriodFileNotFound
               DISPLAY "Pay-period master not on disk - there is no "
                   "final period to settle into."
           ELSE
               PERFORM ReadPayPeriodRecord
               PERFORM UNTIL EndOfPayPeriodFile
                   IF PeriodEnd (1:4) = TrueUpYear
                       ADD 1 TO PeriodsInYear
                       IF PeriodEnd > FinalPeriodEnd
                           MOVE PeriodEnd    TO FinalPeriodEnd
                           MOVE PeriodId     TO FinalPeriodId
                           MOVE PeriodStatus TO FinalPeriodStatus
                       END-IF
                   END-IF
                   PERFORM ReadPayPeriodRecord
               END-PERFORM
               CLOSE PayPeriodFile
           END-IF
           IF FinalPeriodOpen
               DISPLAY "Settlements post under final period "
                   FinalPeriodId " (" PeriodsInYear
                   " periods in the year)."
           END-IF.

       ReadPayPeriodRecord.
           READ PayPeriodFile
               AT END SET EndOfPayPeriodFile TO TRUE
           END-READ.

      *> With the final period missing or already closed the
      *> settlements have nowhere to land - logged and stopped with
      *> the control failure code, the same as TaxSlab's refusal.
       FinalPeriodFailure.
           SET ErrControlMismatch TO TRUE
           MOVE "TaxTrueUp"  TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Final period of " TrueUpYear " not open"
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Run stopped - the final pay period of "
               TrueUpYear " is not on the master or not open.".

      *> One pass over the deduction feed.  Regular and retro rows
      *> belong to the year of their run stamp, exactly as the
      *> year-to-date report counts them; an earlier settlement
      *> belongs to the year it settled, carried on the row.
       AccumulateYear.
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               DISPLAY "Payroll feed not on disk - nothing to settle."
           ELSE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfPayrollFile
                   IF PayrollTrueUpEntry
                       MOVE PayrollAdjOfPeriod (1:4) TO RecordYear
                   ELSE
                       MOVE RunStampDate OF PayrollDeductionRecord (1:4)
                           TO RecordYear
                   END-IF
                   IF RecordYear = TrueUpYear
                       ADD 1 TO RecordsRead
                       PERFORM AccumulateOneRecord
                   END-IF
                   PERFORM ReadPayrollRecord
               END-PERFORM
               CLOSE PayrollDeductionFile
           END-IF.

       ReadPayrollRecord.
           READ PayrollDeductionFile
               AT END SET EndOfPayrollFile TO TRUE
           END-READ.

      *> A row from before the taxable amount existed reads it back
      *> as spaces - the gross stood in for it then.
       AccumulateOneRecord.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING TrueUpIdx FROM 1 BY 1
                   UNTIL TrueUpIdx > TrueUpUsed OR EntryFound
               IF TupEmployeeId (TrueUpIdx) = PayrollEmployeeId
                   SET EntryFound TO TRUE
                   SUBTRACT 1 FROM TrueUpIdx
               END-IF
           END-PERFORM
           IF NOT EntryFound
               IF TrueUpUsed < 20000
                   ADD 1 TO TrueUpUsed
                   MOVE TrueUpUsed TO TrueUpIdx
                   MOVE PayrollEmployeeId TO TupEmployeeId (TrueUpIdx)
                   MOVE 0 TO TupTaxable (TrueUpIdx)
                   MOVE 0 TO TupWithheld (TrueUpIdx)
               ELSE
                   DISPLAY "Employee table full - "
                       PayrollEmployeeId " not settled."
                   ADD 1 TO RecordsRejected
               END-IF
           END-IF
           IF TrueUpIdx <= TrueUpUsed
               EVALUATE TRUE
                   WHEN PayrollAdjustmentEntry
                       IF PayrollAdjTaxable NUMERIC
                           ADD PayrollAdjTaxable TO
                               TupTaxable (TrueUpIdx)
                       END-IF
                       IF PayrollAdjTax NUMERIC
                           ADD PayrollAdjTax TO TupWithheld (TrueUpIdx)
                       END-IF
                   WHEN PayrollTrueUpEntry
                       IF PayrollAdjTax NUMERIC
                           ADD PayrollAdjTax TO TupWithheld (TrueUpIdx)
                       END-IF
                   WHEN OTHER
                       IF PayrollTaxable NUMERIC
                           ADD PayrollTaxable TO TupTaxable (TrueUpIdx)
                       ELSE
                           ADD PayrollSalary TO TupTaxable (TrueUpIdx)
                       END-IF
                       ADD PayrollTaxAmount TO TupWithheld (TrueUpIdx)
               END-EVALUATE
           END-IF.

      *> One employee's annual liability against what was withheld.
      *> A difference is posted as a true-up row in the final
      *> period; either way the employee is listed on the register.
       SettleOneEmployee.
           IF TupTaxable (TrueUpIdx) > 0
               MOVE TupTaxable (TrueUpIdx) TO AnnualTaxable
           ELSE
               MOVE 0 TO AnnualTaxable
           END-IF
           PERFORM CalcAnnualTax
           COMPUTE SettleAmount = AnnualTax - TupWithheld (TrueUpIdx)
           EVALUATE TRUE
               WHEN SettleAmount > 0
                   MOVE "UNDER" TO SettleStatus
                   ADD 1 TO UnderCount
                   ADD SettleAmount TO UnderTotal
               WHEN SettleAmount < 0
                   MOVE "OVER" TO SettleStatus
                   ADD 1 TO OverCount
                   SUBTRACT SettleAmount FROM OverTotal
               WHEN OTHER
                   MOVE "EVEN" TO SettleStatus
                   ADD 1 TO EvenCount
           END-EVALUATE
           IF SettleAmount NOT = 0
               PERFORM WriteTrueUpRecord
               ADD SettleAmount TO JournalTax
           END-IF
           MOVE TupEmployeeId (TrueUpIdx) TO TdlEmployeeId
           MOVE AnnualTaxable TO TdlTaxable
           MOVE AnnualTax     TO TdlLiability
           MOVE TupWithheld (TrueUpIdx) TO TdlWithheld
           MOVE SettleAmount  TO TdlSettlement
           MOVE SettleStatus  TO TdlStatus
           MOVE TrueUpDetailLine TO TrueUpReportLine
           WRITE TrueUpReportLine.

      *> The same slice-by-slice marginal walk as TaxSlab's
      *> CalcMarginalTax, over the annual limits.
       CalcAnnualTax.
           MOVE 0 TO AnnualTax

           IF AnnualTaxable > AnnualLimit1
               IF AnnualTaxable < AnnualLimit2
                   COMPUTE PortionAmount = AnnualTaxable - AnnualLimit1
               ELSE
                   COMPUTE PortionAmount = AnnualLimit2 - AnnualLimit1
               END-IF
               COMPUTE AnnualTax = AnnualTax +
                   PortionAmount * Bracket2Rate / 100
           END-IF

           IF AnnualTaxable > AnnualLimit2
               IF AnnualTaxable < AnnualLimit3
                   COMPUTE PortionAmount = AnnualTaxable - AnnualLimit2
               ELSE
                   COMPUTE PortionAmount = AnnualLimit3 - AnnualLimit2
               END-IF
               COMPUTE AnnualTax = AnnualTax +
                   PortionAmount * Bracket3Rate / 100
           END-IF

           IF AnnualTaxable > AnnualLimit3
               COMPUTE PortionAmount = AnnualTaxable - AnnualLimit3
               COMPUTE AnnualTax = AnnualTax +
                   PortionAmount * Bracket4Rate / 100
           END-IF.

      *> The true-up row: posted in the final period, its ordinary
      *> amounts zero, the year it settles in the first four bytes
      *> of the adjusted-period field and the signed settlement in
      *> the adjustment tax - the same shape as a retro adjustment,
      *> so every reader that folds adjustments in picks it up.
       WriteTrueUpRecord.
           MOVE SPACES TO PayrollDeductionRecord
           MOVE TupEmployeeId (TrueUpIdx) TO PayrollEmployeeId
           MOVE 0 TO PayrollSalary
           MOVE "TRUE-UP" TO PayrollBracket
           MOVE 0 TO PayrollTaxAmount
           MOVE 0 TO PayrollTaxable
           MOVE FinalPeriodId TO PayrollPeriodId
           MOVE "T" TO PayrollEntryType
           MOVE TrueUpYear TO PayrollAdjOfPeriod (1:4)
           MOVE 0 TO PayrollAdjSalary
           MOVE 0 TO PayrollAdjTaxable
           MOVE SettleAmount TO PayrollAdjTax
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

      *> The balanced settlement journal: an under-withheld year
      *> credits tax payable and debits net pay payable (the
      *> employee's pay bears the extra tax); an over-withheld year
      *> is the reverse, refunding through net pay.
       WriteSettlementJournal.
           OPEN EXTEND GlJournalFile
           IF GlJournalFileNotFound
               OPEN OUTPUT GlJournalFile
           END-IF

           MOVE TaxPayableAccount TO JrnAccount
           MOVE JournalTax TO JournalSide
           MOVE "YEAR-END TAX TRUE-UP" TO JrnDesc
           PERFORM WriteCreditSideLine

           MOVE NetPayableAccount TO JrnAccount
           COMPUTE JournalSide = 0 - JournalTax
           MOVE "YEAR-END NET TRUE-UP" TO JrnDesc
           PERFORM WriteCreditSideLine

           CLOSE GlJournalFile.

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
           MOVE FinalPeriodId TO JrnPeriodId
           MOVE SPACES TO JrnCostCenter
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               GlJournalRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               GlJournalRecord
           MOVE RunIdValue TO RunStampRunId OF GlJournalRecord
           WRITE GlJournalRecord.

       WriteReportHeading.
           MOVE "YEAR-END WITHHOLDING TRUE-UP REGISTER" TO
               RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE SPACES TO TrueUpReportLine
           STRING "Tax year " TrueUpYear
               "   settled into period " FinalPeriodId
               "   run " RunIdValue
               DELIMITED BY SIZE INTO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE SPACES TO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE ColumnHeading1 TO TrueUpReportLine
           WRITE TrueUpReportLine.

       WriteReportTotals.
           MOVE SPACES TO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE "UNDER-WITHHELD" TO TtlLabel
           MOVE UnderCount TO TtlCount
           MOVE UnderTotal TO TtlAmount
           MOVE TrueUpTotalLine TO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE "OVER-WITHHELD" TO TtlLabel
           MOVE OverCount TO TtlCount
           MOVE OverTotal TO TtlAmount
           MOVE TrueUpTotalLine TO TrueUpReportLine
           WRITE TrueUpReportLine
           MOVE "EVEN" TO TtlLabel
           MOVE EvenCount TO TtlCount
           MOVE 0 TO TtlAmount
           MOVE TrueUpTotalLine TO TrueUpReportLine
           WRITE TrueUpReportLine.

      *> Every bracket set on file held in storage for the pick.
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

      *> The set with the latest tax year at or before the year
      *> being settled - the same rule TaxSlab's load applies - with
      *> its limits scaled up by the year's period count.
       SelectBracketSet.
           MOVE "N" TO WS-Brk-Found-Flag
           MOVE 0 TO BestTaxYear
           MOVE 0 TO AnnualLimit1 AnnualLimit2 AnnualLimit3
           MOVE 0 TO Bracket2Rate Bracket3Rate Bracket4Rate
           PERFORM VARYING BracketSetIdx FROM 1 BY 1
                   UNTIL BracketSetIdx > BracketSetUsed
               IF TblBrkYear (BracketSetIdx) <= TrueUpYear
                   IF NOT BracketSetFound
                           OR TblBrkYear (BracketSetIdx) >= BestTaxYear
                       COMPUTE AnnualLimit1 =
                           TblBrk1Limit (BracketSetIdx) * PeriodsInYear
                       COMPUTE AnnualLimit2 =
                           TblBrk2Limit (BracketSetIdx) * PeriodsInYear
                       COMPUTE AnnualLimit3 =
                           TblBrk3Limit (BracketSetIdx) * PeriodsInYear
                       MOVE TblBrk2Rate (BracketSetIdx) TO Bracket2Rate
                       MOVE TblBrk3Rate (BracketSetIdx) TO Bracket3Rate
                       MOVE TblBrk4Rate (BracketSetIdx) TO Bracket4Rate
                       MOVE TblBrkYear (BracketSetIdx) TO BestTaxYear
                       SET BracketSetFound TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT BracketSetFound
               DISPLAY "No bracket set in force for " TrueUpYear
                   " - brackets left at zero."
           END-IF.

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
           MOVE "TaxTrueUp" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

      *> Fetches one console answer from the shared job-parameter
      *> file - found only while NightlyBatch has the batch-mode
      *> flag raised, so interactive runs still prompt.
       GetJobParm.
           MOVE "TaxTrueUp" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the year-end dispatch runs with no
      *> console and no hung prompt.
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
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> The true-up appends to the same deduction feed and journal
      *> as TaxSlab, so it holds its own lock the same way.
       AcquireRunLock.
           MOVE "TaxTrueUp" TO LockProgramId
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
      *> the year settled and what was posted.
       WriteAuditLog.
           MOVE "TaxTrueUp" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Year=" TrueUpYear " Per=" FinalPeriodId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Posted=" RecordsWritten " Under=" UnderCount
               " Over=" OverCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
