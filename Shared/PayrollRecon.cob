       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayrollRecon.

      *> Three-way payroll control reconciliation, run straight
      *> after the payroll in the nightly schedule.  One TaxSlab
      *> run writes the payroll register, the bank's disbursement
      *> file and the ledger's journal, and moves the year to date
      *> on the register, but nothing proved the four still agreed
      *> - a rerun after a restart leaves the aborted run's postings
      *> on the register, and a disbursement file can be edited by
      *> hand before it goes.  Taking the pay run that wrote the
      *> disbursement file on disk, this run ties the register's
      *> gross and tax for that run to the journal's earnings
      *> expense and tax-withheld credit, the disbursement details
      *> to their own control record and the control record's net
      *> total to the journal's net-pay credit, the payment count
      *> to the register, and the movement in the year's postings
      *> since the last run reconciled to the register.  The verdict
      *> goes onto the reconciliation control file, keyed by the
      *> pay run, and OutboundSend will not release the
      *> disbursement file unless that run passed.  Each break is
      *> also logged to the exception file, which puts it on the
      *> operators' alert screen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DisburseFile ASSIGN TO
               "Data/EvTrue/DISBURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DisburseFileStatus.
           SELECT PayrollDeductionFile ASSIGN TO
               "Data/EvTrue/PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayrollFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT PayReconFile ASSIGN TO
               "Data/EvTrue/PAYRECCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayReconFileStatus.
           SELECT ReconReportFile ASSIGN TO
               "Data/EvTrue/PAYRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DisburseFile.
           COPY DISBREC.

       FD  PayrollDeductionFile.
           COPY PAYDED.

       FD  GlJournalFile.
           COPY GLJRNL.

       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

       FD  PayReconFile.
           COPY PAYRECON.

       FD  ReconReportFile.
       01  ReconReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.
           COPY ERRCODES.
           COPY EXCEPTREC.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 DisburseFileStatus PIC XX.
           88 DisburseFileNotFound VALUE "35".
       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".
       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".
       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".
       01 PayReconFileStatus PIC XX.
           88 PayReconFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

      *> The journal accounts the ties read, with the same compiled
      *> defaults TaxSlab posts to when the chart names none.  The
      *> employer's contribution expense is debited alongside the
      *> earnings expense but is not pay, so it is kept out of the
      *> gross.
       01 TaxPayableAccount  PIC X(8) VALUE "21100000".
       01 NetPayableAccount  PIC X(8) VALUE "21200000".
       01 PensionExpAccount  PIC X(8) VALUE "52100000".
       01 SocSecExpAccount   PIC X(8) VALUE "52200000".

      *> The pay run under reconciliation - the run that wrote the
      *> disbursement file on disk - and the tax year its postings
      *> count in.
       01 PayRunId   PIC X(14) VALUE SPACES.
       01 PayRunYear PIC 9(4).
       01 RowYear    PIC 9(4).

       01 WS-Control-Flag PIC X VALUE "N".
           88 DisburseControlFound VALUE "Y".
       01 DisburseDetails   PIC 9(7) VALUE 0.
       01 DisburseDetailNet PIC 9(11)V99 VALUE 0.
       01 DisburseOtherRuns PIC 9(7) VALUE 0.
       01 ControlCount      PIC 9(7) VALUE 0.
       01 ControlNetTotal   PIC 9(11)V99 VALUE 0.

       01 RegisterRows  PIC 9(7) VALUE 0.
       01 RegisterGross PIC 9(11) VALUE 0.
       01 RegisterTax   PIC 9(11)V99 VALUE 0.
       01 YtdGross      PIC 9(11) VALUE 0.
       01 YtdTax        PIC 9(11)V99 VALUE 0.

       01 JournalLines    PIC 9(5) VALUE 0.
       01 JournalDebits   PIC 9(13)V99 VALUE 0.
       01 JournalCredits  PIC 9(13)V99 VALUE 0.
       01 JournalExpense  PIC 9(13)V99 VALUE 0.
       01 JournalTax      PIC 9(13)V99 VALUE 0.
       01 JournalNet      PIC 9(13)V99 VALUE 0.

      *> Where the year stood when the last other run was
      *> reconciled.  With no earlier reconciliation at all there
      *> is nothing to measure the movement from, so tonight's
      *> figures become the starting point.
       01 WS-Baseline-Flag PIC X VALUE "N".
           88 BaselineFound VALUE "Y".
       01 BaselineYear  PIC 9(4) VALUE 0.
       01 BaselineGross PIC 9(11) VALUE 0.
       01 BaselineTax   PIC 9(11)V99 VALUE 0.
       01 YtdMoveGross  PIC S9(11) VALUE 0.
       01 YtdMoveTax    PIC S9(11)V99 VALUE 0.

      *> One tie at a time through CompareOneTie: what is being
      *> proved, the two sides, and whether they are counts.
       01 TieLabel PIC X(34).
       01 TieLeft  PIC S9(13)V99.
       01 TieRight PIC S9(13)V99.
       01 WS-Count-Flag PIC X VALUE "N".
           88 TieIsCount VALUE "Y".
       01 TieCount   PIC 9(3) VALUE 0.
       01 BreakCount PIC 9(3) VALUE 0.

       01 TieAmountLine.
           05 TalLabel   PIC X(34).
           05 TalLeft    PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 TalRight   PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER     PIC X(2) VALUE SPACES.
           05 TalVerdict PIC X(6).

       01 TieCountLine.
           05 TclLabel   PIC X(34).
           05 TclLeft    PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(5) VALUE SPACES.
           05 TclRight   PIC -ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(5) VALUE SPACES.
           05 TclVerdict PIC X(6).

       01 RunHeadingLine.
           05 FILLER     PIC X(9) VALUE "Pay run: ".
           05 RhlRunId   PIC X(14).
           05 FILLER     PIC X(12) VALUE "   Tax year ".
           05 RhlYear    PIC 9(4).

       01 ColumnHeadingLine.
           05 FILLER PIC X(34) VALUE "Tie".
           05 FILLER PIC X(18) VALUE "               One".
           05 FILLER PIC X(20) VALUE "               Other".
           05 FILLER PIC X(8)  VALUE "  Result".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:4) TO PayRunYear.

           OPEN OUTPUT ReconReportFile.
           MOVE "PAYROLL CONTROL RECONCILIATION" TO RptReportTitle.
           MOVE 1 TO RptPageNumber.
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine.
           MOVE RptHeaderLine TO ReconReportLine.
           WRITE ReconReportLine.

           PERFORM TallyDisbursement.

           IF DisburseFileNotFound
               MOVE SPACES TO ReconReportLine
               WRITE ReconReportLine
               MOVE "No disbursement file on disk - no pay run to "
                   & "reconcile." TO ReconReportLine
               WRITE ReconReportLine
               DISPLAY ReconReportLine
           ELSE
               PERFORM LoadChartOfAccounts
               PERFORM TallyRegister
               PERFORM TallyJournal
               PERFORM FindBaseline
               PERFORM ReportTies
               PERFORM RecordVerdict
           END-IF.

           CLOSE ReconReportFile.

           PERFORM WriteAuditLog.

           IF BreakCount > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> The details and the control record as the file stands now
      *> - after any hand edit, and after BankReturn has flagged its
      *> returns, which changes neither the amounts nor the count.
      *> The first detail names the pay run; a detail stamped with
      *> any other run does not belong on tonight's file.
       TallyDisbursement.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DisburseFile
           IF DisburseFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadDisburseRecord
               PERFORM UNTIL EndOfInputFile
                   IF DctRecordType = "T"
                       SET DisburseControlFound TO TRUE
                       MOVE DctDetailCount TO ControlCount
                       MOVE DctNetTotal TO ControlNetTotal
                   ELSE
                       PERFORM TallyOneDisbursement
                   END-IF
                   PERFORM ReadDisburseRecord
               END-PERFORM
               CLOSE DisburseFile
           END-IF.

       ReadDisburseRecord.
           READ DisburseFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOneDisbursement.
           ADD 1 TO DisburseDetails
           IF DisburseDetails = 1
               MOVE RunStampRunId OF DisburseRecord TO PayRunId
               MOVE RunStampDate OF DisburseRecord (1:4)
                   TO PayRunYear
           END-IF
           IF RunStampRunId OF DisburseRecord NOT = PayRunId
               ADD 1 TO DisburseOtherRuns
           END-IF
           IF DisNetPay NUMERIC
               ADD DisNetPay TO DisburseDetailNet
           END-IF.

      *> The run's own postings, and the whole year's postings as
      *> the register stands tonight - by the run date's year, the
      *> way TaxSlab totals the year for the payslip.  Adjustment
      *> and true-up rows carry zero ordinary amounts, so they move
      *> neither.
       TallyRegister.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM TallyOnePosting
                   PERFORM ReadPayrollRecord
               END-PERFORM
               CLOSE PayrollDeductionFile
           END-IF.

       ReadPayrollRecord.
           READ PayrollDeductionFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOnePosting.
           IF PayrollSalary NOT NUMERIC
               MOVE 0 TO PayrollSalary
           END-IF
           IF PayrollTaxAmount NOT NUMERIC
               MOVE 0 TO PayrollTaxAmount
           END-IF
           IF DisburseDetails > 0
                   AND RunStampRunId OF PayrollDeductionRecord
                       = PayRunId
               ADD 1 TO RegisterRows
               ADD PayrollSalary TO RegisterGross
               ADD PayrollTaxAmount TO RegisterTax
           END-IF
           MOVE RunStampDate OF PayrollDeductionRecord (1:4)
               TO RowYear
           IF RowYear = PayRunYear
               ADD PayrollSalary TO YtdGross
               ADD PayrollTaxAmount TO YtdTax
           END-IF.

      *> The payroll run's own journal lines only - later
      *> adjustment, true-up and bank-return journals appended
      *> behind it carry their own run IDs.
       TallyJournal.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT GlJournalFile
           IF GlJournalFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadGlJournalRecord
               PERFORM UNTIL EndOfInputFile
                   IF DisburseDetails > 0
                           AND RunStampRunId OF GlJournalRecord
                               = PayRunId
                       PERFORM TallyOneJournalLine
                   END-IF
                   PERFORM ReadGlJournalRecord
               END-PERFORM
               CLOSE GlJournalFile
           END-IF.

       ReadGlJournalRecord.
           READ GlJournalFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOneJournalLine.
           ADD 1 TO JournalLines
           IF JrnDebit NOT NUMERIC
               MOVE 0 TO JrnDebit
           END-IF
           IF JrnCredit NOT NUMERIC
               MOVE 0 TO JrnCredit
           END-IF
           ADD JrnDebit TO JournalDebits
           ADD JrnCredit TO JournalCredits
           EVALUATE JrnAccount
               WHEN TaxPayableAccount
                   ADD JrnCredit TO JournalTax
               WHEN NetPayableAccount
                   ADD JrnCredit TO JournalNet
               WHEN PensionExpAccount
                   CONTINUE
               WHEN SocSecExpAccount
                   CONTINUE
               WHEN OTHER
                   ADD JrnDebit TO JournalExpense
           END-EVALUATE.

       LoadChartOfAccounts.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ChartOfAccountsFile
           IF ChartOfAccountsFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfInputFile
                   EVALUATE GlaPostKey
                       WHEN "TAX"
                           MOVE GlaAccount TO TaxPayableAccount
                       WHEN "NETPAY"
                           MOVE GlaAccount TO NetPayableAccount
                       WHEN "PENEXP"
                           MOVE GlaAccount TO PensionExpAccount
                       WHEN "SSEXP"
                           MOVE GlaAccount TO SocSecExpAccount
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> The latest row for any other pay run.  A row for tonight's
      *> run itself is an earlier attempt at the same
      *> reconciliation, and the movement is still measured from
      *> the run before it.  A baseline from an earlier tax year
      *> means the year started again at nothing.
       FindBaseline.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PayReconFile
           IF PayReconFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPayReconRecord
               PERFORM UNTIL EndOfInputFile
                   IF PrcPayRunId NOT = PayRunId
                       SET BaselineFound TO TRUE
                       MOVE PrcTaxYear TO BaselineYear
                       MOVE PrcYtdGross TO BaselineGross
                       MOVE PrcYtdTax TO BaselineTax
                   END-IF
                   PERFORM ReadPayReconRecord
               END-PERFORM
               CLOSE PayReconFile
           END-IF
           IF BaselineFound AND BaselineYear NOT = PayRunYear
               MOVE 0 TO BaselineGross
               MOVE 0 TO BaselineTax
           END-IF
           COMPUTE YtdMoveGross = YtdGross - BaselineGross
           COMPUTE YtdMoveTax = YtdTax - BaselineTax.

       ReadPayReconRecord.
           READ PayReconFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       ReportTies.
           MOVE SPACES TO ReconReportLine
           WRITE ReconReportLine
           MOVE PayRunId TO RhlRunId
           MOVE PayRunYear TO RhlYear
           MOVE RunHeadingLine TO ReconReportLine
           WRITE ReconReportLine
           DISPLAY ReconReportLine
           MOVE SPACES TO ReconReportLine
           WRITE ReconReportLine
           MOVE ColumnHeadingLine TO ReconReportLine
           WRITE ReconReportLine

      *> The disbursement file must prove to itself before it is
      *> proved to anything else.
           IF NOT DisburseControlFound
               MOVE "DISBURSE CONTROL RECORD PRESENT" TO TieLabel
               MOVE 0 TO TieLeft
               MOVE 1 TO TieRight
               SET TieIsCount TO TRUE
               PERFORM CompareOneTie
           END-IF
           MOVE "DISBURSE DETAILS / CONTROL COUNT" TO TieLabel
           MOVE DisburseDetails TO TieLeft
           MOVE ControlCount TO TieRight
           SET TieIsCount TO TRUE
           PERFORM CompareOneTie
           MOVE "DISBURSE DETAILS / CONTROL NET" TO TieLabel
           MOVE DisburseDetailNet TO TieLeft
           MOVE ControlNetTotal TO TieRight
           MOVE "N" TO WS-Count-Flag
           PERFORM CompareOneTie
           MOVE "DISBURSE ROWS FROM OTHER RUNS" TO TieLabel
           MOVE DisburseOtherRuns TO TieLeft
           MOVE 0 TO TieRight
           SET TieIsCount TO TRUE
           PERFORM CompareOneTie

           IF DisburseDetails = 0
               MOVE SPACES TO ReconReportLine
               WRITE ReconReportLine
               MOVE "No payments on the disbursement file - no pay "
                   & "run to tie." TO ReconReportLine
               WRITE ReconReportLine
               DISPLAY ReconReportLine
           ELSE
               PERFORM ReportRunTies
           END-IF

           MOVE SPACES TO ReconReportLine
           WRITE ReconReportLine
           MOVE SPACES TO ReconReportLine
           IF BreakCount = 0
               STRING "RECONCILED - " TieCount " ties agree; "
                   "disbursement file released for despatch."
                   DELIMITED BY SIZE INTO ReconReportLine
           ELSE
               STRING "NOT RECONCILED - " BreakCount " of "
                   TieCount " ties broken; disbursement file held."
                   DELIMITED BY SIZE INTO ReconReportLine
           END-IF
           WRITE ReconReportLine
           DISPLAY ReconReportLine.

      *> Register to journal, disbursement to journal and register,
      *> the journal to itself, and the year's movement to the
      *> register.
       ReportRunTies.
           MOVE "REGISTER GROSS / JOURNAL EXPENSE" TO TieLabel
           MOVE RegisterGross TO TieLeft
           MOVE JournalExpense TO TieRight
           MOVE "N" TO WS-Count-Flag
           PERFORM CompareOneTie
           MOVE "REGISTER TAX / JOURNAL TAX CREDIT" TO TieLabel
           MOVE RegisterTax TO TieLeft
           MOVE JournalTax TO TieRight
           PERFORM CompareOneTie
           MOVE "CONTROL NET / JOURNAL NET CREDIT" TO TieLabel
           MOVE ControlNetTotal TO TieLeft
           MOVE JournalNet TO TieRight
           PERFORM CompareOneTie
           MOVE "JOURNAL DEBITS / CREDITS" TO TieLabel
           MOVE JournalDebits TO TieLeft
           MOVE JournalCredits TO TieRight
           PERFORM CompareOneTie
           MOVE "PAYMENTS / REGISTER POSTINGS" TO TieLabel
           MOVE DisburseDetails TO TieLeft
           MOVE RegisterRows TO TieRight
           SET TieIsCount TO TRUE
           PERFORM CompareOneTie
           IF BaselineFound
               MOVE "YTD GROSS MOVEMENT / REGISTER" TO TieLabel
               MOVE YtdMoveGross TO TieLeft
               MOVE RegisterGross TO TieRight
               MOVE "N" TO WS-Count-Flag
               PERFORM CompareOneTie
               MOVE "YTD TAX MOVEMENT / REGISTER" TO TieLabel
               MOVE YtdMoveTax TO TieLeft
               MOVE RegisterTax TO TieRight
               PERFORM CompareOneTie
           ELSE
               MOVE SPACES TO ReconReportLine
               STRING "No earlier run reconciled - year to date "
                   "taken as the starting point."
                   DELIMITED BY SIZE INTO ReconReportLine
               WRITE ReconReportLine
               DISPLAY ReconReportLine
           END-IF.

      *> One tie onto the report; a break also goes to the
      *> exception file.
       CompareOneTie.
           ADD 1 TO TieCount
           IF TieIsCount
               MOVE TieLabel TO TclLabel
               MOVE TieLeft TO TclLeft
               MOVE TieRight TO TclRight
               MOVE "AGREES" TO TclVerdict
               IF TieLeft NOT = TieRight
                   MOVE "BREAK" TO TclVerdict
               END-IF
               MOVE TieCountLine TO ReconReportLine
           ELSE
               MOVE TieLabel TO TalLabel
               MOVE TieLeft TO TalLeft
               MOVE TieRight TO TalRight
               MOVE "AGREES" TO TalVerdict
               IF TieLeft NOT = TieRight
                   MOVE "BREAK" TO TalVerdict
               END-IF
               MOVE TieAmountLine TO ReconReportLine
           END-IF
           WRITE ReconReportLine
           IF TieLeft NOT = TieRight
               ADD 1 TO BreakCount
               DISPLAY ReconReportLine
               PERFORM LogOneBreak
           END-IF.

       LogOneBreak.
           MOVE "PayrollRecon" TO ExcpProgramId
           SET ErrControlMismatch TO TRUE
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE TieLabel TO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           MOVE RunIdValue TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> Appended whatever the verdict, so a rerun of the
      *> reconciliation after the break is put right supersedes
      *> this row for the same pay run.
       RecordVerdict.
           MOVE SPACES TO PayReconRecord
           MOVE PayRunId TO PrcPayRunId
           MOVE FUNCTION CURRENT-DATE(1:14) TO PrcReconStamp
           IF BreakCount = 0
               SET PrcReconPassed TO TRUE
           ELSE
               SET PrcReconBroken TO TRUE
           END-IF
           MOVE BreakCount TO PrcBreakCount
           MOVE PayRunYear TO PrcTaxYear
           MOVE YtdGross TO PrcYtdGross
           MOVE YtdTax TO PrcYtdTax
           MOVE RegisterGross TO PrcRegisterGross
           MOVE RegisterTax TO PrcRegisterTax
           MOVE ControlNetTotal TO PrcNetTotal
           MOVE RunIdValue TO PrcReconRunId
           OPEN EXTEND PayReconFile
           IF PayReconFileNotFound
               OPEN OUTPUT PayReconFile
           END-IF
           WRITE PayReconRecord
           CLOSE PayReconFile.

       GetJobParm.
           MOVE "PayrollRecon" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight run needs no one at
      *> the console.
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
           MOVE RunIdValue TO AuditRunId.

       WriteAuditLog.
           MOVE "PayrollRecon" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "PayRun=" PayRunId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Ties=" TieCount " Breaks=" BreakCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
