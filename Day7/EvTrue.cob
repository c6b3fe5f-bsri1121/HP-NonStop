           SELECT DisburseFile ASSIGN TO
               "Data/EvTrue/DISBURSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EmployeeBankFile ASSIGN TO
               "Data/EvTrue/EMPBANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeBankFileStatus.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT DeductionOrderFile ASSIGN TO
               "Data/EvTrue/DEDORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DeductionOrderFileStatus.
           SELECT EarningsTypeFile ASSIGN TO
               "Data/EvTrue/EARNTYPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EarningsTypeFileStatus.
           SELECT EarningsFile ASSIGN TO
               "Data/EvTrue/EARNINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EarningsFileStatus.
           SELECT ContributionFile ASSIGN TO
               "Data/EvTrue/CONTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContributionFileStatus.
           SELECT PayslipFile ASSIGN TO
               "Data/EvTrue/PAYSLIPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CostCenterFile ASSIGN TO
               "Data/EvTrue/COSTCTRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CostCenterFileStatus.
           SELECT CostDistFile ASSIGN TO
               "Data/EvTrue/COSTDIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KeySortFile ASSIGN TO "Data/EvTrue/TSKEYWRK.DAT".
           SELECT KeySortedFile ASSIGN TO "Data/EvTrue/TSKEYSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
      *> feed for this run, in the shared layout the totaling and
      *> export programs read.
       FD  PayrollDeductionFile.
       01  PayrollDeductionLine PIC X(113).

      *> The earnings lines from payroll - the whole staff in one
      *> file-driven pass instead of a clerk keying two hundred
      *> salaries a month.  An employee may have several lines in a
      *> row, one per earnings type - basic salary, overtime,
      *> bonus, shift allowance - so the breakdown survives to the
      *> register and the ledger.  A blank type is basic salary,
      *> which is what every line was before types existed.  This
      *> is layout version 02 on the header; version 01 lines end
      *> at the salary.
       FD  SalaryFile.
       01  SalaryRecord.
           05 SalEmployeeId PIC X(10).
           05 SalSalary     PIC 9(5).
           05 SalEarnType   PIC X(4).

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  SalaryTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
      *> deactivated) is a logged reject instead of a phantom
      *> deduction.
       FD  EmployeeMasterFile.
       01  EmployeeMasterLine PIC X(51).

      *> Per-employee pre-tax allowances: dependent count, standard
      *> exemption code, and a fixed pre-tax amount.  These come off
      *> the gross salary before the bracket walk, so the tax is
      *> computed on what the employee is actually taxed on.
       FD  AllowanceFile.
       01  AllowanceLine PIC X(21).

      *> The net-pay disbursement feed for the bank interface: one
      *> detail per employee - net pay and the business-day value
      *> date - closed by a control record carrying the detail
      *> count and net total the bank side proves before paying.
       FD  DisburseFile.
           COPY DISBREC.

      *> The employee bank-details file maintained under dual
      *> control through EmpBankMaint and ChangeApproval - where
      *> each payment goes, with any approved change still waiting
      *> out its cooling-off period.
       FD  EmployeeBankFile.
       01  EmployeeBankLine PIC X(76).

      *> The small chart-of-accounts file mapping this run's posting
      *> keys - GROSS, TAX, NETPAY - to ledger account numbers, so
      *> and credit records for gross salary expense, tax withheld,
      *> and net pay payable, one journal per payroll run.
       FD  GlJournalFile.
           COPY GLJRNL.

      *> Post-tax deduction orders - garnishments, loan repayments,
      *> union dues - taken off net pay before the payment is cut,
      *> and rewritten at the end of the run with each order's
      *> recovered amount, arrears and status brought up to date.
       FD  DeductionOrderFile.
           COPY DEDORDER.

      *> The earnings-type table: per type, whether it is taxed,
      *> whether allowances come off it, whether proration scales
      *> it, and the expense account it is debited to.
       FD  EarningsTypeFile.
           COPY EARNTYPE.

      *> The earnings register - one row per earnings line paid,
      *> appended run after run for the year-to-date totals by
      *> type.
       FD  EarningsFile.
           COPY EARNREC.

      *> The employer-contribution register - one row per employee
      *> paid, appended run after run for the month-end remittance
      *> return.
       FD  ContributionFile.
           COPY CONTRIB.

      *> The payslip print file - one page per employee paid this
      *> run, rewritten each run for the morning pack.
       FD  PayslipFile.
       01  PayslipLine PIC X(100).

      *> The department-to-cost-center table finance maintains:
      *> each department's staff are charged to its cost center.
      *> A row for department "****" names the suspense cost
      *> center in place of the compiled-in one.
       FD  CostCenterFile.
       01  CostCenterRecord.
           05 CcDept       PIC X(4).
           05 CcCostCenter PIC X(6).
           05 CcDesc       PIC X(20).

      *> The cost-center distribution report - every employee
      *> charged to suspense for want of a mapping, then each
      *> earnings type's expense by cost center proved back to the
      *> company figure - rewritten each run for finance.
       FD  CostDistFile.
       01  CostDistLine PIC X(100).

      *> Work file that puts each file held in storage by employee
      *> - the master, the allowances, the bank details and the
      *> year's payroll postings - into employee ID order on the way
      *> in, so those tables are searched by halving instead of row
      *> by row.  Rows for the same employee keep their file order.
       SD  KeySortFile.
       01  KeySortRecord.
           05 KsrEmployeeId PIC X(10).
           05 FILLER        PIC X(110).

       FD  KeySortedFile.
       01  KeySortedRecord PIC X(120).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
       01 SavedReturnCode PIC S9(4).
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DUTYCHK.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           COPY SESSION.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY RPTHDR.
           COPY PARMLOOK.
           COPY PARMUSE.
       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".

      *> The deduction row being built for this run's posting, and
      *> the year's earlier rows as they come off the sorted work
      *> file - kept here rather than in the file's record area,
      *> which is not there to read into while the file is shut.
           COPY PAYDED.

       01 SalaryFileStatus PIC XX.
           88 SalaryFileNotFound VALUE "35".

      *> - a closed period, or no period at all, stops the run the
      *> same way a control failure does.
       01 CurrentPeriodId PIC X(6).
       01 CurrentPeriodStart PIC 9(8) VALUE 0.
       01 CurrentPeriodEnd   PIC 9(8) VALUE 0.
       01 WS-Per-Flag PIC X VALUE "N".
           88 PeriodPostable VALUE "Y".
       01 WS-Per-Closed-Flag PIC X VALUE "N".
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: the whole staff is paid on paper
      *> exactly as for real, but each record and report line is
      *> handed to the dry-run forecast instead of being written.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

      *> Per-run record counts for the shared statistics file.
       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 EmployeeMasterFileStatus PIC XX.
           88 EmployeeMasterFileNotFound VALUE "35".

      *> The master row in hand, read off the sorted work file.
           COPY EMPREC.

       01 WS-Emp-Eof-Flag PIC X VALUE "N".
           88 EndOfEmployeeMasterFile VALUE "Y".

       01 WS-Emp-Found-Flag PIC X VALUE "N".
           88 EmployeeOnMaster VALUE "Y".

      *> Employee IDs from the master, held in storage for the
      *> salary-feed validation, with the hire and last-worked
      *> dates the partial-period proration needs.  The tables
      *> keyed by employee are sized for 20000 staff, well clear of
      *> the headcount, so growth is a data change and not a failed
      *> night.
       01 EmployeeIdTable.
           05 EmployeeIdEntry OCCURS 20000 TIMES.
               10 TblEmpId       PIC X(10).
               10 TblEmpName     PIC X(20).
               10 TblEmpDept     PIC X(4).
               10 TblEmpStatus   PIC X.
               10 TblEmpHireDate PIC 9(8).
               10 TblEmpTermDate PIC 9(8).
       01 EmployeeIdUsed PIC 9(5) VALUE 0.
       01 EmployeeIdIdx  PIC 9(5).
       01 EmployeeFoundIdx PIC 9(5).
       01 WS-Emp-Past-Flag PIC X VALUE "N".
           88 PastEmployeeRows VALUE "Y".

      *> Bounds of the halving search over a table in employee ID
      *> order - it closes on the first row at or after the ID.
       01 ChopLow  PIC 9(5).
       01 ChopHigh PIC 9(5).
       01 ChopMid  PIC 9(5).

      *> Partial-period proration.  The business days in the open
      *> pay period are counted once per run; each employee's days
      *> are the business days between the later of period start
      *> and hire date and the earlier of period end and last day
      *> worked.  The factor defaults to one so an interactive
      *> entry, or a run without a period master, pays in full.
       01 PeriodBusDays    PIC 9(3) VALUE 0.
       01 EmpBusDays       PIC 9(3) VALUE 0.
       01 ProrateFactor    PIC 9V9999 VALUE 1.
       01 ProrateFromDate  PIC 9(8).
       01 ProrateToDate    PIC 9(8).

       01 AllowanceFileStatus PIC XX.
           88 AllowanceFileNotFound VALUE "35".

      *> The allowance row in hand, read off the sorted work file.
       01 AllowanceRecord.
           05 AlwEmployeeId  PIC X(10).
           05 AlwDependents  PIC 9(2).
           05 AlwExemptCode  PIC X(4).
           05 AlwPreTaxAmount PIC 9(5).

       01 WS-Alw-Eof-Flag PIC X VALUE "N".
           88 EndOfAllowanceFile VALUE "Y".

      *> The allowances file held in storage for the per-employee
      *> taxable-base calculation.
       01 AllowanceTable.
           05 AllowanceEntry OCCURS 20000 TIMES.
               10 TblAlwEmpId      PIC X(10).
               10 TblAlwDependents PIC 9(2).
               10 TblAlwExemptCode PIC X(4).
               10 TblAlwPreTax     PIC 9(5).
       01 AllowanceUsed PIC 9(5) VALUE 0.
       01 AllowanceIdx  PIC 9(5).

      *> Per-dependent allowance from the central parameter file,
      *> and the working amounts behind one taxable-base
       01 ExemptAmount       PIC 9(5).
       01 AllowanceTotal     PIC 9(7).

      *> Destination accounts in force, held in storage for the
      *> disbursement records.  A change still inside its
      *> cooling-off period on the run date is not used - the
      *> payment goes to the account it would replace.
       01 EmployeeBankFileStatus PIC XX.
           88 EmployeeBankFileNotFound VALUE "35".

      *> The bank-details row in hand, read off the sorted work file.
           COPY EMPBANK.

       01 WS-Bnk-Eof-Flag PIC X VALUE "N".
           88 EndOfEmployeeBankFile VALUE "Y".

       01 WS-Bnk-Found-Flag PIC X VALUE "N".
           88 BankDetailsFound VALUE "Y".

       01 WS-Bnk-File-Flag PIC X VALUE "N".
           88 BankFileOnDisk VALUE "Y".

       01 BankTable.
           05 BankEntry OCCURS 20000 TIMES.
               10 TblBnkEmpId     PIC X(10).
               10 TblBnkBankCode  PIC X(8).
               10 TblBnkAccountNo PIC X(16).
       01 BankUsed PIC 9(5) VALUE 0.
       01 BankIdx  PIC 9(5).

           COPY BUSDAY.

      *> Business days between the run and the payments' value
       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 TaxPayableAccount   PIC X(8) VALUE "21100000".
       01 NetPayableAccount   PIC X(8) VALUE "21200000".

      *> Liability accounts the post-tax deductions are credited
      *> to, one per order type, overridable from the chart the
      *> same way.
       01 GarnishLiabAccount PIC X(8) VALUE "21300000".
       01 LoanLiabAccount    PIC X(8) VALUE "21400000".
       01 DuesLiabAccount    PIC X(8) VALUE "21500000".
       01 DedLiabAccount     PIC X(8).

      *> Expense and liability accounts for the employer's own
      *> pension and social-security contributions, overridable
      *> from the chart the same way.
       01 PensionExpAccount  PIC X(8) VALUE "52100000".
       01 PensionLiabAccount PIC X(8) VALUE "21600000".
       01 SocSecExpAccount   PIC X(8) VALUE "52200000".
       01 SocSecLiabAccount  PIC X(8) VALUE "21700000".

      *> Employer contribution rates, as percentages of gross pay,
      *> from the central parameter file as in force on the run
      *> date - no row means no contribution is charged.
       01 PensionRate PIC 9(2)V999 VALUE 0.
       01 SocSecRate  PIC 9(2)V999 VALUE 0.
       01 EmployerPension PIC 9(7)V99.
       01 EmployerSocSec  PIC 9(7)V99.
       01 PensionTotal    PIC 9(11)V99 VALUE 0.
       01 SocSecTotal     PIC 9(11)V99 VALUE 0.

       01 ContributionFileStatus PIC XX.
           88 ContributionFileNotFound VALUE "35".

       01 GrossPayTotal PIC 9(11)    VALUE 0.
       01 TaxTotal      PIC 9(11)V99 VALUE 0.
       01 DeductionTotal PIC 9(11)V99 VALUE 0.

       01 DeductionOrderFileStatus PIC XX.
           88 DeductionOrderFileNotFound VALUE "35".

       01 WS-Ord-Eof-Flag PIC X VALUE "N".
           88 EndOfDeductionOrderFile VALUE "Y".

       01 WS-Ord-File-Flag PIC X VALUE "N".
           88 OrdersOnDisk VALUE "Y".

      *> Set when the order file holds more rows than the table can
      *> carry - rewriting from a truncated table would silently
      *> drop the overflow orders, so none is applied this run.
       01 WS-Ord-Overflow-Flag PIC X VALUE "N".
           88 OrderOverflow VALUE "Y".

       01 WS-Ord-Next-Flag PIC X VALUE "N".
           88 NextOrderFound VALUE "Y".

      *> The order file held in storage as record images, with the
      *> employee and priority broken out for the per-employee
      *> selection and a flag marking the orders this run has
      *> already worked.
       01 DeductionOrderTable.
           05 DeductionOrderEntry OCCURS 5000 TIMES.
               10 TblOrdEmpId    PIC X(10).
               10 TblOrdPriority PIC 9(2).
               10 TblOrdDone     PIC X.
               10 TblOrdImage    PIC X(71).
       01 OrderUsed    PIC 9(4) VALUE 0.
       01 OrderIdx     PIC 9(4).
       01 NextOrderIdx PIC 9(4).

      *> Working amounts behind one order: the net pay the
      *> percentage is taken from, what is due this period
      *> including arrears, what is left to recover, and what the
      *> run actually took.
       01 NetBeforeDeductions PIC 9(7)V99.
       01 DeductionDue        PIC 9(7)V99.
       01 DeductionRemaining  PIC 9(7)V99.
       01 DeductionTaken      PIC 9(7)V99.

       01 EarningsTypeFileStatus PIC XX.
           88 EarningsTypeFileNotFound VALUE "35".

       01 EarningsFileStatus PIC XX.
           88 EarningsFileNotFound VALUE "35".

       01 WS-Etp-Eof-Flag PIC X VALUE "N".
           88 EndOfEarningsTypeFile VALUE "Y".

       01 WS-Etp-Found-Flag PIC X VALUE "N".
           88 EarningsTypeFound VALUE "Y".

      *> The earnings-type table held in storage, with the amount
      *> this run paid under each type for the expense lines of
      *> the journal.  Entry one is basic salary, compiled in so a
      *> missing table file still pays a plain salary feed exactly
      *> as before; a BASE row on the file overrides it.
       01 EarningsTypeTable.
           05 EarningsTypeEntry OCCURS 20 TIMES.
               10 TblEtpCode       PIC X(4).
               10 TblEtpDesc       PIC X(20).
               10 TblEtpTaxable    PIC X.
               10 TblEtpAllowances PIC X.
               10 TblEtpProrate    PIC X.
               10 TblEtpGlAccount  PIC X(8).
               10 TblEtpRunTotal   PIC 9(11).
       01 EarningsTypeUsed PIC 9(2) VALUE 0.
       01 EarningsTypeIdx  PIC 9(2).

      *> One employee's earnings lines off the feed, gathered
      *> before any of them is paid, so the tax is worked out once
      *> on the employee's whole taxable pay.  The feed is grouped
      *> by employee; the line read beyond the group is held over
      *> as the first line of the next employee.
       01 EarningsLineTable.
           05 EarningsLineEntry OCCURS 20 TIMES.
               10 TblErnAmount  PIC 9(5).
               10 TblErnPaid    PIC 9(5).
               10 TblErnTypeIdx PIC 9(2).
       01 EarningsLineUsed PIC 9(2) VALUE 0.
       01 EarningsLineIdx  PIC 9(2).

      *> A rejected employee's held lines rebuilt in the salary
      *> feed's layout, for the dry-run forecast.
       01 RejectedSalaryImage.
           05 RsiEmployeeId PIC X(10).
           05 RsiSalary     PIC 9(5).
           05 RsiEarnType   PIC X(4).

       01 SalDetailsLeft PIC S9(7).

       01 WS-Line-Held-Flag PIC X VALUE "N".
           88 SalaryLineHeld VALUE "Y".

       01 CostCenterFileStatus PIC XX.
           88 CostCenterFileNotFound VALUE "35".

       01 WS-Cc-Eof-Flag PIC X VALUE "N".
           88 EndOfCostCenterFile VALUE "Y".

       01 WS-Cc-Found-Flag PIC X VALUE "N".
           88 CostCenterFound VALUE "Y".

      *> Department-to-cost-center mapping held in storage, and the
      *> suspense cost center an unmapped employee is charged to -
      *> compiled in, overridable from the table file.
       01 CostCenterTable.
           05 CostCenterEntry OCCURS 50 TIMES.
               10 TblCcDept       PIC X(4).
               10 TblCcCostCenter PIC X(6).
       01 CostCenterUsed PIC 9(2) VALUE 0.
       01 CostCenterIdx  PIC 9(2).
       01 SuspenseCostCenter PIC X(6) VALUE "999999".
       01 EmployeeCostCenter PIC X(6).
       01 JournalCostCenter  PIC X(6) VALUE SPACES.

      *> The run's earnings expense by earnings type and cost
      *> center, for the journal's expense lines.  Whatever could
      *> not be held here - a full table - is still charged, to the
      *> suspense cost center, so the lines always add back to each
      *> type's company total.
       01 CostExpenseTable.
           05 CostExpenseEntry OCCURS 300 TIMES.
               10 TblCxTypeIdx    PIC 9(2).
               10 TblCxCostCenter PIC X(6).
               10 TblCxAmount     PIC 9(11).
       01 CostExpenseUsed PIC 9(3) VALUE 0.
       01 CostExpenseIdx  PIC 9(3).
       01 WS-Cx-Overflow-Flag PIC X VALUE "N".
           88 CostExpenseOverflow VALUE "Y".
       01 CostExpenseAccount  PIC X(8).
       01 CostLineAmount      PIC 9(11).
       01 CostTypeDistributed PIC 9(11).
       01 CostDistributedTotal PIC 9(11) VALUE 0.
       01 UnmappedCount PIC 9(5) VALUE 0.

       01 CostDistDetailLine.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlType     PIC X(4).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlDesc     PIC X(20).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlAccount  PIC X(8).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlCostCenter PIC X(6).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlAmount   PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CdlNote     PIC X(20).

       01 CostUnmappedLine.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CulEmpId    PIC X(10).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 CulName     PIC X(20).
           05 FILLER      PIC X(6) VALUE " DEPT ".
           05 CulDept     PIC X(4).
           05 FILLER      PIC X(15) VALUE " TO SUSPENSE CC".
           05 FILLER      PIC X VALUE SPACE.
           05 CulCostCenter PIC X(6).

       01 CostTotalLine.
           05 CtlLabel    PIC X(46).
           05 CtlAmount   PIC ZZ,ZZZ,ZZZ,ZZ9.

      *> The employee's pay split the way the taxable base needs
      *> it: taxable earnings the allowances come off, taxable
      *> earnings they do not, and each line's amount after any
      *> proration.
       01 AllowableEarnings    PIC 9(7).
       01 OtherTaxableEarnings PIC 9(7).
       01 EarningsPaid         PIC 9(5).

      *> Set when an employee's lines add up to more gross pay than
      *> the deduction feed's salary field carries - the employee
      *> is rejected rather than posted with the top digits lost,
      *> and the run ends on a warning so payroll looks at it.
       01 WS-Gross-Over-Flag PIC X VALUE "N".
           88 GrossOverflow VALUE "Y".
       01 WS-Gross-Reject-Flag PIC X VALUE "N".
           88 GrossRejectSeen VALUE "Y".

      *> Year-to-date pay per employee from the payroll deduction
      *> feed, gathered before this run posts anything, by the same
      *> rules PayrollYtd totals the year: a true-up counts in the
      *> year it settles, and adjustments move the totals by their
      *> signed differences.  The payslip adds this period on top.
       01 YtdFeedTable.
           05 YtdFeedEntry OCCURS 20000 TIMES.
               10 TblYtdEmpId   PIC X(10).
               10 TblYtdGross   PIC S9(9).
               10 TblYtdTaxable PIC S9(9).
               10 TblYtdTax     PIC S9(9)V99.
       01 YtdFeedUsed PIC 9(5) VALUE 0.
       01 YtdFeedIdx  PIC 9(5).
       01 YtdRunYear  PIC 9(4).
       01 YtdRowYear  PIC 9(4).

       01 WS-Pay-Eof-Flag PIC X VALUE "N".
           88 EndOfPayrollFile VALUE "Y".

       01 WS-Ytd-Found-Flag PIC X VALUE "N".
           88 YtdEmployeeFound VALUE "Y".

      *> The post-tax deductions taken from the employee being
      *> paid, kept for the payslip.
       01 SlipDeductionTable.
           05 SlipDeductionEntry OCCURS 10 TIMES.
               10 TblSlipDedType   PIC X(4).
               10 TblSlipDedOrder  PIC X(8).
               10 TblSlipDedAmount PIC 9(7)V99.
               10 TblSlipDedArrears PIC 9(7)V99.
       01 SlipDeductionUsed PIC 9(2) VALUE 0.
       01 SlipDeductionIdx  PIC 9(2).

       01 PayslipCount      PIC 9(5) VALUE 0.
       01 SlipAllowances    PIC 9(7).
       01 SlipNonTaxable    PIC 9(7).
       01 SlipYtdGross      PIC S9(9).
       01 SlipYtdTaxable    PIC S9(9).
       01 SlipYtdTax        PIC S9(9)V99.
       01 SlipArrearsEdit   PIC Z,ZZZ,ZZ9.99.

       01 SlipEmployeeLine.
           05 FILLER        PIC X(10) VALUE "Employee: ".
           05 SelEmployeeId PIC X(10).
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SelName       PIC X(20).

       01 SlipPeriodLine.
           05 FILLER        PIC X(12) VALUE "Pay period: ".
           05 SplPeriodId   PIC X(6).
           05 FILLER        PIC X(15) VALUE "   Value date: ".
           05 SplValueDate  PIC 9(8).

       01 SlipAmountLine.
           05 SlaLabel      PIC X(30).
           05 SlaAmount     PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER        PIC X(2)  VALUE SPACES.
           05 SlaNote       PIC X(40).

       01 SlipYtdLine.
           05 FILLER        PIC X(20) VALUE "Year to date:  gross".
           05 SylGross      PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(9)  VALUE " taxable ".
           05 SylTaxable    PIC -ZZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(5)  VALUE " tax ".
           05 SylTax        PIC -ZZZ,ZZZ,ZZ9.99.

       01 SlipAllowanceNote.
           05 FILLER        PIC X(11) VALUE "dependents ".
           05 SanDependents PIC Z9.
           05 FILLER        PIC X(8)  VALUE " exempt ".
           05 SanExemptCode PIC X(4).
           05 FILLER        PIC X(9)  VALUE " pre-tax ".
           05 SanPreTax     PIC ZZZZ9.

      *> Bracket boundaries and marginal rates for the progressive
      *> calculation - only income falling inside a bracket is taxed
               ACCEPT RunMode
           END-IF

           IF BatchMode
               PERFORM CheckDryRun
           END-IF

      *> The what-if comparison writes no deduction records, so only
      *> the posting modes need an open pay period.
           IF NOT WhatIfMode

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           MOVE 0 TO RETURN-CODE.

           IF GrossRejectSeen
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ControlFailed
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM AcceptSalary UNTIL NumEntryIsValid

           MOVE Salary TO GrossSalary
           MOVE GrossSalary TO AllowableEarnings
           MOVE 0 TO OtherTaxableEarnings
           PERFORM CalcTaxableSalary

           PERFORM SelectBracket
           PERFORM WritePayrollRecord.

      *> The whole staff through the same bracket selection and
      *> marginal calculation, one deduction record per employee
      *> however many earnings lines the employee has.
       ProcessBatch.
           MOVE "N" TO WS-Eof-Flag
           MOVE 0 TO RecordsRead
               DISPLAY "Salary file not on disk - nothing to run."
           ELSE
               PERFORM ValidateSalaryControls
               IF ControlsValid
                   PERFORM CheckFeedReceipt
               END-IF
               IF NOT ControlsValid
                   PERFORM ControlFailure
               ELSE
                   PERFORM LoadEmployeeMaster
                   PERFORM LoadBankDetails
                   PERFORM LoadDeductionOrders
                   PERFORM LoadEarningsTypes
                   PERFORM LoadCostCenters
                   PERFORM LoadYearToDate
                   PERFORM DisplayReportHeader
                   PERFORM CalcDisburseValueDate
                   PERFORM CountPeriodBusDays
                   PERFORM OpenGlJournal
                   PERFORM OpenEarningsRegister
                   PERFORM OpenContributionRegister
                   IF NOT DryRunMode
                       OPEN OUTPUT DisburseFile
                       OPEN OUTPUT PayslipFile
                   END-IF
                   PERFORM OpenCostDistReport
                   OPEN INPUT SalaryFile
                   READ SalaryFile END-READ
                   MOVE SalDetailExpected TO SalDetailsLeft
                   PERFORM ReadNextSalaryDetail
                   PERFORM ProcessOneEmployee
                       UNTIL NOT SalaryLineHeld
                   CLOSE SalaryFile
                   IF NOT DryRunMode
                       CLOSE EarningsFile
                       CLOSE ContributionFile
                       CLOSE PayslipFile
                   END-IF
                   DISPLAY "Payslips written: " PayslipCount "."

                   PERFORM WriteDisburseControl
                   IF NOT DryRunMode
                       CLOSE DisburseFile
                   END-IF

                   PERFORM WriteGlJournal
                   IF NOT DryRunMode
                       CLOSE CostDistFile
                   END-IF
                   PERFORM RewriteDeductionOrders

                   PERFORM WriteRunStats

                   PERFORM RegisterFeedReceipt
               END-IF
           END-IF.

      *> One employee's validated earnings lines through the
      *> deduction chain - or onto the reject path when the
      *> employee is not active on the master.
       ProcessOneEmployee.
           MOVE SalEmployeeId TO EmployeeId
           PERFORM GatherEarningsLines
           PERFORM CheckEmployeeOnMaster
           IF EmployeeOnMaster
               PERFORM ProrateSalary
               PERFORM TotalEarningsLines
               IF GrossOverflow
                   PERFORM RejectGrossOverflow
               ELSE
                   PERFORM FindEmployeeCostCenter
                   PERFORM DistributeEarningsLines
                       VARYING EarningsLineIdx FROM 1 BY 1
                           UNTIL EarningsLineIdx > EarningsLineUsed
                   PERFORM CalcTaxableSalary
                   PERFORM SelectBracket
                   PERFORM CalcMarginalTax
                   PERFORM WritePayrollRecord
                   PERFORM WriteEarningsLines
                   PERFORM WriteDisburseRecord
                   PERFORM CalcEmployerContributions
                   PERFORM WritePayslip
               END-IF
           ELSE
               PERFORM RejectUnknownEmployee
           END-IF.

      *> Reads the next detail line into the held position, while
      *> the count the trailer proved says details remain - the
      *> trailer itself is never taken for a detail.
       ReadNextSalaryDetail.
           MOVE "N" TO WS-Line-Held-Flag
           IF SalDetailsLeft > 0
               PERFORM ReadSalaryRecord
               IF FlyLayoutPrevious
                   PERFORM UpconvertSalaryRecord
               END-IF
               SUBTRACT 1 FROM SalDetailsLeft
               SET SalaryLineHeld TO TRUE
           END-IF.

      *> A version 01 line carries no earnings type, so whatever
      *> follows its salary is cleared and the line is paid as the
      *> basic salary every line was then.
       UpconvertSalaryRecord.
           MOVE SPACES TO SalEarnType.

      *> Takes the held line and every line after it for the same
      *> employee, leaving the next employee's first line held.
       GatherEarningsLines.
           MOVE 0 TO EarningsLineUsed
           PERFORM GatherOneEarningsLine
               UNTIL NOT SalaryLineHeld
                   OR SalEmployeeId NOT = EmployeeId.

       GatherOneEarningsLine.
           IF EarningsLineUsed < 20
               ADD 1 TO EarningsLineUsed
               PERFORM FindEarningsType
               MOVE EarningsTypeIdx TO
                   TblErnTypeIdx (EarningsLineUsed)
               IF SalSalary NUMERIC
                   MOVE SalSalary TO TblErnAmount (EarningsLineUsed)
               ELSE
                   MOVE 0 TO TblErnAmount (EarningsLineUsed)
               END-IF
           ELSE
               PERFORM LogEarningsLineOverflow
           END-IF
           PERFORM ReadNextSalaryDetail.

      *> The held line's earnings type in the type table - a blank
      *> type is basic salary.  A code not on the table is logged
      *> and paid as basic salary, so a keying slip upstream never
      *> leaves the employee short.
       FindEarningsType.
           IF SalEarnType = SPACES
               MOVE "BASE" TO SalEarnType
           END-IF
           MOVE "N" TO WS-Etp-Found-Flag
           PERFORM VARYING EarningsTypeIdx FROM 1 BY 1
                   UNTIL EarningsTypeIdx > EarningsTypeUsed
                       OR EarningsTypeFound
               IF TblEtpCode (EarningsTypeIdx) = SalEarnType
                   SET EarningsTypeFound TO TRUE
                   SUBTRACT 1 FROM EarningsTypeIdx
               END-IF
           END-PERFORM
           IF NOT EarningsTypeFound
               MOVE 1 TO EarningsTypeIdx
               SET ErrOutOfRangeInput TO TRUE
               MOVE "TaxSlab"    TO ExcpProgramId
               MOVE StdErrorCode TO ExcpReasonCode
               MOVE SPACES TO ExcpReasonText
               STRING "Earnings type " SalEarnType " unknown for "
                   SalEmployeeId DELIMITED BY SIZE
                   INTO ExcpReasonText
               MOVE OperatorId TO ExcpOperatorId
               CALL "ExceptionLog" USING ExcpProgramId,
                   ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                   ExcpRunId
               DISPLAY "Earnings type " SalEarnType " for "
                   SalEmployeeId " not on the type table - paid as "
                   "basic salary."
           END-IF.

      *> More lines for one employee than the table holds: the
      *> extra line is logged and left unpaid for payroll to
      *> resubmit, rather than silently folded into another line.
       LogEarningsLineOverflow.
           ADD 1 TO RecordsRejected
           SET ErrOutOfRangeInput TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Too many earnings lines: " SalEmployeeId
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           IF DryRunMode
               MOVE "SALARIES" TO FcstFileName
               MOVE SalaryRecord TO FcstImage
               PERFORM ForecastReject
           END-IF
           DISPLAY "Earnings line " SalEarnType " " SalSalary
               " for " SalEmployeeId " not paid - too many lines.".

      *> The employee's gross pay as the sum of the earnings lines,
      *> each scaled by the partial-period proration when its type
      *> is prorated, and split into the taxable pay the allowances
      *> come off and the taxable pay they do not.  Once the gross
      *> is known to fit, each line's amount is also added to its
      *> type's run total for the journal's expense lines - an
      *> employee rejected for too large a gross adds nothing.
       TotalEarningsLines.
           MOVE 0 TO GrossSalary
           MOVE 0 TO AllowableEarnings
           MOVE 0 TO OtherTaxableEarnings
           MOVE "N" TO WS-Gross-Over-Flag
           PERFORM TotalOneEarningsLine
               VARYING EarningsLineIdx FROM 1 BY 1
                   UNTIL EarningsLineIdx > EarningsLineUsed
                       OR GrossOverflow
           IF NOT GrossOverflow
               PERFORM AddLineToRunTotal
                   VARYING EarningsLineIdx FROM 1 BY 1
                       UNTIL EarningsLineIdx > EarningsLineUsed
           END-IF.

       TotalOneEarningsLine.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           MOVE TblErnAmount (EarningsLineIdx) TO EarningsPaid
           IF TblEtpProrate (EarningsTypeIdx) = "Y"
                   AND EmpBusDays < PeriodBusDays
               COMPUTE EarningsPaid ROUNDED =
                   TblErnAmount (EarningsLineIdx) * EmpBusDays
                       / PeriodBusDays
           END-IF
           MOVE EarningsPaid TO TblErnPaid (EarningsLineIdx)
           ADD EarningsPaid TO GrossSalary
               ON SIZE ERROR SET GrossOverflow TO TRUE
           END-ADD
           IF TblEtpTaxable (EarningsTypeIdx) = "Y"
               IF TblEtpAllowances (EarningsTypeIdx) = "Y"
                   ADD EarningsPaid TO AllowableEarnings
               ELSE
                   ADD EarningsPaid TO OtherTaxableEarnings
               END-IF
           END-IF.

       AddLineToRunTotal.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           ADD TblErnPaid (EarningsLineIdx)
               TO TblEtpRunTotal (EarningsTypeIdx).

      *> An employee whose lines total more than the salary field
      *> holds is logged and left unpaid for payroll to split or
      *> correct, the same way an unknown employee is.
       RejectGrossOverflow.
           ADD EarningsLineUsed TO RecordsRejected
           SET GrossRejectSeen TO TRUE
           SET ErrOutOfRangeInput TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Gross pay over 99999: " EmployeeId
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           PERFORM ForecastRejectedLines
           DISPLAY "Salary record rejected - employee "
               EmployeeId " gross pay too large for the feed.".

      *> A dry run forecasts each of a rejected employee's lines,
      *> so the forecast's reject count is the same line count the
      *> run statistics carry.
       ForecastRejectedLines.
           IF DryRunMode
               PERFORM ForecastOneRejectedLine
                   VARYING EarningsLineIdx FROM 1 BY 1
                       UNTIL EarningsLineIdx > EarningsLineUsed
           END-IF.

       ForecastOneRejectedLine.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           MOVE EmployeeId TO RsiEmployeeId
           MOVE TblErnAmount (EarningsLineIdx) TO RsiSalary
           MOVE TblEtpCode (EarningsTypeIdx) TO RsiEarnType
           MOVE "SALARIES" TO FcstFileName
           MOVE RejectedSalaryImage TO FcstImage
           PERFORM ForecastReject.

      *> The employee's lines onto the earnings register, as paid.
       WriteEarningsLines.
           PERFORM WriteOneEarningsLine
               VARYING EarningsLineIdx FROM 1 BY 1
                   UNTIL EarningsLineIdx > EarningsLineUsed.

       WriteOneEarningsLine.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           MOVE EmployeeId      TO ErnEmployeeId
           MOVE CurrentPeriodId TO ErnPeriodId
           MOVE TblEtpCode (EarningsTypeIdx) TO ErnEarnType
           MOVE TblErnPaid (EarningsLineIdx) TO ErnAmount
           MOVE TblEtpTaxable (EarningsTypeIdx) TO ErnTaxable
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               EarningsRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               EarningsRecord
           MOVE RunIdValue TO RunStampRunId OF EarningsRecord
           IF DryRunMode
               MOVE "EARNINGS" TO FcstFileName
               MOVE EarningsRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE EarningsRecord
           END-IF
           DISPLAY "  " EmployeeId " " ErnEarnType " "
               TblEtpDesc (EarningsTypeIdx) " " ErnAmount.

      *> The employer's contributions on the employee's gross pay,
      *> onto the contribution register and into the run totals
      *> the journal posts.
       CalcEmployerContributions.
           COMPUTE EmployerPension ROUNDED =
               GrossSalary * PensionRate / 100
           COMPUTE EmployerSocSec ROUNDED =
               GrossSalary * SocSecRate / 100
           ADD EmployerPension TO PensionTotal
           ADD EmployerSocSec  TO SocSecTotal
           MOVE EmployeeId      TO CtbEmployeeId
           MOVE CurrentPeriodId TO CtbPeriodId
           MOVE GrossSalary     TO CtbGross
           MOVE PensionRate     TO CtbPensionRate
           MOVE EmployerPension TO CtbPension
           MOVE SocSecRate      TO CtbSocSecRate
           MOVE EmployerSocSec  TO CtbSocSec
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               ContributionRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               ContributionRecord
           MOVE RunIdValue TO RunStampRunId OF ContributionRecord
           IF DryRunMode
               MOVE "CONTRIB" TO FcstFileName
               MOVE ContributionRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE ContributionRecord
           END-IF.

       OpenContributionRegister.
           IF NOT DryRunMode
               OPEN EXTEND ContributionFile
               IF ContributionFileNotFound
                   OPEN OUTPUT ContributionFile
               END-IF
           END-IF.

      *> The register accumulates across runs, so it is appended
      *> to - created on the first run that finds none.
       OpenEarningsRegister.
           IF NOT DryRunMode
               OPEN EXTEND EarningsFile
               IF EarningsFileNotFound
                   OPEN OUTPUT EarningsFile
               END-IF
           END-IF.

      *> Reads the earnings-type table into storage behind the
      *> compiled-in basic-salary entry.  No file means every line
      *> is paid as basic salary, exactly as the feed was before it
      *> carried types.
       LoadEarningsTypes.
           MOVE 1 TO EarningsTypeUsed
           MOVE "BASE" TO TblEtpCode (1)
           MOVE "GROSS SALARY EXP" TO TblEtpDesc (1)
           MOVE "Y" TO TblEtpTaxable (1)
           MOVE "Y" TO TblEtpAllowances (1)
           MOVE "Y" TO TblEtpProrate (1)
           MOVE SPACES TO TblEtpGlAccount (1)
           MOVE 0 TO TblEtpRunTotal (1)
           MOVE "N" TO WS-Etp-Eof-Flag
           OPEN INPUT EarningsTypeFile
           IF EarningsTypeFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadEarningsTypeRecord
               PERFORM UNTIL EndOfEarningsTypeFile
                   PERFORM StoreEarningsType
                   PERFORM ReadEarningsTypeRecord
               END-PERFORM
               CLOSE EarningsTypeFile
           END-IF.

       ReadEarningsTypeRecord.
           READ EarningsTypeFile
               AT END SET EndOfEarningsTypeFile TO TRUE
           END-READ.

       StoreEarningsType.
           IF EtpCode = "BASE"
               MOVE 1 TO EarningsTypeIdx
           ELSE
               IF EarningsTypeUsed < 20
                   ADD 1 TO EarningsTypeUsed
                   MOVE EarningsTypeUsed TO EarningsTypeIdx
               ELSE
                   DISPLAY "Earnings-type table full - " EtpCode
                       " not loaded."
                   MOVE 0 TO EarningsTypeIdx
               END-IF
           END-IF
           IF EarningsTypeIdx > 0
               MOVE EtpCode       TO TblEtpCode (EarningsTypeIdx)
               MOVE EtpDesc       TO TblEtpDesc (EarningsTypeIdx)
               MOVE EtpTaxable    TO TblEtpTaxable (EarningsTypeIdx)
               MOVE EtpAllowances TO
                   TblEtpAllowances (EarningsTypeIdx)
               MOVE EtpProrate    TO TblEtpProrate (EarningsTypeIdx)
               MOVE EtpGlAccount  TO
                   TblEtpGlAccount (EarningsTypeIdx)
               MOVE 0 TO TblEtpRunTotal (EarningsTypeIdx)
           END-IF.

      *> Counts every line on the salary feed ahead of the control
      *> validation, so the trailer can be located by position
      *> rather than by guessing at record content.
      *> count, and its hash total over the salary amounts.
       ValidateSalaryControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE SalDetailExpected = SalTotalLines - 2
           IF SalDetailExpected < 0
               DISPLAY "Salary feed has no room for header and "
               IF HdrRecordType NOT = "H"
                   DISPLAY "Salary feed header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateSalaryHash
                           SalDetailExpected TIMES
                       READ SalaryFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Salary feed trailer record "
                                   "missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Salary feed trailer is not "
                                   "numeric."
                           WHEN TrlDetailCount NOT = SalDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match " SalDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = SalHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   SalHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE SalaryFile
           END-IF.
      *> and ends the run with a condition code above the reject
      *> level, so the nightly driver stops before any later step
      *> runs against suspect data.
      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - salary feed has already been "
                       "paid."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - salary feed is in a record "
                       "layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "TaxSlab" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Header/trailer controls do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId   TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - salary feed failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "SALARIES" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "TaxSlab" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.

      *> The proved feed is checked against the inbound feed registry
      *> before a line of it is paid; a resend is refused the same as
      *> a feed whose controls disagree, unless a supervisor has let
      *> it through.  The scenario comparison only reads the feed, so
      *> it neither checks nor registers it.
       CheckFeedReceipt.
           MOVE "C" TO FeedRcptAction
           MOVE "TaxSlab" TO FeedRcptProgram
           MOVE SalDetailExpected TO FeedRcptCount
           MOVE SalHashTotal TO FeedRcptHash
           MOVE OperatorId TO FeedRcptOperId
           MOVE RunIdValue TO FeedRcptRunId
           PERFORM CallFeedReceipt
           IF FeedRcptDuplicate
               SET DuplicateFeedRefused TO TRUE
               MOVE "N" TO WS-Control-Flag
           END-IF.

      *> Registered only once the feed has been paid, so a run that
      *> stops part way leaves the feed free to be run again.
       RegisterFeedReceipt.
           MOVE "R" TO FeedRcptAction
           PERFORM CallFeedReceipt.

       CallFeedReceipt.
           CALL "FeedReceipt" USING FeedRcptAction, FeedRcptProgram,
               FeedRcptSource, FeedRcptFileDate, FeedRcptCount,
               FeedRcptHash, FeedRcptOperId, FeedRcptRunId,
               FeedRcptVerdict, FeedRcptPriorRunId, FeedRcptLastDate,
               FeedRcptOlder.

      *> The journal is opened before the salary pass so each
      *> post-tax deduction can be credited to its liability account
      *> as it is taken.  The run's journal is appended behind any
      *> adjustment, bank-return and allocation journals written
      *> since the last posting - GlPosting takes each journal off
      *> the file once it has posted it.
       OpenGlJournal.
           PERFORM LoadChartOfAccounts
           IF NOT DryRunMode
               OPEN EXTEND GlJournalFile
               IF GlJournalFileNotFound
                   OPEN OUTPUT GlJournalFile
               END-IF
           END-IF.

      *> The run's payroll lands in the ledger as a balanced
      *> file-fed journal: each earnings type's expense debited to
      *> its own account, one line per cost center charged, tax
      *> withheld and net pay payable
      *> credited - debits equal credits by construction since the
      *> types add up to gross, and net is gross less tax less the
      *> deductions already credited line by line.  The employer's
      *> contributions follow as their own expense and liability
      *> pairs.
       WriteGlJournal.
           PERFORM WriteCostDistHeading
           PERFORM WriteEarningsExpenseLine
               VARYING EarningsTypeIdx FROM 1 BY 1
                   UNTIL EarningsTypeIdx > EarningsTypeUsed
           PERFORM WriteCostDistTotals

           MOVE TaxPayableAccount TO JrnAccount
           MOVE 0 TO JrnDebit
           MOVE "NET PAY PAYABLE" TO JrnDesc
           PERFORM WriteOneJournalRecord

           IF PensionTotal > 0
               MOVE PensionExpAccount TO JrnAccount
               MOVE PensionTotal TO JrnDebit
               MOVE 0 TO JrnCredit
               MOVE "EMPR PENSION EXP" TO JrnDesc
               PERFORM WriteOneJournalRecord
               MOVE PensionLiabAccount TO JrnAccount
               MOVE 0 TO JrnDebit
               MOVE PensionTotal TO JrnCredit
               MOVE "EMPR PENSION PAYABLE" TO JrnDesc
               PERFORM WriteOneJournalRecord
           END-IF
           IF SocSecTotal > 0
               MOVE SocSecExpAccount TO JrnAccount
               MOVE SocSecTotal TO JrnDebit
               MOVE 0 TO JrnCredit
               MOVE "EMPR SOC SEC EXP" TO JrnDesc
               PERFORM WriteOneJournalRecord
               MOVE SocSecLiabAccount TO JrnAccount
               MOVE 0 TO JrnDebit
               MOVE SocSecTotal TO JrnCredit
               MOVE "EMPR SOC SEC PAYABLE" TO JrnDesc
               PERFORM WriteOneJournalRecord
           END-IF

           IF NOT DryRunMode
               CLOSE GlJournalFile
           END-IF
           DISPLAY "Journal written: debit " GrossPayTotal
               " credits " TaxTotal " + " DisburseNetTotal
               " + deductions " DeductionTotal ".".
           DISPLAY "Employer contributions: pension " PensionTotal
               " social security " SocSecTotal ".".

      *> One earnings type's expense, on the type's own account or
      *> the gross salary expense account when the type names none,
      *> debited to each cost center its staff were charged to;
      *> anything the cost-center table could not hold goes to
      *> suspense, so the lines add back to the type's company
      *> total.  A type nobody was paid this run posts nothing.
       WriteEarningsExpenseLine.
           IF TblEtpRunTotal (EarningsTypeIdx) > 0
               IF TblEtpGlAccount (EarningsTypeIdx) = SPACES
                   MOVE GrossExpenseAccount TO CostExpenseAccount
               ELSE
                   MOVE TblEtpGlAccount (EarningsTypeIdx)
                       TO CostExpenseAccount
               END-IF
               MOVE 0 TO CostTypeDistributed
               PERFORM WriteCostCenterExpenseLine
                   VARYING CostExpenseIdx FROM 1 BY 1
                       UNTIL CostExpenseIdx > CostExpenseUsed
               IF CostTypeDistributed <
                       TblEtpRunTotal (EarningsTypeIdx)
                   COMPUTE CostLineAmount =
                       TblEtpRunTotal (EarningsTypeIdx)
                           - CostTypeDistributed
                   MOVE SuspenseCostCenter TO JournalCostCenter
                   PERFORM WriteExpenseJournalLine
               END-IF
               MOVE SPACES TO JournalCostCenter
               DISPLAY "Earnings " TblEtpCode (EarningsTypeIdx) " "
                   TblEtpDesc (EarningsTypeIdx) " "
                   TblEtpRunTotal (EarningsTypeIdx)
           END-IF.

       WriteCostCenterExpenseLine.
           IF TblCxTypeIdx (CostExpenseIdx) = EarningsTypeIdx
               MOVE TblCxCostCenter (CostExpenseIdx)
                   TO JournalCostCenter
               MOVE TblCxAmount (CostExpenseIdx) TO CostLineAmount
               PERFORM WriteExpenseJournalLine
           END-IF.

      *> One cost center's expense line onto the journal and the
      *> distribution report.
       WriteExpenseJournalLine.
           ADD CostLineAmount TO CostTypeDistributed
           ADD CostLineAmount TO CostDistributedTotal
           MOVE SPACES TO CdlNote
           IF JournalCostCenter = SuspenseCostCenter
               MOVE "SUSPENSE" TO CdlNote
           END-IF
           MOVE TblEtpCode (EarningsTypeIdx) TO CdlType
           MOVE TblEtpDesc (EarningsTypeIdx) TO CdlDesc
           MOVE CostExpenseAccount TO CdlAccount
           MOVE JournalCostCenter TO CdlCostCenter
           MOVE CostLineAmount TO CdlAmount
           MOVE CostDistDetailLine TO CostDistLine
           PERFORM PutCostDistLine
           MOVE CostExpenseAccount TO JrnAccount
           MOVE CostLineAmount TO JrnDebit
           MOVE 0 TO JrnCredit
           MOVE TblEtpDesc (EarningsTypeIdx) TO JrnDesc
           PERFORM WriteOneJournalRecord.

       WriteOneJournalRecord.
           MOVE CurrentPeriodId TO JrnPeriodId
           MOVE JournalCostCenter TO JrnCostCenter
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               GlJournalRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               GlJournalRecord
           MOVE RunIdValue TO RunStampRunId OF GlJournalRecord
           IF DryRunMode
               MOVE "GLJOURNAL" TO FcstFileName
               MOVE GlJournalRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE GlJournalRecord
           END-IF.

      *> Reads the department-to-cost-center table into storage.
      *> No table on disk charges every employee to suspense, and
      *> each one is listed for finance to map.
       LoadCostCenters.
           MOVE 0 TO CostCenterUsed
           MOVE 0 TO CostExpenseUsed
           MOVE "N" TO WS-Cc-Eof-Flag
           OPEN INPUT CostCenterFile
           IF CostCenterFileNotFound
               DISPLAY "Cost-center table not on disk - all staff "
                   "charged to suspense."
           ELSE
               PERFORM ReadCostCenterRecord
               PERFORM UNTIL EndOfCostCenterFile
                   PERFORM StoreCostCenter
                   PERFORM ReadCostCenterRecord
               END-PERFORM
               CLOSE CostCenterFile
           END-IF.

       ReadCostCenterRecord.
           READ CostCenterFile
               AT END SET EndOfCostCenterFile TO TRUE
           END-READ.

       StoreCostCenter.
           IF CcDept = "****"
               MOVE CcCostCenter TO SuspenseCostCenter
           ELSE
               IF CostCenterUsed < 50
                   ADD 1 TO CostCenterUsed
                   MOVE CcDept TO TblCcDept (CostCenterUsed)
                   MOVE CcCostCenter TO
                       TblCcCostCenter (CostCenterUsed)
               ELSE
                   DISPLAY "Cost-center table full - department "
                       CcDept " not loaded."
               END-IF
           END-IF.

      *> The paid employee's cost center from their department.  A
      *> department with no mapping - or no department at all - is
      *> charged to suspense, logged, and listed on the
      *> distribution report.
       FindEmployeeCostCenter.
           MOVE "N" TO WS-Cc-Found-Flag
           PERFORM VARYING CostCenterIdx FROM 1 BY 1
                   UNTIL CostCenterIdx > CostCenterUsed
                       OR CostCenterFound
               IF TblCcDept (CostCenterIdx) =
                       TblEmpDept (EmployeeFoundIdx)
                       AND TblEmpDept (EmployeeFoundIdx) NOT = SPACES
                   SET CostCenterFound TO TRUE
                   MOVE TblCcCostCenter (CostCenterIdx)
                       TO EmployeeCostCenter
               END-IF
           END-PERFORM
           IF NOT CostCenterFound
               MOVE SuspenseCostCenter TO EmployeeCostCenter
               PERFORM ReportUnmappedEmployee
           END-IF.

       ReportUnmappedEmployee.
           ADD 1 TO UnmappedCount
           MOVE EmployeeId TO CulEmpId
           MOVE TblEmpName (EmployeeFoundIdx) TO CulName
           MOVE TblEmpDept (EmployeeFoundIdx) TO CulDept
           MOVE SuspenseCostCenter TO CulCostCenter
           MOVE CostUnmappedLine TO CostDistLine
           PERFORM PutCostDistLine
           SET ErrOutOfRangeInput TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "No cost center for dept "
               TblEmpDept (EmployeeFoundIdx) ": " EmployeeId
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> One paid earnings line into its type and cost center's
      *> share of the run's expense.
       DistributeEarningsLines.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           MOVE "N" TO WS-Cc-Found-Flag
           PERFORM VARYING CostExpenseIdx FROM 1 BY 1
                   UNTIL CostExpenseIdx > CostExpenseUsed
                       OR CostCenterFound
               IF TblCxTypeIdx (CostExpenseIdx) = EarningsTypeIdx
                       AND TblCxCostCenter (CostExpenseIdx)
                           = EmployeeCostCenter
                   SET CostCenterFound TO TRUE
                   SUBTRACT 1 FROM CostExpenseIdx
               END-IF
           END-PERFORM
           IF NOT CostCenterFound
               IF CostExpenseUsed < 300
                   ADD 1 TO CostExpenseUsed
                   MOVE CostExpenseUsed TO CostExpenseIdx
                   MOVE EarningsTypeIdx TO
                       TblCxTypeIdx (CostExpenseIdx)
                   MOVE EmployeeCostCenter TO
                       TblCxCostCenter (CostExpenseIdx)
                   MOVE 0 TO TblCxAmount (CostExpenseIdx)
                   SET CostCenterFound TO TRUE
               ELSE
                   IF NOT CostExpenseOverflow
                       SET CostExpenseOverflow TO TRUE
                       DISPLAY "Cost-center expense table full - "
                           "the rest is charged to suspense."
                   END-IF
               END-IF
           END-IF
           IF CostCenterFound
               ADD TblErnPaid (EarningsLineIdx) TO
                   TblCxAmount (CostExpenseIdx)
           END-IF.

       OpenCostDistReport.
           IF NOT DryRunMode
               OPEN OUTPUT CostDistFile
           END-IF
           MOVE "COST CENTER DISTRIBUTION" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO CostDistLine
           PERFORM PutCostDistLine
           MOVE SPACES TO CostDistLine
           PERFORM PutCostDistLine
           MOVE "EMPLOYEES WITH NO COST CENTER MAPPING"
               TO CostDistLine
           PERFORM PutCostDistLine.

       WriteCostDistHeading.
           IF UnmappedCount = 0
               MOVE "  NONE" TO CostDistLine
               PERFORM PutCostDistLine
           END-IF
           MOVE SPACES TO CostDistLine
           PERFORM PutCostDistLine
           MOVE "EARNINGS EXPENSE BY COST CENTER" TO CostDistLine
           PERFORM PutCostDistLine.

      *> The cost-center lines proved back to the single company
      *> figure - a difference is a control failure for finance to
      *> chase before the journal is posted.
       WriteCostDistTotals.
           MOVE SPACES TO CostDistLine
           PERFORM PutCostDistLine
           MOVE "TOTAL CHARGED TO COST CENTERS" TO CtlLabel
           MOVE CostDistributedTotal TO CtlAmount
           MOVE CostTotalLine TO CostDistLine
           PERFORM PutCostDistLine
           MOVE "COMPANY GROSS PAY EXPENSE" TO CtlLabel
           MOVE GrossPayTotal TO CtlAmount
           MOVE CostTotalLine TO CostDistLine
           PERFORM PutCostDistLine
           IF CostDistributedTotal NOT = GrossPayTotal
               MOVE "*** COST CENTERS DO NOT AGREE TO COMPANY ***"
                   TO CostDistLine
               PERFORM PutCostDistLine
               SET ErrControlMismatch TO TRUE
               MOVE "TaxSlab"    TO ExcpProgramId
               MOVE StdErrorCode TO ExcpReasonCode
               MOVE "Cost-center lines do not agree to gross" TO
                   ExcpReasonText
               MOVE OperatorId TO ExcpOperatorId
               CALL "ExceptionLog" USING ExcpProgramId,
                   ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                   ExcpRunId
           END-IF
           DISPLAY "Cost centers charged " CostDistributedTotal
               " against company gross " GrossPayTotal
               " - unmapped employees " UnmappedCount ".".

      *> Reads the chart-of-accounts rows over the compiled-in
      *> posting accounts - a missing file or key keeps the
                           MOVE GlaAccount TO TaxPayableAccount
                       WHEN "NETPAY"
                           MOVE GlaAccount TO NetPayableAccount
                       WHEN "GARN"
                           MOVE GlaAccount TO GarnishLiabAccount
                       WHEN "LOAN"
                           MOVE GlaAccount TO LoanLiabAccount
                       WHEN "DUES"
                           MOVE GlaAccount TO DuesLiabAccount
                       WHEN "PENEXP"
                           MOVE GlaAccount TO PensionExpAccount
                       WHEN "PENLIAB"
                           MOVE GlaAccount TO PensionLiabAccount
                       WHEN "SSEXP"
                           MOVE GlaAccount TO SocSecExpAccount
                       WHEN "SSLIAB"
                           MOVE GlaAccount TO SocSecLiabAccount
                       WHEN OTHER
                           DISPLAY "Chart row " GlaPostKey
                               " not a posting this run makes."
           MOVE BusDayDate2 TO DisburseValueDate
           DISPLAY "Disbursements valued " DisburseValueDate ".".

      *> Business days in the open pay period against the same
      *> regional calendar, counted once for the whole run.  The
      *> span function counts the days after its first date, so it
      *> is started the day before the period opens.  No period on
      *> file leaves the count at zero and every salary paid whole.
       CountPeriodBusDays.
           MOVE 0 TO PeriodBusDays
           IF CurrentPeriodStart > 0
               MOVE CurrentPeriodStart TO ProrateFromDate
               MOVE CurrentPeriodEnd TO ProrateToDate
               PERFORM CountBusDaysBetween
               MOVE EmpBusDays TO PeriodBusDays
               DISPLAY "Pay period " CurrentPeriodId " has "
                   PeriodBusDays " business days."
           END-IF.

      *> Business days from ProrateFromDate through ProrateToDate
      *> inclusive, into EmpBusDays; a reversed range is zero days.
       CountBusDaysBetween.
           MOVE 0 TO EmpBusDays
           IF ProrateFromDate <= ProrateToDate
               MOVE "S" TO BusDayFunction
               COMPUTE BusDayDate1 = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (ProrateFromDate) - 1)
               MOVE ProrateToDate TO BusDayDate2
               CALL "BusDayCalc" USING BusDayFunction, BusDayDate1,
                   BusDayOffset, BusDayDate2, BusDaySpan, BusDayCalId
               IF BusDaySpan > 0
                   MOVE BusDaySpan TO EmpBusDays
               END-IF
           END-IF.

      *> A starter hired, or a leaver gone, partway through the
      *> period is paid for the business days actually on the
      *> books: each prorated earnings line is scaled by days
      *> worked over days in the period.  Everyone else keeps a
      *> factor of one.
       ProrateSalary.
           MOVE 1 TO ProrateFactor
           MOVE PeriodBusDays TO EmpBusDays
           IF PeriodBusDays > 0
               MOVE CurrentPeriodStart TO ProrateFromDate
               IF TblEmpHireDate (EmployeeFoundIdx) > ProrateFromDate
                   MOVE TblEmpHireDate (EmployeeFoundIdx)
                       TO ProrateFromDate
               END-IF
               MOVE CurrentPeriodEnd TO ProrateToDate
               IF TblEmpTermDate (EmployeeFoundIdx) > 0
                       AND TblEmpTermDate (EmployeeFoundIdx)
                           < ProrateToDate
                   MOVE TblEmpTermDate (EmployeeFoundIdx)
                       TO ProrateToDate
               END-IF
               IF ProrateFromDate NOT = CurrentPeriodStart
                       OR ProrateToDate NOT = CurrentPeriodEnd
                   PERFORM CountBusDaysBetween
                   COMPUTE ProrateFactor ROUNDED =
                       EmpBusDays / PeriodBusDays
                   DISPLAY "Employee " EmployeeId " prorated "
                       EmpBusDays " of " PeriodBusDays " days."
               END-IF
           END-IF.

      *> One employee's payment on the bank feed: salary less the
      *> tax just computed, less the post-tax deduction orders.
       WriteDisburseRecord.
           COMPUTE NetPay = GrossSalary - TaxAmount
           PERFORM ApplyDeductionOrders
           ADD GrossSalary TO GrossPayTotal
           ADD TaxAmount   TO TaxTotal
           MOVE EmployeeId        TO DisEmployeeId
           MOVE NetPay            TO DisNetPay
           MOVE DisburseValueDate TO DisValueDate
           MOVE SPACE TO DisPayStatus
           PERFORM FindBankDetails
           IF BankDetailsFound
               MOVE TblBnkBankCode (BankIdx)  TO DisBankCode
               MOVE TblBnkAccountNo (BankIdx) TO DisAccountNo
           ELSE
               MOVE SPACES TO DisBankCode DisAccountNo
               IF BankFileOnDisk
                   PERFORM LogMissingBankDetails
               END-IF
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               DisburseRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               DisburseRecord
           MOVE RunIdValue TO RunStampRunId OF DisburseRecord
           IF DryRunMode
               MOVE "DISBURSE" TO FcstFileName
               MOVE DisburseRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE DisburseRecord
           END-IF
           ADD 1 TO DisburseCount
           ADD NetPay TO DisburseNetTotal.

      *> One payslip page: who and which period, each earnings
      *> line, then gross through allowances, taxable pay, bracket
      *> and tax, each post-tax deduction, net pay and the value
      *> date, with the year to date including this period.  The
      *> allowances shown are what actually came off - never more
      *> than the pay they apply to.
       WritePayslip.
           ADD 1 TO PayslipCount
           MOVE "PAYSLIP" TO RptReportTitle
           MOVE PayslipCount TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO PayslipLine
           PERFORM PutPayslipLine
           MOVE SPACES TO PayslipLine
           PERFORM PutPayslipLine

           MOVE EmployeeId TO SelEmployeeId
           MOVE TblEmpName (EmployeeFoundIdx) TO SelName
           MOVE SlipEmployeeLine TO PayslipLine
           PERFORM PutPayslipLine
           MOVE CurrentPeriodId   TO SplPeriodId
           MOVE DisburseValueDate TO SplValueDate
           MOVE SlipPeriodLine TO PayslipLine
           PERFORM PutPayslipLine
           MOVE SPACES TO PayslipLine
           PERFORM PutPayslipLine

           PERFORM WritePayslipEarningsLine
               VARYING EarningsLineIdx FROM 1 BY 1
                   UNTIL EarningsLineIdx > EarningsLineUsed

           MOVE SPACES TO SlipAmountLine
           MOVE "Gross pay" TO SlaLabel
           MOVE GrossSalary TO SlaAmount
           IF ProrateFactor < 1
               MOVE SPACES TO SlaNote
               STRING "prorated " EmpBusDays " of " PeriodBusDays
                   " days" DELIMITED BY SIZE INTO SlaNote
           END-IF
           PERFORM WritePayslipAmountLine

           COMPUTE SlipNonTaxable = GrossSalary - AllowableEarnings
               - OtherTaxableEarnings
           IF SlipNonTaxable > 0
               MOVE SPACES TO SlipAmountLine
               MOVE "Less non-taxable pay" TO SlaLabel
               MOVE SlipNonTaxable TO SlaAmount
               PERFORM WritePayslipAmountLine
           END-IF

           IF AllowanceTotal > AllowableEarnings
               MOVE AllowableEarnings TO SlipAllowances
           ELSE
               MOVE AllowanceTotal TO SlipAllowances
           END-IF
           MOVE SPACES TO SlipAmountLine
           MOVE "Less allowances" TO SlaLabel
           MOVE SlipAllowances TO SlaAmount
           IF AllowanceFound
               MOVE TblAlwDependents (AllowanceIdx) TO SanDependents
               MOVE TblAlwExemptCode (AllowanceIdx) TO SanExemptCode
               MOVE TblAlwPreTax (AllowanceIdx)     TO SanPreTax
               MOVE SlipAllowanceNote TO SlaNote
           END-IF
           PERFORM WritePayslipAmountLine

           MOVE SPACES TO SlipAmountLine
           MOVE "Taxable pay" TO SlaLabel
           MOVE Salary TO SlaAmount
           MOVE SPACES TO SlaNote
           STRING "bracket " BracketLabel DELIMITED BY SIZE
               INTO SlaNote
           PERFORM WritePayslipAmountLine

           MOVE SPACES TO SlipAmountLine
           MOVE "Tax" TO SlaLabel
           MOVE TaxAmount TO SlaAmount
           PERFORM WritePayslipAmountLine

           PERFORM WritePayslipDeductionLine
               VARYING SlipDeductionIdx FROM 1 BY 1
                   UNTIL SlipDeductionIdx > SlipDeductionUsed

           MOVE SPACES TO SlipAmountLine
           MOVE "Net pay" TO SlaLabel
           MOVE NetPay TO SlaAmount
           PERFORM WritePayslipAmountLine

           IF EmployerPension > 0 OR EmployerSocSec > 0
               MOVE SPACES TO PayslipLine
               PERFORM PutPayslipLine
               MOVE SPACES TO SlipAmountLine
               MOVE "Employer pension" TO SlaLabel
               MOVE EmployerPension TO SlaAmount
               MOVE "paid by employer - not deducted" TO SlaNote
               PERFORM WritePayslipAmountLine
               MOVE SPACES TO SlipAmountLine
               MOVE "Employer social security" TO SlaLabel
               MOVE EmployerSocSec TO SlaAmount
               MOVE "paid by employer - not deducted" TO SlaNote
               PERFORM WritePayslipAmountLine
           END-IF

           MOVE SPACES TO PayslipLine
           PERFORM PutPayslipLine
           PERFORM FindYearToDate
           MOVE GrossSalary TO SlipYtdGross
           MOVE Salary      TO SlipYtdTaxable
           MOVE TaxAmount   TO SlipYtdTax
           IF YtdEmployeeFound
               ADD TblYtdGross (YtdFeedIdx)   TO SlipYtdGross
               ADD TblYtdTaxable (YtdFeedIdx) TO SlipYtdTaxable
               ADD TblYtdTax (YtdFeedIdx)     TO SlipYtdTax
           END-IF
           MOVE SlipYtdGross   TO SylGross
           MOVE SlipYtdTaxable TO SylTaxable
           MOVE SlipYtdTax     TO SylTax
           MOVE SlipYtdLine TO PayslipLine
           PERFORM PutPayslipLine
           MOVE ALL "-" TO PayslipLine
           PERFORM PutPayslipLine.

       WritePayslipEarningsLine.
           MOVE TblErnTypeIdx (EarningsLineIdx) TO EarningsTypeIdx
           MOVE SPACES TO SlipAmountLine
           STRING "  " TblEtpCode (EarningsTypeIdx) " "
               TblEtpDesc (EarningsTypeIdx)
               DELIMITED BY SIZE INTO SlaLabel
           MOVE TblErnPaid (EarningsLineIdx) TO SlaAmount
           IF TblEtpTaxable (EarningsTypeIdx) NOT = "Y"
               MOVE "not taxable" TO SlaNote
           END-IF
           PERFORM WritePayslipAmountLine.

       WritePayslipDeductionLine.
           MOVE SPACES TO SlipAmountLine
           STRING "Less " TblSlipDedType (SlipDeductionIdx) " "
               TblSlipDedOrder (SlipDeductionIdx)
               DELIMITED BY SIZE INTO SlaLabel
           MOVE TblSlipDedAmount (SlipDeductionIdx) TO SlaAmount
           IF TblSlipDedArrears (SlipDeductionIdx) > 0
               MOVE TblSlipDedArrears (SlipDeductionIdx)
                   TO SlipArrearsEdit
               MOVE SPACES TO SlaNote
               STRING "arrears carried " SlipArrearsEdit
                   DELIMITED BY SIZE INTO SlaNote
           END-IF
           PERFORM WritePayslipAmountLine.

       WritePayslipAmountLine.
           MOVE SlipAmountLine TO PayslipLine
           PERFORM PutPayslipLine.

       PutPayslipLine.
           IF DryRunMode
               MOVE "PAYSLIPS" TO FcstFileName
               MOVE PayslipLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE PayslipLine
           END-IF.

       PutCostDistLine.
           IF DryRunMode
               MOVE "COSTDIST" TO FcstFileName
               MOVE CostDistLine TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE CostDistLine
           END-IF.

      *> The postings are taken in employee ID order, so each new
      *> employee joins the end of the table and it stays in order
      *> for the search.
       FindYearToDate.
           MOVE "N" TO WS-Ytd-Found-Flag
           MOVE 1 TO ChopLow
           COMPUTE ChopHigh = YtdFeedUsed + 1
           PERFORM UNTIL ChopLow >= ChopHigh
               COMPUTE ChopMid = (ChopLow + ChopHigh) / 2
               IF TblYtdEmpId (ChopMid) < EmployeeId
                   COMPUTE ChopLow = ChopMid + 1
               ELSE
                   MOVE ChopMid TO ChopHigh
               END-IF
           END-PERFORM
           MOVE ChopLow TO YtdFeedIdx
           IF YtdFeedIdx <= YtdFeedUsed
               IF TblYtdEmpId (YtdFeedIdx) = EmployeeId
                   SET YtdEmployeeFound TO TRUE
               END-IF
           END-IF.

      *> The year's postings so far off the payroll deduction feed,
      *> per employee, before this run appends its own.
       LoadYearToDate.
           MOVE FUNCTION CURRENT-DATE(1:4) TO YtdRunYear
           MOVE 0 TO YtdFeedUsed
           MOVE "N" TO WS-Pay-Eof-Flag
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               CONTINUE
           ELSE
               CLOSE PayrollDeductionFile
               SORT KeySortFile ON ASCENDING KEY KsrEmployeeId
                   WITH DUPLICATES IN ORDER
                   USING PayrollDeductionFile GIVING KeySortedFile
               OPEN INPUT KeySortedFile
               PERFORM ReadPayrollYtdRecord
               PERFORM UNTIL EndOfPayrollFile
                   IF PayrollTrueUpEntry
                       MOVE PayrollAdjOfPeriod (1:4) TO YtdRowYear
                   ELSE
                       MOVE RunStampDate OF PayrollDeductionRecord
                           (1:4) TO YtdRowYear
                   END-IF
                   IF YtdRowYear = YtdRunYear
                       PERFORM AccumulateYearToDate
                   END-IF
                   PERFORM ReadPayrollYtdRecord
               END-PERFORM
               PERFORM ClearKeySortedFile
           END-IF.

       ReadPayrollYtdRecord.
           READ KeySortedFile INTO PayrollDeductionRecord
               AT END SET EndOfPayrollFile TO TRUE
           END-READ.

      *> A row from before the taxable amount existed counts its
      *> whole salary as taxable, the way the certificates read it.
       AccumulateYearToDate.
           MOVE PayrollEmployeeId TO EmployeeId
           PERFORM FindYearToDate
           IF NOT YtdEmployeeFound
               IF YtdFeedUsed < 20000
                   ADD 1 TO YtdFeedUsed
                   MOVE YtdFeedUsed TO YtdFeedIdx
                   MOVE PayrollEmployeeId TO TblYtdEmpId (YtdFeedIdx)
                   MOVE 0 TO TblYtdGross (YtdFeedIdx)
                   MOVE 0 TO TblYtdTaxable (YtdFeedIdx)
                   MOVE 0 TO TblYtdTax (YtdFeedIdx)
                   SET YtdEmployeeFound TO TRUE
               ELSE
                   DISPLAY "Year-to-date table full - "
                       PayrollEmployeeId " not totaled."
               END-IF
           END-IF
           IF YtdEmployeeFound
               IF PayrollSalary NUMERIC
                   ADD PayrollSalary TO TblYtdGross (YtdFeedIdx)
                   IF PayrollTaxable NUMERIC
                       ADD PayrollTaxable TO
                           TblYtdTaxable (YtdFeedIdx)
                   ELSE
                       ADD PayrollSalary TO
                           TblYtdTaxable (YtdFeedIdx)
                   END-IF
               END-IF
               IF PayrollTaxAmount NUMERIC
                   ADD PayrollTaxAmount TO TblYtdTax (YtdFeedIdx)
               END-IF
               IF PayrollAdjustmentEntry OR PayrollTrueUpEntry
                   IF PayrollAdjSalary NUMERIC
                       ADD PayrollAdjSalary TO
                           TblYtdGross (YtdFeedIdx)
                   END-IF
                   IF PayrollAdjTaxable NUMERIC
                       ADD PayrollAdjTaxable TO
                           TblYtdTaxable (YtdFeedIdx)
                   END-IF
                   IF PayrollAdjTax NUMERIC
                       ADD PayrollAdjTax TO TblYtdTax (YtdFeedIdx)
                   END-IF
               END-IF
           END-IF.

      *> Reads the deduction-order file into storage.  Closed
      *> orders ride along untouched so the rewrite keeps them;
      *> amounts left blank on a hand-keyed row count as zero.  No
      *> file means no orders, and nothing is rewritten.
       LoadDeductionOrders.
           MOVE "N" TO WS-Ord-Eof-Flag
           MOVE 0 TO OrderUsed
           OPEN INPUT DeductionOrderFile
           IF DeductionOrderFileNotFound
               CONTINUE
           ELSE
               SET OrdersOnDisk TO TRUE
               PERFORM ReadDeductionOrderRecord
               PERFORM UNTIL EndOfDeductionOrderFile
                   IF OrderUsed < 5000
                       ADD 1 TO OrderUsed
                       PERFORM StoreDeductionOrder
                   ELSE
                       SET OrderOverflow TO TRUE
                   END-IF
                   PERFORM ReadDeductionOrderRecord
               END-PERFORM
               CLOSE DeductionOrderFile
           END-IF
           IF OrderOverflow
               PERFORM LogDeductionOverflow
               MOVE 0 TO OrderUsed
           END-IF.

       ReadDeductionOrderRecord.
           READ DeductionOrderFile
               AT END SET EndOfDeductionOrderFile TO TRUE
           END-READ.

       StoreDeductionOrder.
           IF OrdAmount NOT NUMERIC
               MOVE 0 TO OrdAmount
           END-IF
           IF OrdPercent NOT NUMERIC
               MOVE 0 TO OrdPercent
           END-IF
           IF OrdPeriodCap NOT NUMERIC
               MOVE 0 TO OrdPeriodCap
           END-IF
           IF OrdTotalDue NOT NUMERIC
               MOVE 0 TO OrdTotalDue
           END-IF
           IF OrdRecovered NOT NUMERIC
               MOVE 0 TO OrdRecovered
           END-IF
           IF OrdArrears NOT NUMERIC
               MOVE 0 TO OrdArrears
           END-IF
           MOVE OrdEmployeeId TO TblOrdEmpId (OrderUsed)
           IF OrdPriority NUMERIC
               MOVE OrdPriority TO TblOrdPriority (OrderUsed)
           ELSE
               MOVE 99 TO TblOrdPriority (OrderUsed)
           END-IF
           IF OrdActive
               MOVE "N" TO TblOrdDone (OrderUsed)
           ELSE
               MOVE "Y" TO TblOrdDone (OrderUsed)
           END-IF
           MOVE DeductionOrderRecord TO TblOrdImage (OrderUsed).

      *> An order file too large to hold is a control failure for
      *> the deductions alone: the payments still go out, but no
      *> order is applied and the file is left as it was, so
      *> nothing is lost and someone is told.
       LogDeductionOverflow.
           SET ErrControlMismatch TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE "Deduction orders overflow - none applied" TO
               ExcpReasonText
           MOVE OperatorId   TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Deduction-order file overflows the table - no "
               "orders applied this run.".

      *> Works the employee's open orders lowest priority number
      *> first, each one taking what it can from the net pay the
      *> orders ahead of it left.
       ApplyDeductionOrders.
           MOVE 0 TO SlipDeductionUsed
           IF OrderUsed > 0
               MOVE NetPay TO NetBeforeDeductions
               PERFORM FindNextDeductionOrder
               PERFORM UNTIL NOT NextOrderFound
                   PERFORM ApplyOneDeductionOrder
                   PERFORM FindNextDeductionOrder
               END-PERFORM
           END-IF.

       FindNextDeductionOrder.
           MOVE "N" TO WS-Ord-Next-Flag
           PERFORM VARYING OrderIdx FROM 1 BY 1
                   UNTIL OrderIdx > OrderUsed
               IF TblOrdEmpId (OrderIdx) = EmployeeId
                       AND TblOrdDone (OrderIdx) = "N"
                   IF NOT NextOrderFound
                       SET NextOrderFound TO TRUE
                       MOVE OrderIdx TO NextOrderIdx
                   ELSE
                       IF TblOrdPriority (OrderIdx) <
                               TblOrdPriority (NextOrderIdx)
                           MOVE OrderIdx TO NextOrderIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> This period's instalment plus any arrears, trimmed to what
      *> is left to recover, then limited by the per-period cap and
      *> by the net pay still available.  The part not taken is the
      *> new arrears; an order recovered in full closes itself.
       ApplyOneDeductionOrder.
           MOVE "Y" TO TblOrdDone (NextOrderIdx)
           MOVE TblOrdImage (NextOrderIdx) TO DeductionOrderRecord
           IF OrdPercentOfNet
               COMPUTE DeductionDue ROUNDED =
                   NetBeforeDeductions * OrdPercent / 100
           ELSE
               MOVE OrdAmount TO DeductionDue
           END-IF
           ADD OrdArrears TO DeductionDue
           IF OrdTotalDue > 0
               IF OrdRecovered < OrdTotalDue
                   COMPUTE DeductionRemaining =
                       OrdTotalDue - OrdRecovered
               ELSE
                   MOVE 0 TO DeductionRemaining
               END-IF
               IF DeductionDue > DeductionRemaining
                   MOVE DeductionRemaining TO DeductionDue
               END-IF
           END-IF
           MOVE DeductionDue TO DeductionTaken
           IF OrdPeriodCap > 0 AND DeductionTaken > OrdPeriodCap
               MOVE OrdPeriodCap TO DeductionTaken
           END-IF
           IF DeductionTaken > NetPay
               MOVE NetPay TO DeductionTaken
           END-IF
           COMPUTE OrdArrears = DeductionDue - DeductionTaken
           ADD DeductionTaken TO OrdRecovered
           SUBTRACT DeductionTaken FROM NetPay
           IF OrdArrears > 0
               DISPLAY "Order " OrdOrderId " for " EmployeeId
                   " short " OrdArrears " - carried as arrears."
           END-IF
           IF OrdTotalDue > 0 AND OrdRecovered >= OrdTotalDue
               SET OrdClosed TO TRUE
               MOVE 0 TO OrdArrears
               DISPLAY "Order " OrdOrderId " for " EmployeeId
                   " recovered in full - closed."
           END-IF
           MOVE DeductionOrderRecord TO TblOrdImage (NextOrderIdx)
           IF DeductionTaken > 0
               PERFORM WriteDeductionJournalLine
           END-IF
           IF (DeductionTaken > 0 OR OrdArrears > 0)
                   AND SlipDeductionUsed < 10
               ADD 1 TO SlipDeductionUsed
               MOVE OrdType TO TblSlipDedType (SlipDeductionUsed)
               MOVE OrdOrderId TO TblSlipDedOrder (SlipDeductionUsed)
               MOVE DeductionTaken TO
                   TblSlipDedAmount (SlipDeductionUsed)
               MOVE OrdArrears TO
                   TblSlipDedArrears (SlipDeductionUsed)
           END-IF.

      *> Each deduction taken is its own credit line on the
      *> liability account for its order type, so the ledger shows
      *> what is owed to the court, the loan book and the union
      *> order by order.
       WriteDeductionJournalLine.
           EVALUATE TRUE
               WHEN OrdGarnishment
                   MOVE GarnishLiabAccount TO DedLiabAccount
               WHEN OrdLoanRepayment
                   MOVE LoanLiabAccount TO DedLiabAccount
               WHEN OTHER
                   MOVE DuesLiabAccount TO DedLiabAccount
           END-EVALUATE
           MOVE DedLiabAccount TO JrnAccount
           MOVE 0 TO JrnDebit
           MOVE DeductionTaken TO JrnCredit
           MOVE SPACES TO JrnDesc
           STRING "DED " OrdType " " OrdOrderId
               DELIMITED BY SIZE INTO JrnDesc
           PERFORM WriteOneJournalRecord
           ADD DeductionTaken TO DeductionTotal.

      *> Writes the orders back in one piece with this run's
      *> balances - only when the file was there to begin with and
      *> was held whole.
       RewriteDeductionOrders.
           IF OrdersOnDisk AND NOT OrderOverflow
               IF NOT DryRunMode
                   OPEN OUTPUT DeductionOrderFile
               END-IF
               PERFORM WriteOneDeductionOrder
                   VARYING OrderIdx FROM 1 BY 1
                       UNTIL OrderIdx > OrderUsed
               IF NOT DryRunMode
                   CLOSE DeductionOrderFile
               END-IF
           END-IF.

       WriteOneDeductionOrder.
           MOVE TblOrdImage (OrderIdx) TO DeductionOrderRecord
           IF DryRunMode
               MOVE "DEDORDERS" TO FcstFileName
               MOVE DeductionOrderRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE DeductionOrderRecord
           END-IF.

      *> The control total record the bank side proves before it
      *> pays anything off this file.
       WriteDisburseControl.
           MOVE "T" TO DctRecordType
           MOVE DisburseCount    TO DctDetailCount
           MOVE DisburseNetTotal TO DctNetTotal
           IF DryRunMode
               MOVE "DISBURSE" TO FcstFileName
               MOVE DisburseRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE DisburseRecord
           END-IF
           DISPLAY "Disbursement file: " DisburseCount
               " payments, net total " DisburseNetTotal ".".

      *> Reads the bank-details file into storage, resolving each
      *> row to the account in force today: an approved change
      *> whose cooling-off period has ended takes over, one still
      *> cooling off does not.  No file at all means accounts are
      *> still held on the bank side, and the payments go out
      *> without a destination as they always have.
       LoadBankDetails.
           MOVE "N" TO WS-Bnk-Eof-Flag
           MOVE 0 TO BankUsed
           OPEN INPUT EmployeeBankFile
           IF EmployeeBankFileNotFound
               CONTINUE
           ELSE
               SET BankFileOnDisk TO TRUE
               CLOSE EmployeeBankFile
               SORT KeySortFile ON ASCENDING KEY KsrEmployeeId
                   WITH DUPLICATES IN ORDER
                   USING EmployeeBankFile GIVING KeySortedFile
               OPEN INPUT KeySortedFile
               PERFORM ReadEmployeeBankRecord
               PERFORM UNTIL EndOfEmployeeBankFile
                   IF BankUsed < 20000
                       ADD 1 TO BankUsed
                       MOVE BnkEmployeeId TO TblBnkEmpId (BankUsed)
                       IF BnkNewEffDate NUMERIC
                               AND BnkNewEffDate NOT = 0
                               AND BnkNewEffDate <=
                                   FUNCTION CURRENT-DATE(1:8)
                           MOVE BnkNewBankCode TO
                               TblBnkBankCode (BankUsed)
                           MOVE BnkNewAccountNo TO
                               TblBnkAccountNo (BankUsed)
                       ELSE
                           MOVE BnkBankCode TO
                               TblBnkBankCode (BankUsed)
                           MOVE BnkAccountNo TO
                               TblBnkAccountNo (BankUsed)
                       END-IF
                   ELSE
                       DISPLAY "Bank details overflow the table - "
                           BnkEmployeeId " paid without an account."
                   END-IF
                   PERFORM ReadEmployeeBankRecord
               END-PERFORM
               PERFORM ClearKeySortedFile
           END-IF.

       ReadEmployeeBankRecord.
           READ KeySortedFile INTO EmployeeBankRecord
               AT END SET EndOfEmployeeBankFile TO TRUE
           END-READ.

      *> An employee's first row in the table is the first on the
      *> file, the one that has always been used.
       FindBankDetails.
           MOVE "N" TO WS-Bnk-Found-Flag
           MOVE 1 TO ChopLow
           COMPUTE ChopHigh = BankUsed + 1
           PERFORM UNTIL ChopLow >= ChopHigh
               COMPUTE ChopMid = (ChopLow + ChopHigh) / 2
               IF TblBnkEmpId (ChopMid) < EmployeeId
                   COMPUTE ChopLow = ChopMid + 1
               ELSE
                   MOVE ChopMid TO ChopHigh
               END-IF
           END-PERFORM
           MOVE ChopLow TO BankIdx
           IF BankIdx <= BankUsed
               IF TblBnkEmpId (BankIdx) = EmployeeId
                   SET BankDetailsFound TO TRUE
               END-IF
           END-IF.

      *> A payment with no account on file still goes on the feed -
      *> the net pay is owed and the journal must balance - but it
      *> is logged so someone sets the account up before the bank
      *> sends it back.
       LogMissingBankDetails.
           SET ErrOutOfRangeInput TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "No bank account on file: " EmployeeId
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> Reads the employee master's IDs and statuses into storage
      *> for the salary-feed validation.
       LoadEmployeeMaster.
               DISPLAY "Employee master not on disk - every salary "
                   "record will reject."
           ELSE
               CLOSE EmployeeMasterFile
               SORT KeySortFile ON ASCENDING KEY KsrEmployeeId
                   WITH DUPLICATES IN ORDER
                   USING EmployeeMasterFile GIVING KeySortedFile
               OPEN INPUT KeySortedFile
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfEmployeeMasterFile
                   IF EmployeeIdUsed < 20000
                       ADD 1 TO EmployeeIdUsed
                       MOVE EmpId     TO TblEmpId (EmployeeIdUsed)
                       MOVE EmpName   TO TblEmpName (EmployeeIdUsed)
                       MOVE EmpDept   TO TblEmpDept (EmployeeIdUsed)
                       MOVE EmpStatus TO TblEmpStatus (EmployeeIdUsed)
                       IF EmpHireDate IS NUMERIC
                           MOVE EmpHireDate TO
                               TblEmpHireDate (EmployeeIdUsed)
                       ELSE
                           MOVE 0 TO TblEmpHireDate (EmployeeIdUsed)
                       END-IF
                       IF EmpTermDate IS NUMERIC
                           MOVE EmpTermDate TO
                               TblEmpTermDate (EmployeeIdUsed)
                       ELSE
                           MOVE 0 TO TblEmpTermDate (EmployeeIdUsed)
                       END-IF
                   ELSE
                       DISPLAY "Employee master overflows the key "
                           "table - validation incomplete."
                   END-IF
                   PERFORM ReadEmployeeMasterRecord
               END-PERFORM
               PERFORM ClearKeySortedFile
           END-IF.

       ReadEmployeeMasterRecord.
           READ KeySortedFile INTO EmployeeMasterRecord
               AT END SET EndOfEmployeeMasterFile TO TRUE
           END-READ.

      *> The sorted copy is emptied once its table is loaded, so no
      *> second copy of the master, bank details or pay history is
      *> left lying in the data directory.
       ClearKeySortedFile.
           CLOSE KeySortedFile
           OPEN OUTPUT KeySortedFile
           CLOSE KeySortedFile.

      *> A salary record is valid only for an ID on the master whose
      *> row is still active - or for a leaver whose last day
      *> worked falls inside or after the period being paid, so the
      *> final partial period still goes out.  The employee's rows
      *> sit together in file order from the first one the search
      *> lands on.
       CheckEmployeeOnMaster.
           MOVE "N" TO WS-Emp-Found-Flag
           MOVE "N" TO WS-Emp-Past-Flag
           MOVE 1 TO ChopLow
           COMPUTE ChopHigh = EmployeeIdUsed + 1
           PERFORM UNTIL ChopLow >= ChopHigh
               COMPUTE ChopMid = (ChopLow + ChopHigh) / 2
               IF TblEmpId (ChopMid) < EmployeeId
                   COMPUTE ChopLow = ChopMid + 1
               ELSE
                   MOVE ChopMid TO ChopHigh
               END-IF
           END-PERFORM
           PERFORM VARYING EmployeeIdIdx FROM ChopLow BY 1
                   UNTIL EmployeeIdIdx > EmployeeIdUsed
                       OR EmployeeOnMaster OR PastEmployeeRows
               IF TblEmpId (EmployeeIdIdx) NOT = EmployeeId
                   SET PastEmployeeRows TO TRUE
               END-IF
               IF TblEmpId (EmployeeIdIdx) = EmployeeId
                   IF TblEmpStatus (EmployeeIdIdx) = "A"
                       SET EmployeeOnMaster TO TRUE
                   END-IF
                   IF TblEmpStatus (EmployeeIdIdx) = "I"
                           AND TblEmpTermDate (EmployeeIdIdx) > 0
                           AND TblEmpTermDate (EmployeeIdIdx)
                               >= CurrentPeriodStart
                       SET EmployeeOnMaster TO TRUE
                   END-IF
                   IF EmployeeOnMaster
                       MOVE EmployeeIdIdx TO EmployeeFoundIdx
                   END-IF
               END-IF
           END-PERFORM.

      *> An unknown or deactivated ID on the salary feed is a logged
      *> reject, not a deduction - every one of the employee's feed
      *> lines is counted so the statistics file shows the run
      *> rejected them.
       RejectUnknownEmployee.
           ADD EarningsLineUsed TO RecordsRejected
           SET ErrOutOfRangeInput TO TRUE
           MOVE "TaxSlab"    TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING "Employee not on master: " EmployeeId
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           PERFORM ForecastRejectedLines
           DISPLAY "Salary record rejected - employee "
               EmployeeId " not active on the master.".

      *> Every payroll salary costed twice - once under the bracket
      *> set in force, once under the proposed schedule - with the
                       IF NOT ControlsValid
                           PERFORM ControlFailure
                       ELSE
                           PERFORM LoadEarningsTypes
                           PERFORM CompareWholeFeed
                       END-IF
               END-EVALUATE
           END-IF.

      *> The proven feed through the double costing, one comparison
      *> line per employee's earnings and the total delta at the
      *> end.
       CompareWholeFeed.
           OPEN OUTPUT CompareReportFile
           MOVE "BRACKET SCENARIO COMPARISON"
           MOVE 0 TO TotalDelta
           OPEN INPUT SalaryFile
           READ SalaryFile END-READ
           MOVE SalDetailExpected TO SalDetailsLeft
           PERFORM ReadNextSalaryDetail
           PERFORM CompareOneEmployee UNTIL NOT SalaryLineHeld
           CLOSE SalaryFile

           MOVE TotalDelta TO TotalDeltaDisplay
           DISPLAY CompareReportLine
           CLOSE CompareReportFile.

      *> The comparison costs whole-period pay - no proration -
      *> so each employee's lines are totaled at a factor of one.
       CompareOneEmployee.
           MOVE SalEmployeeId TO EmployeeId
           PERFORM GatherEarningsLines
           MOVE 0 TO EmpBusDays
           MOVE 0 TO PeriodBusDays
           PERFORM TotalEarningsLines
           IF GrossOverflow
               PERFORM RejectGrossOverflow
           ELSE
               PERFORM CompareOneSalary
           END-IF.

       CompareOneSalary.
           PERFORM CalcTaxableSalary
           PERFORM CalcMarginalTax
           MOVE TaxAmount TO CurrentTax
           COMPUTE TaxDelta = ProposedTax - CurrentTax
           ADD TaxDelta TO TotalDelta

           MOVE EmployeeId    TO CmpEmployeeId
           MOVE GrossSalary   TO CmpSalary
           MOVE CurrentTax    TO CmpCurrent
           MOVE ProposedTax   TO CmpProposed
           MOVE TaxDelta      TO CmpDelta
           IF AllowanceFileNotFound
               CONTINUE
           ELSE
               CLOSE AllowanceFile
               SORT KeySortFile ON ASCENDING KEY KsrEmployeeId
                   WITH DUPLICATES IN ORDER
                   USING AllowanceFile GIVING KeySortedFile
               OPEN INPUT KeySortedFile
               PERFORM ReadAllowanceRecord
               PERFORM UNTIL EndOfAllowanceFile
                   IF AllowanceUsed < 20000
                       ADD 1 TO AllowanceUsed
                       MOVE AlwEmployeeId TO
                           TblAlwEmpId (AllowanceUsed)
                   END-IF
                   PERFORM ReadAllowanceRecord
               END-PERFORM
               PERFORM ClearKeySortedFile
           END-IF.

       ReadAllowanceRecord.
           READ KeySortedFile INTO AllowanceRecord
               AT END SET EndOfAllowanceFile TO TRUE
           END-READ.

               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO DisburseValueDays
           END-IF
           MOVE "EMPR-PENSION-PCT" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "TaxSlab" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO PensionRate
           END-IF
           MOVE "EMPR-SOCSEC-PCT" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "TaxSlab" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO SocSecRate
           END-IF.

      *> The taxable base the bracket walk works on: the taxable
      *> earnings the allowances apply to, less the employee's
      *> dependent allowances, standard exemption and fixed pre-tax
      *> amount, floored at zero so the allowances can never
      *> manufacture a negative salary - plus any taxable earnings
      *> the allowances do not apply to.  Earnings of a non-taxable
      *> type are in the gross but not in either part.
       CalcTaxableSalary.
           MOVE 0 TO AllowanceTotal
           PERFORM FindAllowanceRow
                   ADD ExemptAmount TO AllowanceTotal
               END-IF
           END-IF
           IF AllowanceTotal >= AllowableEarnings
               MOVE 0 TO Salary
           ELSE
               COMPUTE Salary = AllowableEarnings - AllowanceTotal
           END-IF
           ADD OtherTaxableEarnings TO Salary
           IF AllowanceTotal > 0
               DISPLAY "Gross " GrossSalary " less allowances "
                   AllowanceTotal " taxable " Salary

       FindAllowanceRow.
           MOVE "N" TO WS-Alw-Found-Flag
           MOVE 1 TO ChopLow
           COMPUTE ChopHigh = AllowanceUsed + 1
           PERFORM UNTIL ChopLow >= ChopHigh
               COMPUTE ChopMid = (ChopLow + ChopHigh) / 2
               IF TblAlwEmpId (ChopMid) < EmployeeId
                   COMPUTE ChopLow = ChopMid + 1
               ELSE
                   MOVE ChopMid TO ChopHigh
               END-IF
           END-PERFORM
           MOVE ChopLow TO AllowanceIdx
           IF AllowanceIdx <= AllowanceUsed
               IF TblAlwEmpId (AllowanceIdx) = EmployeeId
                   SET AllowanceFound TO TRUE
               END-IF
           END-IF.

      *> A standard exemption code's amount lives on the central
      *> parameter file under EXEMPT-<code>, so a new code is a
                           AND FUNCTION CURRENT-DATE(1:8)
                               <= PeriodEnd
                       MOVE PeriodId TO CurrentPeriodId
                       MOVE PeriodStart TO CurrentPeriodStart
                       MOVE PeriodEnd TO CurrentPeriodEnd
                       IF PeriodIsOpen
                           SET PeriodPostable TO TRUE
                       ELSE
           MOVE BracketLabel TO PayrollBracket
           MOVE TaxAmount   TO PayrollTaxAmount
           MOVE CurrentPeriodId TO PayrollPeriodId
           MOVE "R" TO PayrollEntryType
           MOVE SPACES TO PayrollAdjOfPeriod
           MOVE 0 TO PayrollAdjSalary PayrollAdjTaxable PayrollAdjTax
           MOVE ProrateFactor TO PayrollProrateFactor
           MOVE EmpBusDays    TO PayrollDaysWorked
           MOVE PeriodBusDays TO PayrollPeriodDays
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               PayrollDeductionRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
           MOVE RunIdValue TO RunStampRunId OF
               PayrollDeductionRecord

           IF DryRunMode
               MOVE "PAYROLL" TO FcstFileName
               MOVE PayrollDeductionRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               OPEN EXTEND PayrollDeductionFile
               IF PayrollFileNotFound
                   OPEN OUTPUT PayrollDeductionFile
               END-IF
               WRITE PayrollDeductionLine FROM PayrollDeductionRecord
               CLOSE PayrollDeductionFile
           END-IF
           ADD 1 TO RecordsWritten.

      *> Logs a salary that fell outside every bracket test to the
      *> central exception file - Salary is unsigned so this can't
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF
           IF OperatorSignOnOk
               PERFORM CheckDutyConflict
           END-IF.

      *> An operator who lately ran the other half of a blocking
      *> duty pair is turned away the same way - segregation of
      *> duties is enforced where the second duty is performed.
       CheckDutyConflict.
           MOVE "TaxSlab" TO DutyProgramId
           MOVE OperatorId TO DutyOperatorId
           CALL "DutyCheck" USING DutyProgramId, DutyOperatorId,
               DutyAllowed, DutyConflictProgram
           IF NOT DutyCheckOk
               DISPLAY "Operator recently ran "
                   FUNCTION TRIM(DutyConflictProgram)
                   " - segregation of duties bars this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Launched from the menu, the sitting's validated identity is
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> A batch run set to DRY-RUN in the job-parameter file opens its
      *> forecast before anything is read, so every record from the
      *> first reject onwards lands in it.
       CheckDryRun.
           MOVE "DRY-RUN" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk AND JpParmValue (1:1) = "Y"
               SET DryRunMode TO TRUE
               MOVE "O" TO FcstAction
               PERFORM CallDryRunForecast
           END-IF.

       ForecastWrite.
           MOVE "W" TO FcstAction
           PERFORM CallDryRunForecast.

       ForecastReject.
           MOVE "R" TO FcstAction
           PERFORM CallDryRunForecast.

       CloseForecast.
           MOVE "C" TO FcstAction
           PERFORM CallDryRunForecast.

       CallDryRunForecast.
           MOVE "TaxSlab" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
