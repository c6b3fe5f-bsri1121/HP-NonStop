      *> One row of the payroll reconciliation control file - the
      *> verdict on one TaxSlab pay run, keyed by that run's ID, with
      *> the totals it was proved on.  PayrollRecon appends a row
      *> every time it reconciles a run, and OutboundSend releases
      *> the disbursement file only when the latest row for the run
      *> that wrote it passed.  The year-to-date totals are the
      *> year's postings on the payroll feed as they stood when the
      *> run was reconciled - the next run's year-to-date movement
      *> is measured from them.
       01  PayReconRecord.
           05 PrcPayRunId      PIC X(14).
           05 PrcReconStamp    PIC X(14).
           05 PrcResult        PIC X.
               88 PrcReconPassed VALUE "P".
               88 PrcReconBroken VALUE "B".
           05 PrcBreakCount    PIC 9(3).
           05 PrcTaxYear       PIC 9(4).
           05 PrcYtdGross      PIC 9(11).
           05 PrcYtdTax        PIC 9(11)V99.
           05 PrcRegisterGross PIC 9(11).
           05 PrcRegisterTax   PIC 9(11)V99.
           05 PrcNetTotal      PIC 9(11)V99.
           05 PrcReconRunId    PIC X(14).
