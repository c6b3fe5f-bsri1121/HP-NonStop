      *> One row of the earnings-type table, read by the TaxSlab
      *> run that pays each salary-feed earnings line and by any
      *> program that reports earnings by type.  The type code on a
      *> feed line says whether the amount is taxed at all, whether
      *> the employee's pre-tax allowances come off it (they come
      *> off the regular salary, not off a one-off bonus), whether
      *> a starter's or leaver's proration scales it, and which
      *> expense account the ledger debits for it.  A blank GL
      *> account posts with the gross salary expense account.
       01  EarningsTypeRecord.
           05 EtpCode       PIC X(4).
           05 EtpDesc       PIC X(20).
           05 EtpTaxable    PIC X.
               88 EtpIsTaxable VALUE "Y".
           05 EtpAllowances PIC X.
               88 EtpAllowancesApply VALUE "Y".
           05 EtpProrate    PIC X.
               88 EtpIsProrated VALUE "Y".
           05 EtpGlAccount  PIC X(8).
