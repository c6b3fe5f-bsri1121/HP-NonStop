      *> One row of the earnings register: each earnings line the
      *> TaxSlab run paid, by employee, period and earnings type,
      *> after any partial-period proration - shared with the
      *> year-to-date report so it can total earnings by type
      *> instead of seeing only the single gross figure on the
      *> deduction feed.  ErnTaxable records whether the type was
      *> taxable when the line was paid.
       01  EarningsRecord.
           05 ErnEmployeeId PIC X(10).
           05 ErnPeriodId   PIC X(6).
           05 ErnEarnType   PIC X(4).
           05 ErnAmount     PIC 9(5).
           05 ErnTaxable    PIC X.
           COPY RUNSTAMP.
