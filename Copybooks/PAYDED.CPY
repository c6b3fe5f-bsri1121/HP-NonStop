      *> treat a non-numeric taxable as "the whole salary was
      *> taxable" and a blank period as "posted before pay periods
      *> existed" - while every older field keeps its byte position.
      *> PayrollEntryType tells a retro adjustment apart from a
      *> regular posting.  An adjustment row is posted in the open
      *> period but corrects a closed one, named in
      *> PayrollAdjOfPeriod; its ordinary amounts stay zero, so a
      *> reader that predates adjustments totals nothing extra, and
      *> the signed differences ride in the PayrollAdj fields for
      *> the readers that fold them in.
      *> A year-end true-up row (type "T") has the same shape: it
      *> is posted in the year's final period, carries the tax year
      *> it settles in the first four bytes of PayrollAdjOfPeriod,
      *> and the signed settlement - annual liability less tax
      *> withheld - in PayrollAdjTax.
      *> A starter or leaver paid for part of a period carries the
      *> proration applied: the factor, the business days worked
      *> and the business days in the period.  A full period has a
      *> factor of one; adjustment rows and older rows leave these
      *> zero or spaces.
       01  PayrollDeductionRecord.
           05 PayrollEmployeeId PIC X(10).
           05 PayrollSalary     PIC 9(5).
           COPY RUNSTAMP.
           05 PayrollTaxable    PIC 9(5).
           05 PayrollPeriodId   PIC X(6).
           05 PayrollEntryType  PIC X.
               88 PayrollRegularEntry    VALUE "R" " ".
               88 PayrollAdjustmentEntry VALUE "A".
               88 PayrollTrueUpEntry     VALUE "T".
           05 PayrollAdjOfPeriod PIC X(6).
           05 PayrollAdjSalary  PIC S9(5) SIGN LEADING SEPARATE.
           05 PayrollAdjTaxable PIC S9(5) SIGN LEADING SEPARATE.
           05 PayrollAdjTax     PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 PayrollProrateFactor PIC 9V9999.
           05 PayrollDaysWorked    PIC 9(3).
           05 PayrollPeriodDays    PIC 9(3).
