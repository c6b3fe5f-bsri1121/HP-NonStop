      *> One row of the employer-contribution register: what the
      *> employer owes on one employee's pay for one TaxSlab run -
      *> the pension and social-security contributions at the
      *> rates in force on the run date - shared by the run that
      *> writes it and the month-end remittance return that totals
      *> it for the filing.  The rates ride on the row so a rate
      *> change mid-year never leaves an earlier month's figure
      *> unexplained.
       01  ContributionRecord.
           05 CtbEmployeeId  PIC X(10).
           05 CtbPeriodId    PIC X(6).
           05 CtbGross       PIC 9(5).
           05 CtbPensionRate PIC 9(2)V999.
           05 CtbPension     PIC 9(7)V99.
           05 CtbSocSecRate  PIC 9(2)V999.
           05 CtbSocSec      PIC 9(7)V99.
           COPY RUNSTAMP.
