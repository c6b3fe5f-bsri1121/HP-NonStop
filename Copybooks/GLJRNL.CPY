      *> One record of the journal interface file for the ledger,
      *> shared by every run that posts to it - the payroll run's
      *> balanced journal and the later adjustment and reversal
      *> journals appended behind it - so the layout the ledger
      *> side reads can only change in one place.  Each journal
      *> carries its posting run's run ID in the stamp, which is
      *> what lets the ledger tell one balanced journal from the
      *> next.  An expense line may carry the cost center it is
      *> charged to; a line charged to no cost center - the
      *> liabilities, and every line of a journal that is not split
      *> by department - leaves it blank.
       01  GlJournalRecord.
           05 JrnAccount  PIC X(8).
           05 JrnDebit    PIC 9(11)V99.
           05 JrnCredit   PIC 9(11)V99.
           05 JrnDesc     PIC X(20).
           05 JrnPeriodId PIC X(6).
           05 JrnCostCenter PIC X(6).
           COPY RUNSTAMP.
