      *> One row of the general-ledger balance master: the debits
      *> and credits posted to one chart account and cost center in
      *> one pay period, accumulated journal by journal by the
      *> posting run and read back by anything that reports the
      *> balances.  A blank cost center is the account's company
      *> balance.  The balance is debits less credits.
       01  GlBalanceRecord.
           05 GlbAccount  PIC X(8).
           05 GlbCostCenter PIC X(6).
           05 GlbPeriodId PIC X(6).
           05 GlbDebit    PIC 9(13)V99.
           05 GlbCredit   PIC 9(13)V99.
