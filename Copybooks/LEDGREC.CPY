      *> new fields only ever append at the end: rows written
      *> before the account existed read it back as spaces - the
      *> hand-fed reading - while every older field, the run stamp
      *> included, keeps its byte position.  LedgerScenario names
      *> the growth-rate scenario the row was projected under, so
      *> projections can be judged scenario by scenario against
      *> what the accounts actually did; the interest accrual's
      *> capitalisation rows carry INTEREST there, being postings
      *> rather than projections.
       01  LedgerRecord.
           05 LedgerTotalSum    PIC 9(4).
           05 LedgerDifference  PIC S9(4) SIGN LEADING SEPARATE.
           05 LedgerClosingVal  PIC 9(6)V99.
           COPY RUNSTAMP.
           05 LedgerAccountId   PIC X(10).
           05 LedgerScenario    PIC X(8).
