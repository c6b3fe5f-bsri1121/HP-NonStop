      *> One period of a loan amortization schedule, written by the
      *> RateProjector's amortize function alongside - not into -
      *> the growth ledger.  The payment splits into the interest
      *> the period's opening balance earned and the principal it
      *> repaid; the balance is what remains owed afterwards.  The
      *> account is the position the loan belongs to, spaces on a
      *> hand-fed schedule, the same as on the ledger.
       01  AmortRecord.
           05 AmoAccountId  PIC X(10).
           05 AmoPeriod     PIC 9(3).
           05 AmoPayment    PIC 9(6)V99.
           05 AmoInterest   PIC 9(6)V99.
           05 AmoPrincipal  PIC 9(6)V99.
           05 AmoBalance    PIC 9(6)V99.
           COPY RUNSTAMP.
