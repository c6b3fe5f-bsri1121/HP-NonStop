      *> period-by-period schedule is written to the ledger like
      *> any other projection.  PrjOpeningVal, when non-zero,
      *> overrides the Num1+Num2 opening the interactive callers
      *> supply.  Function A amortizes a loan instead of growing a
      *> balance: the opening value is the principal, the period
      *> count the term and PrjLoanRatePct the interest rate per
      *> period in percent.  The level payment is solved and
      *> returned with the adjusted final payment and the total
      *> interest, and the schedule goes to the amortization file
      *> rather than the ledger - the returned closing value is the
      *> balance left after the term, zero for a loan paid to
      *> term.
       01 ProjectionRequest.
           05 PrjFunction PIC X.
               88 PrjProject      VALUE "P" " ".
               88 PrjSolvePeriods VALUE "N".
               88 PrjSolveRate    VALUE "R".
               88 PrjAmortize     VALUE "A".
           05 PrjOpeningVal    PIC 9(6)V99.
           05 PrjTargetVal     PIC 9(6)V99.
           05 PrjSolvedPeriods PIC 9(3).
           05 PrjSolvedFactor  PIC 9(2)V999.
           05 PrjAccountId     PIC X(10).
           05 PrjLoanRatePct   PIC 9(2)V9(4).
           05 PrjPayment       PIC 9(6)V99.
           05 PrjFinalPayment  PIC 9(6)V99.
           05 PrjTotalInterest PIC 9(7)V99.
