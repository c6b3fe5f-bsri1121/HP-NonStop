      *> One row of the position file, shared by the portfolio
      *> projection that reads it and the daily interest accrual
      *> that carries each account's interest on it, so the two
      *> always agree on the layout.  The opening value is the
      *> account's balance: the projection starts from it, and the
      *> accrual capitalises into it at each month end.  The day
      *> count basis - A actual/365, T 30/360 - and the annual
      *> rate in percent are the account's terms; the accrued
      *> interest not yet capitalised builds up on the row, with
      *> the date it has been accrued through.  Deposits,
      *> withdrawals and fees reach the balance only through the
      *> position posting run, which rolls it forward and records
      *> the date of the latest transaction posted.  A loan is a
      *> position too, so a loan and a savings account sit on one
      *> portfolio report: for a loan the opening value is the
      *> principal outstanding, the period count its term and the
      *> loan rate its interest per period in percent, and the
      *> projection amortizes it instead of growing it.  Rows
      *> written before the accrual, posting and product fields
      *> existed read them back as spaces - actual/365, no rate,
      *> nothing accrued, nothing posted, a savings account.
       01  PositionRecord.
           05 PosAccountId    PIC X(10).
           05 PosOpeningVal   PIC 9(6)V99.
           05 PosScenario     PIC X(8).
           05 PosPeriods      PIC 9(3).
           05 PosDayBasis     PIC X.
               88 PosActual365 VALUE "A" " ".
               88 PosThirty360 VALUE "T".
           05 PosRatePct      PIC 9(2)V999.
           05 PosAccruedInt   PIC 9(6)V9(4).
           05 PosAccruedThru  PIC 9(8).
           05 PosPostedThru   PIC 9(8).
           05 PosProductType  PIC X.
               88 PosSavings   VALUE "S" " ".
               88 PosLoan      VALUE "L".
           05 PosLoanRatePct  PIC 9(2)V9(4).
