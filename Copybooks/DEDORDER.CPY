      *> One post-tax deduction order against an employee's net pay
      *> - a court garnishment, a staff loan repayment, union dues -
      *> shared by the TaxSlab run that applies and updates the
      *> orders and any program that lists them.  Each period the
      *> run takes the fixed amount, or the percentage of net pay,
      *> plus any arrears, limited by the per-period cap (zero = no
      *> cap), by what is left to recover (a zero total-to-recover
      *> is an open-ended order such as dues) and by the net pay
      *> actually available.  Whatever could not be taken is
      *> carried as arrears to the next period.  Orders for one
      *> employee are applied lowest priority number first; an
      *> order whose recovered amount reaches its total closes
      *> itself.
       01  DeductionOrderRecord.
           05 OrdEmployeeId  PIC X(10).
           05 OrdOrderId     PIC X(8).
           05 OrdType        PIC X(4).
               88 OrdGarnishment   VALUE "GARN".
               88 OrdLoanRepayment VALUE "LOAN".
               88 OrdUnionDues     VALUE "DUES".
           05 OrdPriority    PIC 9(2).
           05 OrdMethod      PIC X.
               88 OrdFixedAmount  VALUE "F".
               88 OrdPercentOfNet VALUE "P".
           05 OrdAmount      PIC 9(5)V99.
           05 OrdPercent     PIC 9(2)V99.
           05 OrdPeriodCap   PIC 9(5)V99.
           05 OrdTotalDue    PIC 9(7)V99.
           05 OrdRecovered   PIC 9(7)V99.
           05 OrdArrears     PIC 9(7)V99.
           05 OrdStatus      PIC X.
               88 OrdActive VALUE "A".
               88 OrdClosed VALUE "C".
