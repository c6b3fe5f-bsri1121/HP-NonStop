      *> One shared-cost pool split across departments every month:
      *> the pool name, the allocation template it is split by, the
      *> chart posting key of the expense it carries, the cost
      *> center the cost was first booked to, and the amount to be
      *> allocated in the period.  The allocation run credits the
      *> whole amount back off the source cost center and debits
      *> each template share to its department, on the same account.
       01  CostPoolRecord.
           05 CplPoolName     PIC X(10).
           05 CplTemplate     PIC X(10).
           05 CplPostKey      PIC X(8).
           05 CplSourceCenter PIC X(6).
           05 CplAmount       PIC 9(9)V99.
