      *> One row of the employee bank-details file, shared by the
      *> EmpBankMaint screen that queues changes, the ChangeApproval
      *> screen that applies them, and the TaxSlab run that puts the
      *> destination account on each disbursement, so the three
      *> always agree on the layout.  BnkBankCode and BnkAccountNo
      *> are the account payments go to today.  An approved change
      *> to an existing account does not take over at once: it
      *> waits in the BnkNew fields until BnkNewEffDate, the end of
      *> the cooling-off period, so a redirected salary has days in
      *> which to be noticed before any money follows it.  A zero
      *> BnkNewEffDate means no change is waiting.  BnkApprovedBy
      *> is the second supervisor who applied the latest change.
       01  EmployeeBankRecord.
           05 BnkEmployeeId   PIC X(10).
           05 BnkBankCode     PIC X(8).
           05 BnkAccountNo    PIC X(16).
           05 BnkNewBankCode  PIC X(8).
           05 BnkNewAccountNo PIC X(16).
           05 BnkNewEffDate   PIC 9(8).
           05 BnkApprovedBy   PIC X(10).
