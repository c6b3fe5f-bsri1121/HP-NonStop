      *> One record of the net-pay disbursement feed for the bank
      *> interface, shared by the TaxSlab run that writes it and the
      *> bank-return run that marks payments the bank sent back, so
      *> the layout can only change in one place.  One detail per
      *> employee - net pay and the business-day value date - and
      *> the file is closed by a control record carrying the detail
      *> count and net total the bank side proves before paying.
      *> DisPayStatus is blank as issued and "R" once the bank has
      *> returned the payment; the control record's own byte in
      *> that position stays blank.  DisBankCode and DisAccountNo
      *> are the destination account in force for the employee on
      *> the run date, off the employee bank-details file - blank
      *> where no account is on file.
       01  DisburseRecord.
           05 DisEmployeeId PIC X(10).
           05 DisNetPay     PIC 9(7)V99.
           05 DisValueDate  PIC 9(8).
           COPY RUNSTAMP.
           05 DisPayStatus  PIC X.
               88 DisPaymentIssued   VALUE " ".
               88 DisPaymentReturned VALUE "R".
           05 DisBankCode   PIC X(8).
           05 DisAccountNo  PIC X(16).

      *> Alternate view of the same record storage for the control
      *> total record closing the file.
       01  DisburseControlView.
           05 DctRecordType  PIC X.
           05 DctDetailCount PIC 9(7).
           05 DctNetTotal    PIC 9(11)V99.
