      *> One posted deposit, withdrawal or fee on the position
      *> transaction ledger, appended by the position posting run so
      *> every movement in an account's balance can be traced to
      *> the transaction that made it.  The balance after is the
      *> account's rolled-forward balance once this transaction
      *> posted; the feed date is the header date of the feed it
      *> arrived on, which is how the posting run knows a feed has
      *> already been posted.
       01  PositionLedgerRecord.
           05 PlgAccountId    PIC X(10).
           05 PlgTxnDate      PIC 9(8).
           05 PlgTxnType      PIC X.
               88 PlgDeposit    VALUE "D".
               88 PlgWithdrawal VALUE "W".
               88 PlgFee        VALUE "F".
           05 PlgAmount       PIC 9(6)V99.
           05 PlgBalanceAfter PIC 9(6)V99.
           05 PlgFeedDate     PIC 9(8).
           COPY RUNSTAMP.
