      *> One inbound feed as registered by FeedReceipt once the
      *> program that received it has processed it - the program,
      *> the source system and file date off the feed's header, and
      *> the detail count and hash total its trailer certified.  A
      *> feed dated before the last one registered from its source
      *> is marked older; a duplicate a supervisor let through
      *> carries the supervisor's ID.  The stamp is the receiving
      *> run, so the registry answers which run took which file.
       01  FeedRegistryRecord.
           05 FrgProgramId    PIC X(15).
           05 FrgSourceSystem PIC X(8).
           05 FrgFileDate     PIC 9(8).
           05 FrgDetailCount  PIC 9(7).
           05 FrgHashTotal    PIC 9(14)V99.
           05 FrgOlderFlag    PIC X.
               88 FrgOlderDate VALUE "Y".
           05 FrgOverrideBy   PIC X(10).
           05 FrgOperatorId   PIC X(10).
           COPY RUNSTAMP.
