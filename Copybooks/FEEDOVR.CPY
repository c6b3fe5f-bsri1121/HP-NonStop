      *> One supervisor override of the duplicate-feed refusal,
      *> granted through FeedOverride for a feed named by program,
      *> source system and header date.  A granted override lets
      *> that feed through the registry once - FeedReceipt marks it
      *> used, with the run that took the feed, when the feed is
      *> registered - so a second resend is refused again.  The row
      *> stays on file as the record of who allowed what.
       01  FeedOverrideRecord.
           05 FovProgramId    PIC X(15).
           05 FovSourceSystem PIC X(8).
           05 FovFileDate     PIC 9(8).
           05 FovStatus       PIC X.
               88 FovGranted VALUE "G".
               88 FovUsed    VALUE "U".
           05 FovGrantedBy    PIC X(10).
           05 FovGrantedOn    PIC 9(8).
           05 FovUsedRunId    PIC X(14).
           COPY RUNSTAMP.
