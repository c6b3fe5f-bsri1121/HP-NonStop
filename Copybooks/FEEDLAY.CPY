      *> Request/answer fields for the shared FeedLayout subroutine,
      *> which holds the record-layout version each inbound feed is
      *> read in.  Function C checks the version a feed's header
      *> carries: the verdict comes back C the current layout, P the
      *> previous one - the caller converts each detail on the way
      *> in, defaulting the fields added since - or U a layout this
      *> suite does not read, which the subroutine logs itself and
      *> the caller refuses at the header.  A header with no version
      *> was cut before headers carried one and is read as the
      *> layout in force when they began.  Function Q answers the
      *> current version alone, for a program writing the feed.
       01 FlyAction         PIC X.
           88 FlyCheckHeader  VALUE "C".
           88 FlyQueryCurrent VALUE "Q".
       01 FlyFeedName       PIC X(10).
       01 FlyHeaderVersion  PIC X(2).
       01 FlyProgram        PIC X(15).
       01 FlyOperId         PIC X(10).
       01 FlyRunId          PIC X(14).
       01 FlyLayoutVersion  PIC 9(2).
       01 FlyCurrentVersion PIC 9(2).
       01 FlyVerdict        PIC X.
           88 FlyLayoutCurrent  VALUE "C".
           88 FlyLayoutPrevious VALUE "P".
           88 FlyLayoutUnknown  VALUE "U".
