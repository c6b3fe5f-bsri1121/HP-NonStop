      *> The number of places one intake offers in one age band.
      *> The intake in force is the one whose open and close dates
      *> take in the run date - a close date of zero has no end.
      *> The band is the demographic band number the eligibility
      *> run classifies by, 1 the youngest to 5 the oldest.  A
      *> band with no row for the intake in force has no quota.
       01  QuotaRecord.
           05 QtaIntake    PIC X(6).
           05 QtaOpenDate  PIC 9(8).
           05 QtaCloseDate PIC 9(8).
           05 QtaBand      PIC 9.
           05 QtaPlaces    PIC 9(5).
