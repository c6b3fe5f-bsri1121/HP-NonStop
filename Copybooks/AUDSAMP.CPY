      *> One row of an audit sample.  The header row says what was
      *> sampled and how - the catalogued file and generation, the
      *> population counted, the sample size and how it was arrived
      *> at, the seed, and the stratifying field when there is one -
      *> so the draw can be repeated and proved.  One stratum row
      *> per stratum follows with its population and its share of
      *> the sample, then one detail row per record selected, with
      *> its record number in the generation and the record itself.
      *> The header rows alone are also kept on the sample log.
       01  AuditSampleRecord.
           05 AsmRowType       PIC X.
               88 AsmHeaderRow  VALUE "H".
               88 AsmStratumRow VALUE "T".
               88 AsmDetailRow  VALUE "D".
           05 AsmData          PIC X(227).
           05 AsmHeaderView REDEFINES AsmData.
               10 AsmBasePath      PIC X(44).
               10 AsmGenDate       PIC 9(8).
               10 AsmPopulation    PIC 9(7).
               10 AsmSampleSize    PIC 9(7).
               10 AsmSeed          PIC 9(10).
               10 AsmBasis         PIC X.
                   88 AsmBySize       VALUE "N".
                   88 AsmByConfidence VALUE "C".
               10 AsmConfidence    PIC 9(2).
               10 AsmStratStart    PIC 9(3).
               10 AsmStratLength   PIC 9(2).
               10 AsmOperatorId    PIC X(10).
               10 FILLER           PIC X(133).
           05 AsmStratumView REDEFINES AsmData.
               10 AsmStratumValue  PIC X(20).
               10 AsmStratumCount  PIC 9(7).
               10 AsmStratumQuota  PIC 9(7).
               10 FILLER           PIC X(193).
           05 AsmDetailView REDEFINES AsmData.
               10 AsmRecordNumber  PIC 9(7).
               10 AsmStratum       PIC X(20).
               10 AsmRecordText    PIC X(200).
           COPY RUNSTAMP.
