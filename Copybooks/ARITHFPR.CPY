      *> The fingerprint of one source file Arithmatic has processed:
      *> the source system named on its header, the business date
      *> that header carried, and three figures taken over its
      *> details - the count, the hash total the trailer proves,
      *> and a value signature that weights each detail's two
      *> values by its position, so two files only share a
      *> fingerprint when they carry the same values in the same
      *> order.  The header date is deliberately left out of the
      *> match: a resent file arrives under a new date.
       01  ArithFingerprintRecord.
           05 FprSourceSystem PIC X(8).
           05 FprBusinessDate PIC 9(8).
           05 FprDetailCount  PIC 9(7).
           05 FprHashTotal    PIC 9(12).
           05 FprValueSig     PIC 9(18).
           COPY RUNSTAMP.
