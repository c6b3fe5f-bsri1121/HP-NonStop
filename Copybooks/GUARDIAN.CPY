      *> One row of the student guardian contact file, keyed by
      *> student ID, shared by the guardian maintenance program and
      *> the term report card run so the two always agree on the
      *> layout.  The report card for a student is addressed to the
      *> guardian named here; a student with no row cannot be
      *> mailed, and the report card run lists them on its missing-
      *> guardian exception list instead of printing a card nobody
      *> can post.
       01  GuardianRecord.
           05 GdnStudentId PIC X(10).
           05 GdnName      PIC X(30).
           05 GdnStreet    PIC X(30).
           05 GdnCity      PIC X(20).
           05 GdnPostCode  PIC X(10).
           05 GdnPhone     PIC X(12).
