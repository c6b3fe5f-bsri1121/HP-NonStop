      *> One source file held by Arithmatic as a suspected duplicate
      *> submission - its fingerprint, the business date on its own
      *> header, and the business date and run of the file it
      *> repeats.  An operator decides it through DupRelease:
      *> released, it is processed on the next batch run and then
      *> marked processed; rejected, it is refused every run it is
      *> still on disk.  The row stays on the queue as the record
      *> of who decided what for the HOLD-KEEP-DAYS central
      *> parameter after the decision, then drops off; a file still
      *> on disk after that is simply held again for a fresh
      *> decision.  A row awaiting a decision is never dropped.
       01  ArithHoldRecord.
           05 HldSourceSystem PIC X(8).
           05 HldFileDate     PIC 9(8).
           05 HldDetailCount  PIC 9(7).
           05 HldHashTotal    PIC 9(12).
           05 HldValueSig     PIC 9(18).
           05 HldDupOfDate    PIC 9(8).
           05 HldDupOfRunId   PIC X(14).
           05 HldStatus       PIC X.
               88 HldAwaiting  VALUE "H".
               88 HldReleased  VALUE "R".
               88 HldRejected  VALUE "X".
               88 HldProcessed VALUE "P".
           05 HldDecidedBy    PIC X(10).
           05 HldDecidedOn    PIC 9(8).
           COPY RUNSTAMP.
