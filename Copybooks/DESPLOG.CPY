      *> One row per outbound file despatched, appended by
      *> OutboundSend as each despatch copy is cut and updated by
      *> DespatchAck as the receiving side answers.  The row carries
      *> the same detail count and hash total the despatch trailer
      *> certifies, and the despatching run's ID in the stamp - the
      *> pair an acknowledgement is matched on.  DspReceiver names
      *> the system that acknowledges the file; a despatch to a
      *> receiver that returns no acknowledgement is logged as not
      *> expecting one, so it never raises an overdue alert.
      *> DspAckStatus is P awaiting acknowledgement, A accepted, R
      *> rejected by the receiver, N no acknowledgement expected;
      *> DspOverdueFlag is set once the overdue alert has been
      *> raised, so a late file alerts once, not every night.
      *> DspSourceRunId is the run that produced a file carrying
      *> its own run ID - the pay run behind the disbursement file
      *> - so the same run's file is never despatched twice.
       01  DespatchLogRecord.
           05 DspTargetPath   PIC X(44).
           05 DspReceiver     PIC X(8).
           05 DspDespatchDate PIC 9(8).
           05 DspDetailCount  PIC 9(7).
           05 DspHashTotal    PIC 9(12).
           05 DspAckStatus    PIC X.
               88 DspAwaitingAck   VALUE "P".
               88 DspAccepted      VALUE "A".
               88 DspRejected      VALUE "R".
               88 DspNoAckExpected VALUE "N".
           05 DspAckDate      PIC 9(8).
           05 DspAckReason    PIC X(20).
           05 DspOverdueFlag  PIC X.
               88 DspOverdueAlerted VALUE "Y".
           COPY RUNSTAMP.
           05 DspSourceRunId  PIC X(14).
