      *> trailer images bracketing every outbound interface file,
      *> so the controls we demand of inbound feeds go out on our
      *> own extracts in exactly one format: the header carries the
      *> file date, source system and the despatching run's ID -
      *> the key the receiver quotes back on its acknowledgement -
      *> the trailer the detail count and a position-weighted
      *> character hash over the details, which is what the
      *> receiving side proves after transfer.
       01 OutCtlAction   PIC X.
           88 OutCtlHeader  VALUE "H".
           88 OutCtlTrailer VALUE "T".
       01 OutCtlSource   PIC X(8).
       01 OutCtlCount    PIC 9(7).
       01 OutCtlHash     PIC 9(12).
       01 OutCtlRunId    PIC X(14).
       01 OutCtlImage    PIC X(40).
