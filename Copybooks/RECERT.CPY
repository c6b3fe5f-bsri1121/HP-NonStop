      *> One row of the access recertification file - an operator
      *> and the authority level they held when the quarter's cycle
      *> was issued, the supervisor answerable for confirming it,
      *> and that supervisor's decision.  RecertIssue writes the
      *> rows, RecertScreen records the decisions, and RecertEnforce
      *> disables everyone still undecided once the deadline has
      *> passed - all but the last active administrator, who is
      *> kept and flagged - so the three always agree on the layout.
       01  RecertItemRecord.
           05 RciCycleId     PIC X(6).
           05 RciOperatorId  PIC X(10).
           05 RciAuthLevel   PIC 9.
           05 RciCertifierId PIC X(10).
           05 RciIssueDate   PIC 9(8).
           05 RciDeadline    PIC 9(8).
           05 RciDecision    PIC X.
               88 RciPending    VALUE " ".
               88 RciConfirmed  VALUE "C".
               88 RciDowngraded VALUE "L".
               88 RciRevoked    VALUE "R".
               88 RciExpired    VALUE "X".
               88 RciExpiredKept VALUE "K".
           05 RciNewLevel    PIC 9.
           05 RciDecidedBy   PIC X(10).
           05 RciDecidedDate PIC 9(8).
