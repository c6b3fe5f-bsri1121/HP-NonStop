      *> One applicant erasure, passed by the change approval screen
      *> to the shared ApplicantErase subroutine once a second
      *> supervisor has approved it.  The requestor and approver
      *> ride along so the erasure's own audit entry names both;
      *> the run ID ties that entry to the approval session.  The
      *> outcome comes back refused when the applicant is no longer
      *> in a state that allows erasure.
       01 EraseRequest.
           05 ErsApplicantId PIC X(10).
           05 ErsRequestor   PIC X(10).
           05 ErsApprover    PIC X(10).
           05 ErsRunId       PIC X(14).
           05 ErsOutcome     PIC X.
               88 ErsApplied VALUE "Y".
               88 ErsRefused VALUE "N".
