      *> One supporting document required of one applicant, shared
      *> by the eligibility run that raises the requirement and the
      *> evidence maintenance that records its receipt and lists
      *> what is still outstanding.  A row is raised outstanding
      *> with the date it was asked for when the applicant passes
      *> the age test; receipt stamps the date and the operator
      *> who saw the document.  The programme is the one applied
      *> to, whose document list the row was raised from.
       01  EvidenceRecord.
           05 EvdApplicantId   PIC X(10).
           05 EvdProgramme     PIC X(4).
           05 EvdDocCode       PIC X(4).
           05 EvdStatus        PIC X.
               88 EvdOutstanding VALUE "O".
               88 EvdReceived    VALUE "R".
           05 EvdRequestedDate PIC 9(8).
           05 EvdReceivedDate  PIC 9(8).
           05 EvdOperatorId    PIC X(10).
