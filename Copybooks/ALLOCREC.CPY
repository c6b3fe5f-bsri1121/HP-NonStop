      *> One applicant's place in an intake's quota, shared by the
      *> eligibility run that allocates it, the status maintenance
      *> that frees it and promotes from the waiting list, and the
      *> letter run that writes to those promoted.  An applicant
      *> who qualifies once the band is full is held waiting, and
      *> the waiting list is worked in first-seen order.  Promoted
      *> is a place given up by someone else, not yet lettered;
      *> released is a place or a waiting-list entry given up on
      *> withdrawal.  StatusDate is when the row last changed.
       01  AllocationRecord.
           05 AlcApplicantId PIC X(10).
           05 AlcName        PIC X(20).
           05 AlcAge         PIC 9(3).
           05 AlcProgramme   PIC X(4).
           05 AlcIntake      PIC X(6).
           05 AlcBand        PIC 9.
           05 AlcFirstSeen   PIC 9(8).
           05 AlcStatus      PIC X.
               88 AlcAllocated VALUE "A".
               88 AlcWaiting   VALUE "W".
               88 AlcPromoted  VALUE "P".
               88 AlcReleased  VALUE "X".
               88 AlcHoldsPlace VALUE "A" "P".
           05 AlcStatusDate  PIC 9(8).
