      *> The coming-of-age date is the date of birth moved forward
      *> by the adult age in years, with February 29 birthdays
      *> clipped to the 28th in ordinary years.  A withdrawn or
      *> deceased applicant is no longer forecast at all; one held
      *> pending on evidence still is.
       WeighOneApplicant.
           IF MasterActive OR MasterPending
               MOVE MasterDob TO EligibleDate
               ADD AdultAge TO ElgYear
               MOVE EligibleDate TO DateCheckValue
