      *> maintenance run - active, withdrawn, deceased - which the
      *> forecast, the letters and the demographics honor.  Rows
      *> written before the status existed read back as spaces and
      *> are treated as active.  Pending is an applicant who met
      *> the age test but has supporting evidence outstanding; the
      *> eligibility run accepts them once the evidence is in.
      *> Erased is an applicant whose personal details have been
      *> anonymised at their request - the ID is kept so the audit
      *> trail still resolves, the name and date of birth are not.
      *> Suspended is an applicant whose name or date of birth the
      *> identity registry did not confirm, held until review.
      *> MasterIdvStatus tracks the registry check itself - not yet
      *> asked, asked on MasterIdvDate, confirmed on that date, or
      *> answered with a mismatch - and reads back as spaces, not
      *> yet asked, on rows from before the check existed.
       01  ApplicantMasterRecord.
           05 MasterApplicantId PIC X(10).
           05 MasterName        PIC X(20).
               88 MasterActive    VALUE "A" " ".
               88 MasterWithdrawn VALUE "W".
               88 MasterDeceased  VALUE "D".
               88 MasterPending   VALUE "P".
               88 MasterErased    VALUE "E".
               88 MasterSuspended VALUE "S".
           05 MasterIdvStatus   PIC X.
               88 MasterIdvNotAsked  VALUE " ".
               88 MasterIdvRequested VALUE "R".
               88 MasterIdvVerified  VALUE "V".
               88 MasterIdvMismatch  VALUE "M".
           05 MasterIdvDate     PIC 9(8).
