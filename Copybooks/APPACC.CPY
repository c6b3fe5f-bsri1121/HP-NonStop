      *> One row of Agecheck's accepted extract, shared with the
      *> letter run that reads it.  The applicant ID leads so the
      *> letters can merge the mailing address and honor the master
      *> status; the programme is the scheme the applicant was
      *> accepted onto.
       01  AcceptedRecord.
           05 AcceptedApplicantId PIC X(10).
           05 AcceptedName PIC X(20).
           05 AcceptedAge  PIC 9(3).
           05 AcceptedProgramme PIC X(4).
           COPY RUNSTAMP.
