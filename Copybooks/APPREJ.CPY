      *> One row of Agecheck's rejected extract, shared with the
      *> letter run that reads it.  The reason says which of the
      *> programme's rules turned the applicant away, and the
      *> programme's minimum age rides along so an under-age letter
      *> can name the year the applicant becomes eligible.  Rows
      *> written before programmes existed carry a blank reason
      *> and were all under the adult age.
       01  RejectedRecord.
           05 RejectedApplicantId PIC X(10).
           05 RejectedName PIC X(20).
           05 RejectedAge  PIC 9(3).
           05 RejectedProgramme PIC X(4).
           05 RejectedReason PIC X.
               88 RejectedUnderAge VALUE "U" " ".
               88 RejectedOverAge  VALUE "O".
               88 RejectedClosed   VALUE "C".
               88 RejectedNoProgramme VALUE "N".
           05 RejectedMinAge PIC 9(3).
           COPY RUNSTAMP.
