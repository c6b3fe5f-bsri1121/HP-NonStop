      *> One letter sent, shared by the letter run that appends it
      *> and the inquiry that shows an applicant's correspondence,
      *> so what went to whom, where and when outlives the letter
      *> spool - which every letter run overwrites.  The address is
      *> the one the letter was mailed to, as it stood that night.
      *> SentAgain marks a letter an operator chose to send a second
      *> time, with who chose; the run stamp is the date, time and
      *> run the letter went out under.
       01  CorrespondenceRecord.
           05 CorApplicantId PIC X(10).
           05 CorLetterType  PIC X(4).
               88 CorLetterAccepted   VALUE "ACPT".
               88 CorLetterMinor      VALUE "MINR".
               88 CorLetterIneligible VALUE "INEL".
               88 CorLetterPromoted   VALUE "PROM".
           05 CorProgramme   PIC X(4).
           05 CorStreet      PIC X(30).
           05 CorCity        PIC X(20).
           05 CorPostCode    PIC X(10).
           05 CorSentAgain   PIC X.
               88 CorLetterSentAgain VALUE "Y".
           05 CorOperatorId  PIC X(10).
           COPY RUNSTAMP.
