      *> One eligibility programme - youth, adult, senior and any
      *> scheme added later - with the age range an applicant must
      *> fall in on the run date and the dates the programme takes
      *> applications.  A maximum age of 999 is no upper limit; a
      *> close date of zero is a programme with no end date.  Up to
      *> four supporting documents the applicant must produce
      *> before acceptance - DOB birth certificate, ID photo
      *> identity, ADDR proof of address, PENS pension statement
      *> and the like - blank positions require nothing.
       01  ProgrammeRecord.
           05 PrgCode      PIC X(4).
           05 PrgDesc      PIC X(20).
           05 PrgMinAge    PIC 9(3).
           05 PrgMaxAge    PIC 9(3).
           05 PrgOpenDate  PIC 9(8).
           05 PrgCloseDate PIC 9(8).
           05 PrgDocRequired PIC X(4) OCCURS 4 TIMES.
