      *> Every file that holds an applicant's personal data, shared
      *> by the subject-access extract and the erasure so the two
      *> can never disagree about where an applicant can be found.
      *> The kind says how a file is handled: the master, the
      *> address file, the two decision extracts, the letter spool
      *> and the correspondence history each have their own layout
      *> rule; a keyed file carries the ID but no personal detail;
      *> every other file is a report or work file whose lines are
      *> found by the applicant ID and masked where the name or
      *> date of birth appears on them.
       01 ApplicantFileTable.
           05 FILLER PIC X(3)  VALUE "MST".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPMASTER.DAT".
           05 FILLER PIC X(3)  VALUE "ADR".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPADDR.DAT".
           05 FILLER PIC X(3)  VALUE "ACC".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/ACCEPTED.DAT".
           05 FILLER PIC X(3)  VALUE "REJ".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/REJECTED.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/APPREVIEW.DAT".
           05 FILLER PIC X(3)  VALUE "LET".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/LETTERS.DAT".
           05 FILLER PIC X(3)  VALUE "COR".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/CORRHIST.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/NOADDR.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/ALLOCATION.DAT".
           05 FILLER PIC X(3)  VALUE "KEY".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/EVIDENCE.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/WAITLIST.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/EVCHASE.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/RVWQRPT.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/FORECAST.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/FORECASTWRK.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/FORECASTORD.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/DUPRPT.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/DUPWRK.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/DUPORD.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/IDVREQ.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/IDVRESP.DAT".
           05 FILLER PIC X(3)  VALUE "GEN".
           05 FILLER PIC X(44) VALUE "Data/Agecheck/IDVRPT.DAT".
       01 ApplicantFileView REDEFINES ApplicantFileTable.
           05 ApplicantFileEntry OCCURS 22 TIMES.
               10 AppFileKind PIC X(3).
                   88 AppFileMaster   VALUE "MST".
                   88 AppFileAddress  VALUE "ADR".
                   88 AppFileAccepted VALUE "ACC".
                   88 AppFileRejected VALUE "REJ".
                   88 AppFileLetters  VALUE "LET".
                   88 AppFileCorrespondence VALUE "COR".
                   88 AppFileKeyed    VALUE "KEY".
                   88 AppFileGeneral  VALUE "GEN".
               10 AppFilePath PIC X(44).
       01 ApplicantFileCount PIC 9(2) VALUE 22.
