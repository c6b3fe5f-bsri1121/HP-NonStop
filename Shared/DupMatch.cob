      *> central parameter file.
       01 DupScoreMin PIC 9(3) VALUE 60.

      *> The master held in storage for the pairwise walk, sized for
      *> the 20000 applicants the eligibility run holds.
       01 MasterTable.
           05 MasterEntry OCCURS 20000 TIMES.
               10 TblApplicantId PIC X(10).
               10 TblName        PIC X(20).
               10 TblDob         PIC 9(8).
       01 MasterUsed PIC 9(5) VALUE 0.
       01 OuterIdx   PIC 9(5).
       01 InnerIdx   PIC 9(5).
       01 InnerStart PIC 9(3).

      *> Name-similarity scoring state: matching positions as a

           GOBACK.

      *> Erased rows are left out - they carry no name or date of
      *> birth to match on, and would all pair with one another.
       LoadMasterTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ApplicantMasterFile
           ELSE
               PERFORM ReadMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   EVALUATE TRUE
                       WHEN MasterErased
                           CONTINUE
                       WHEN MasterUsed < 20000
                           ADD 1 TO MasterUsed
                           MOVE MasterApplicantId TO
                               TblApplicantId (MasterUsed)
                           MOVE MasterName TO TblName (MasterUsed)
                           MOVE MasterDob  TO TblDob (MasterUsed)
                       WHEN OTHER
                           DISPLAY "Master overflows the table - "
                               "matching incomplete."
                   END-EVALUATE
                   PERFORM ReadMasterRecord
               END-PERFORM
               CLOSE ApplicantMasterFile
