      *> "Is this person on file?" used to mean printing the master
      *> and scanning it by eye; this menu-launched program finds
      *> an applicant by ID or by partial name and shows the master
      *> row with its first-seen date and lifecycle status, the
      *> mailing address and every letter sent to them, and finds
      *> a student by ID showing the current master grades, the
      *> term's attendance and the rank position off the ranking
      *> file - a phone query answered in seconds from the same
      *> menu everything else runs from.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantMasterFileStatus.
           SELECT ApplicantAddressFile ASSIGN TO
               "Data/Agecheck/APPADDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantAddressFileStatus.
           SELECT CorrespondenceFile ASSIGN TO
               "Data/Agecheck/CORRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrespondenceFileStatus.
           SELECT StudentMasterFile ASSIGN TO
               "Data/Nested/GCMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  ApplicantAddressFile.
           COPY APPADDR.

       FD  CorrespondenceFile.
           COPY CORRHIST.

      *> The student master in the same layout GradeCheck keeps it.
       FD  StudentMasterFile.
       01  StudentMasterRecord.
      *> Appended after the run stamp so rows from before classes
      *> existed read their class back as spaces.
           05 GrClassCode    PIC X(3).
           05 FILLER         PIC X(8).
      *> The term's attendance, kept by the register load - spaces
      *> until the first register day reaches the student.
           05 GrDaysPossible PIC 9(3).
           05 GrDaysPresent  PIC 9(3).
           05 GrDaysExcused  PIC 9(3).
           05 GrAttendPct    PIC 9(3)V9.
           05 GrLastAttendDate PIC 9(8).
      *> Subjects 6 to 20 for a catalog past five, and their resit
      *> outcomes - spaces on a row posted before they were carried.
           05 GrLaterMarks.
               10 GrLaterMark PIC 9(3) OCCURS 15 TIMES.
           05 GrLaterResitFlags PIC X(15).

       FD  GradeRankFile.
       01  GradeRankRecord.
           05 RankPosition    PIC 9(5).
           05 RankStudentId   PIC X(10).
           05 RankTotalMarks  PIC 9(4).
           05 RankGpa         PIC 9V99.
       01 ApplicantMasterFileStatus PIC XX.
           88 ApplicantMasterFileNotFound VALUE "35".

       01 ApplicantAddressFileStatus PIC XX.
           88 ApplicantAddressFileNotFound VALUE "35".

       01 CorrespondenceFileStatus PIC XX.
           88 CorrespondenceFileNotFound VALUE "35".

       01 WS-Adr-Eof-Flag PIC X VALUE "N".
           88 EndOfApplicantAddressFile VALUE "Y".

       01 WS-Adr-Found-Flag PIC X VALUE "N".
           88 AddressRowFound VALUE "Y".

       01 WS-Cor-Eof-Flag PIC X VALUE "N".
           88 EndOfCorrespondenceFile VALUE "Y".

       01 LettersFound PIC 9(3).

       01 AttendPctShown PIC ZZ9.9.

       01 LaterMarksShown.
           05 LaterMarkEntry OCCURS 15 TIMES.
               10 FILLER         PIC X VALUE SPACE.
               10 LaterMarkShown PIC 9(3).
       01 LaterIdx PIC 9(2).

       01 StudentMasterFileStatus PIC XX.
           88 StudentMasterFileNotFound VALUE "35".

                   DISPLAY "  status: WITHDRAWN"
               WHEN MasterDeceased
                   DISPLAY "  status: DECEASED"
               WHEN MasterPending
                   DISPLAY "  status: PENDING EVIDENCE"
               WHEN MasterErased
                   DISPLAY "  status: ERASED"
               WHEN MasterSuspended
                   DISPLAY "  status: SUSPENDED - IDENTITY CHECK"
               WHEN OTHER
                   DISPLAY "  status: ACTIVE"
           END-EVALUATE
           EVALUATE TRUE
               WHEN MasterIdvRequested
                   DISPLAY "  identity: REQUESTED " MasterIdvDate
               WHEN MasterIdvVerified
                   DISPLAY "  identity: VERIFIED " MasterIdvDate
               WHEN MasterIdvMismatch
                   DISPLAY "  identity: MISMATCH " MasterIdvDate
               WHEN OTHER
                   DISPLAY "  identity: NOT YET CHECKED"
           END-EVALUATE
           PERFORM ShowApplicantAddress
           PERFORM ShowCorrespondence.

       ShowApplicantAddress.
           MOVE "N" TO WS-Adr-Eof-Flag
           MOVE "N" TO WS-Adr-Found-Flag
           OPEN INPUT ApplicantAddressFile
           IF ApplicantAddressFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAddressRecord
               PERFORM UNTIL EndOfApplicantAddressFile
                       OR AddressRowFound
                   IF AdrApplicantId = MasterApplicantId
                       SET AddressRowFound TO TRUE
                   ELSE
                       PERFORM ReadAddressRecord
                   END-IF
               END-PERFORM
               CLOSE ApplicantAddressFile
           END-IF
           IF AddressRowFound
               DISPLAY "  address: " AdrStreet
               DISPLAY "           " AdrCity " " AdrPostCode
               IF AdrMailReturned
                   DISPLAY "  mail returned " AdrReturnDate
                       " - " AdrReturnCount " returned in all"
               END-IF
           ELSE
               DISPLAY "  address: NONE ON FILE"
           END-IF.

       ReadAddressRecord.
           READ ApplicantAddressFile
               AT END SET EndOfApplicantAddressFile TO TRUE
           END-READ.

      *> Every letter the letter run has logged for the applicant,
      *> oldest first, with the address it was mailed to.
       ShowCorrespondence.
           MOVE 0 TO LettersFound
           MOVE "N" TO WS-Cor-Eof-Flag
           OPEN INPUT CorrespondenceFile
           IF CorrespondenceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCorrespondenceRecord
               PERFORM UNTIL EndOfCorrespondenceFile
                   IF CorApplicantId = MasterApplicantId
                       PERFORM ShowOneLetter
                   END-IF
                   PERFORM ReadCorrespondenceRecord
               END-PERFORM
               CLOSE CorrespondenceFile
           END-IF
           IF LettersFound = 0
               DISPLAY "  letters: NONE SENT"
           END-IF.

       ShowOneLetter.
           ADD 1 TO LettersFound
           IF LettersFound = 1
               DISPLAY "  letters:"
           END-IF
           DISPLAY "    " RunStampDate " " CorLetterType " "
               CorProgramme " run " RunStampRunId
           IF CorLetterSentAgain
               DISPLAY "      sent again - confirmed by "
                   CorOperatorId
           END-IF
           DISPLAY "      to " CorStreet " " CorCity " "
               CorPostCode.

       ReadCorrespondenceRecord.
           READ CorrespondenceFile
               AT END SET EndOfCorrespondenceFile TO TRUE
           END-READ.

      *> The student master row plus the position off the latest
      *> ranking file, in one answer.
           ADD 1 TO FoundCount
           DISPLAY GrStudentId " marks " GrSubject1 " " GrSubject2
               " " GrSubject3 " " GrSubject4 " " GrSubject5
           IF GrLaterMarks NUMERIC AND GrLaterMarks NOT = ZEROS
               PERFORM VARYING LaterIdx FROM 1 BY 1
                       UNTIL LaterIdx > 15
                   MOVE GrLaterMark (LaterIdx)
                       TO LaterMarkShown (LaterIdx)
               END-PERFORM
               DISPLAY "  marks 6-20" LaterMarksShown
           END-IF
           DISPLAY "  total " GrTotalMarks " avg " GrAverageMarks
               " gpa " GrGpa " grade " GrLetterGrade
               " " GrPassFail " honor " GrHonorRoll
               " class " GrClassCode
           IF GrDaysPossible NUMERIC AND GrAttendPct NUMERIC
               MOVE GrAttendPct TO AttendPctShown
               DISPLAY "  attendance " GrDaysPresent " of "
                   GrDaysPossible " days (" AttendPctShown "%), "
                   GrDaysExcused " excused, last " GrLastAttendDate
           ELSE
               DISPLAY "  attendance: none recorded this term"
           END-IF
           PERFORM ShowStudentRank.

      *> The ranking file opens with a plain-text header line whose
