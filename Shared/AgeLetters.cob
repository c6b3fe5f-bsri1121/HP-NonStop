      *> print-image letter per applicant - acceptance wording for
      *> those at or over the adult age, and for minors the wording
      *> naming the year they become eligible - each headed with the
      *> standard report header line.  An applicant promoted off
      *> an intake's waiting list into a place someone gave up is
      *> written an acceptance letter by the next run, and the
      *> allocation marked as lettered.  Every letter written is
      *> logged to the correspondence history with the address it
      *> went to, and a letter of a type the applicant has already
      *> been sent for the same programme is held back onto the
      *> exception list unless the operator confirms it is to go
      *> again.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantMasterFileStatus.
           SELECT AllocationFile ASSIGN TO
               "Data/Agecheck/ALLOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocationFileStatus.
           SELECT CorrespondenceFile ASSIGN TO
               "Data/Agecheck/CORRHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CorrespondenceFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  AcceptedFile.
           COPY APPACC.

       FD  RejectedFile.
           COPY APPREJ.

       FD  LetterFile.
       01  LetterLine PIC X(80).
       FD  ApplicantAddressFile.
           COPY APPADDR.

      *> Applicants with no address row, or whose address has had
      *> mail returned undeliverable, divert here instead of
      *> producing an unmailable letter.
       FD  MissingAddressFile.
       01  MissingAddressRecord.
       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  AllocationFile.
           COPY ALLOCREC.

       FD  CorrespondenceFile.
           COPY CORRHIST.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
       01 LetterApplicantId PIC X(10).
       01 LetterName PIC X(20).
       01 LetterAge  PIC 9(3).
       01 LetterProgramme PIC X(4).
       01 LetterMinAge    PIC 9(3).

       01 ApplicantAddressFileStatus PIC XX.
           88 ApplicantAddressFileNotFound VALUE "35".
       01 WS-Adr-Found-Flag PIC X VALUE "N".
           88 AddressFound VALUE "Y".

      *> The address file held in storage for the per-letter merge,
      *> sized for the 20000 applicants the eligibility run holds -
      *> as are the status and allocation tables below.
       01 AddressTable.
           05 AddressEntry OCCURS 20000 TIMES.
               10 TblAdrApplicantId PIC X(10).
               10 TblAdrStreet      PIC X(30).
               10 TblAdrCity        PIC X(20).
               10 TblAdrPostCode    PIC X(10).
               10 TblAdrUndeliverable PIC X.
               10 TblAdrReturnDate  PIC X(8).
       01 AddressUsed PIC 9(5) VALUE 0.
       01 AddressIdx  PIC 9(5).

       01 NoAddressCount PIC 9(5) VALUE 0.
       01 ReturnedMailCount PIC 9(5) VALUE 0.
       01 NotActiveCount PIC 9(5) VALUE 0.

       01 ApplicantMasterFileStatus PIC XX.
      *> extracts are cut from the same feed that built the master,
      *> so that only happens on a hand-built extract.
       01 StatusTable.
           05 StatusEntry OCCURS 20000 TIMES.
               10 TblStsApplicantId PIC X(10).
               10 TblStsStatus      PIC X.
       01 StatusUsed PIC 9(5) VALUE 0.
       01 StatusIdx  PIC 9(5).

       01 LetterStatus PIC X.
           88 LetterApplicantActive VALUE "A" " ".

       01 AcceptedCount PIC 9(5) VALUE 0.
       01 MinorCount    PIC 9(5) VALUE 0.
       01 IneligibleCount PIC 9(5) VALUE 0.
       01 PromotedCount   PIC 9(5) VALUE 0.

       01 AllocationFileStatus PIC XX.
           88 AllocationFileNotFound VALUE "35".

       01 WS-Alc-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocationFile VALUE "Y".

      *> Set when the allocation file will not fit the table - the
      *> promotions are then left for a run that can rewrite the
      *> file whole.
       01 WS-Alc-Full-Flag PIC X VALUE "N".
           88 AllocationOverflow VALUE "Y".

       01 AllocationTable.
           05 AllocationEntry OCCURS 20000 TIMES.
               10 TblAllocationImage PIC X(61).
       01 AllocationUsed PIC 9(5) VALUE 0.
       01 AllocationIdx  PIC 9(5).

       01 SalutationLine PIC X(80).

       01 EligibleLine PIC X(80).

       01 ProgrammeLine PIC X(80).

       01 CorrespondenceFileStatus PIC XX.
           88 CorrespondenceFileNotFound VALUE "35".

       01 WS-Cor-Eof-Flag PIC X VALUE "N".
           88 EndOfCorrespondenceFile VALUE "Y".

      *> Set when the history will not fit the table - a letter
      *> could then go twice unseen, so none are written.
       01 WS-Cor-Full-Flag PIC X VALUE "N".
           88 CorrespondenceOverflow VALUE "Y".

      *> Letters already sent, held in storage for the repeat
      *> check; each letter this run writes is added as it goes,
      *> so one run cannot send the same letter twice either.  Room
      *> for every kind of letter to every applicant on the master.
       01 CorrespondenceTable.
           05 CorrespondenceEntry OCCURS 80000 TIMES.
               10 TblCorApplicantId PIC X(10).
               10 TblCorLetterType  PIC X(4).
               10 TblCorProgramme   PIC X(4).
               10 TblCorSentDate    PIC 9(8).
       01 CorrespondenceUsed PIC 9(5) VALUE 0.
       01 CorrespondenceIdx  PIC 9(5).

      *> The kind of letter being written - the type logged on the
      *> correspondence history and checked for repeats.
       01 LetterType PIC X(4).
           88 LetterTypeAccepted   VALUE "ACPT".
           88 LetterTypeMinor      VALUE "MINR".
           88 LetterTypeIneligible VALUE "INEL".
           88 LetterTypePromoted   VALUE "PROM".

       01 WS-Sent-Flag PIC X VALUE "N".
           88 LetterSentBefore VALUE "Y".

       01 WS-Held-Flag PIC X VALUE "N".
           88 LetterHeld VALUE "Y".

       01 WS-Again-Flag PIC X VALUE "N".
           88 LetterSentAgain VALUE "Y".

       01 PriorSentDate PIC 9(8).

       01 ResendAnswer PIC X.
           88 ResendConfirmed VALUE "Y" "y".

       01 HeldRepeatCount PIC 9(5) VALUE 0.
       01 SentAgainCount  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM LoadCentralParms.
           PERFORM LoadAddressTable.
           PERFORM LoadStatusTable.
           PERFORM LoadCorrespondenceTable.

           MOVE FUNCTION CURRENT-DATE(1:4) TO TodayYear.

           IF CorrespondenceOverflow
               DISPLAY "Correspondence history exceeds the table - "
                   "letters held back."
           ELSE
               OPEN OUTPUT LetterFile
               OPEN OUTPUT MissingAddressFile
               OPEN EXTEND CorrespondenceFile
               IF CorrespondenceFileNotFound
                   OPEN OUTPUT CorrespondenceFile
               END-IF

               PERFORM WriteAcceptedLetters
               PERFORM WriteMinorLetters
               PERFORM WritePromotedLetters

               CLOSE LetterFile
               CLOSE MissingAddressFile
               CLOSE CorrespondenceFile
           END-IF.

           DISPLAY "Acceptance letters: " AcceptedCount.
           DISPLAY "Minor letters     : " MinorCount.
           DISPLAY "Ineligible letters: " IneligibleCount.
           DISPLAY "Promoted letters  : " PromotedCount.
           DISPLAY "Missing addresses : " NoAddressCount.
           DISPLAY "Returned mail     : " ReturnedMailCount.
           DISPLAY "Not active        : " NotActiveCount.
           DISPLAY "Already sent, held: " HeldRepeatCount.
           DISPLAY "Sent again        : " SentAgainCount.

           PERFORM WriteAuditLog.

                   MOVE AcceptedApplicantId TO LetterApplicantId
                   MOVE AcceptedName TO LetterName
                   MOVE AcceptedAge  TO LetterAge
                   MOVE AcceptedProgramme TO LetterProgramme
                   PERFORM FindMasterStatus
                   PERFORM FindLetterAddress
                   EVALUATE TRUE
                           PERFORM WriteNotActiveRecord
                       WHEN NOT AddressFound
                           PERFORM WriteMissingAddressRecord
                       WHEN TblAdrUndeliverable (AddressIdx) = "Y"
                           PERFORM WriteReturnedMailRecord
                       WHEN OTHER
                           SET LetterTypeAccepted TO TRUE
                           PERFORM SendOrHoldLetter
                   END-EVALUATE
                   PERFORM ReadAcceptedRecord
               END-PERFORM
                   MOVE RejectedApplicantId TO LetterApplicantId
                   MOVE RejectedName TO LetterName
                   MOVE RejectedAge  TO LetterAge
                   MOVE RejectedProgramme TO LetterProgramme
                   MOVE RejectedMinAge TO LetterMinAge
                   PERFORM FindMasterStatus
                   PERFORM FindLetterAddress
                   EVALUATE TRUE
                           PERFORM WriteNotActiveRecord
                       WHEN NOT AddressFound
                           PERFORM WriteMissingAddressRecord
                       WHEN TblAdrUndeliverable (AddressIdx) = "Y"
                           PERFORM WriteReturnedMailRecord
                       WHEN RejectedUnderAge
                           SET LetterTypeMinor TO TRUE
                           PERFORM SendOrHoldLetter
                       WHEN OTHER
                           SET LetterTypeIneligible TO TRUE
                           PERFORM SendOrHoldLetter
                   END-EVALUATE
                   PERFORM ReadRejectedRecord
               END-PERFORM
               AT END SET EndOfExtractFile TO TRUE
           END-READ.

      *> Waiting-list promotions still to be lettered.  A promotion
      *> that cannot be mailed stays promoted, so it is written
      *> once the address or status is put right.  One held back
      *> as already sent counts as lettered - the applicant has
      *> the letter.
       WritePromotedLetters.
           PERFORM LoadAllocationTable
           IF AllocationOverflow
               DISPLAY "Allocation file exceeds the table - "
                   "promotion letters held back."
           ELSE
               PERFORM LetterOnePromotion
                   VARYING AllocationIdx FROM 1 BY 1
                       UNTIL AllocationIdx > AllocationUsed
               IF PromotedCount > 0
                   PERFORM RewriteAllocationFile
               END-IF
           END-IF.

       LetterOnePromotion.
           MOVE TblAllocationImage (AllocationIdx) TO AllocationRecord
           IF AlcPromoted
               MOVE AlcApplicantId TO LetterApplicantId
               MOVE AlcName        TO LetterName
               MOVE AlcAge         TO LetterAge
               MOVE AlcProgramme   TO LetterProgramme
               PERFORM FindMasterStatus
               PERFORM FindLetterAddress
               EVALUATE TRUE
                   WHEN NOT LetterApplicantActive
                       PERFORM WriteNotActiveRecord
                   WHEN NOT AddressFound
                       PERFORM WriteMissingAddressRecord
                   WHEN TblAdrUndeliverable (AddressIdx) = "Y"
                       PERFORM WriteReturnedMailRecord
                   WHEN OTHER
                       SET LetterTypePromoted TO TRUE
                       PERFORM SendOrHoldLetter
                       SET AlcAllocated TO TRUE
                       MOVE FUNCTION CURRENT-DATE(1:8) TO
                           AlcStatusDate
                       MOVE AllocationRecord TO
                           TblAllocationImage (AllocationIdx)
               END-EVALUATE
           END-IF.

      *> A letter of a type already sent to the applicant for the
      *> programme is put to the operator before it goes again -
      *> confirmed, it is written and logged as sent again with who
      *> confirmed it; otherwise it is held on the exception list
      *> with the date it was first sent.
       SendOrHoldLetter.
           PERFORM CheckAlreadySent
           IF LetterHeld
               PERFORM WriteAlreadySentRecord
           ELSE
               EVALUATE TRUE
                   WHEN LetterTypeAccepted
                       PERFORM WriteOneAcceptedLetter
                   WHEN LetterTypeMinor
                       PERFORM WriteOneMinorLetter
                   WHEN LetterTypeIneligible
                       PERFORM WriteOneIneligibleLetter
                   WHEN LetterTypePromoted
                       PERFORM WriteOnePromotedLetter
               END-EVALUATE
               PERFORM WriteCorrespondenceRecord
           END-IF.

       CheckAlreadySent.
           MOVE "N" TO WS-Sent-Flag
           MOVE "N" TO WS-Held-Flag
           MOVE "N" TO WS-Again-Flag
           PERFORM VARYING CorrespondenceIdx FROM 1 BY 1
                   UNTIL CorrespondenceIdx > CorrespondenceUsed
                       OR LetterSentBefore
               IF TblCorApplicantId (CorrespondenceIdx) =
                       LetterApplicantId
                   AND TblCorLetterType (CorrespondenceIdx) =
                       LetterType
                   AND TblCorProgramme (CorrespondenceIdx) =
                       LetterProgramme
                   SET LetterSentBefore TO TRUE
                   MOVE TblCorSentDate (CorrespondenceIdx) TO
                       PriorSentDate
               END-IF
           END-PERFORM
           IF LetterSentBefore
               DISPLAY "Letter " LetterType " " LetterProgramme
                   " already sent to " LetterApplicantId " on "
                   PriorSentDate
               DISPLAY "Send it again? (Y/N): "
               MOVE SPACE TO ResendAnswer
               ACCEPT ResendAnswer
               IF ResendConfirmed
                   SET LetterSentAgain TO TRUE
                   ADD 1 TO SentAgainCount
               ELSE
                   SET LetterHeld TO TRUE
               END-IF
           END-IF.

      *> The letter just written onto the history, and into the
      *> table so the rest of this run sees it.
       WriteCorrespondenceRecord.
           MOVE LetterApplicantId TO CorApplicantId
           MOVE LetterType        TO CorLetterType
           MOVE LetterProgramme   TO CorProgramme
           MOVE TblAdrStreet (AddressIdx)   TO CorStreet
           MOVE TblAdrCity (AddressIdx)     TO CorCity
           MOVE TblAdrPostCode (AddressIdx) TO CorPostCode
           IF LetterSentAgain
               MOVE "Y" TO CorSentAgain
           ELSE
               MOVE SPACE TO CorSentAgain
           END-IF
           MOVE OperatorId TO CorOperatorId
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               CorrespondenceRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               CorrespondenceRecord
           MOVE RunIdValue TO RunStampRunId OF CorrespondenceRecord
           WRITE CorrespondenceRecord
           IF CorrespondenceUsed < 80000
               PERFORM AddCorrespondenceEntry
           END-IF.

       AddCorrespondenceEntry.
           ADD 1 TO CorrespondenceUsed
           MOVE CorApplicantId TO
               TblCorApplicantId (CorrespondenceUsed)
           MOVE CorLetterType TO TblCorLetterType (CorrespondenceUsed)
           MOVE CorProgramme  TO TblCorProgramme (CorrespondenceUsed)
           MOVE RunStampDate OF CorrespondenceRecord TO
               TblCorSentDate (CorrespondenceUsed).

       WriteAlreadySentRecord.
           ADD 1 TO HeldRepeatCount
           MOVE LetterApplicantId TO NoaApplicantId
           MOVE LetterName        TO NoaName
           MOVE SPACES TO NoaReason
           STRING "ALREADY SENT " PriorSentDate
               DELIMITED BY SIZE INTO NoaReason
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               MissingAddressRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MissingAddressRecord
           MOVE RunIdValue TO RunStampRunId OF MissingAddressRecord
           WRITE MissingAddressRecord.

       LoadCorrespondenceTable.
           MOVE "N" TO WS-Cor-Eof-Flag
           OPEN INPUT CorrespondenceFile
           IF CorrespondenceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadCorrespondenceRecord
               PERFORM UNTIL EndOfCorrespondenceFile
                   IF CorrespondenceUsed < 80000
                       PERFORM AddCorrespondenceEntry
                   ELSE
                       SET CorrespondenceOverflow TO TRUE
                   END-IF
                   PERFORM ReadCorrespondenceRecord
               END-PERFORM
               CLOSE CorrespondenceFile
           END-IF.

       ReadCorrespondenceRecord.
           READ CorrespondenceFile
               AT END SET EndOfCorrespondenceFile TO TRUE
           END-READ.

       WriteOnePromotedLetter.
           ADD 1 TO PromotedCount
           PERFORM WriteLetterHeading
           MOVE "We are pleased to tell you that a place has"
               TO LetterLine
           WRITE LetterLine
           MOVE "become available, and your voter registration"
               TO LetterLine
           WRITE LetterLine
           MOVE "has now been accepted.  You are eligible to"
               TO LetterLine
           WRITE LetterLine
           MOVE "vote in all upcoming elections."
               TO LetterLine
           WRITE LetterLine
           PERFORM WriteProgrammeLine
           PERFORM WriteLetterFooting.

       LoadAllocationTable.
           MOVE "N" TO WS-Alc-Eof-Flag
           OPEN INPUT AllocationFile
           IF AllocationFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAllocationRecord
               PERFORM UNTIL EndOfAllocationFile
                   IF AllocationUsed < 20000
                       ADD 1 TO AllocationUsed
                       MOVE AllocationRecord TO
                           TblAllocationImage (AllocationUsed)
                   ELSE
                       SET AllocationOverflow TO TRUE
                   END-IF
                   PERFORM ReadAllocationRecord
               END-PERFORM
               CLOSE AllocationFile
           END-IF.

       ReadAllocationRecord.
           READ AllocationFile
               AT END SET EndOfAllocationFile TO TRUE
           END-READ.

       RewriteAllocationFile.
           OPEN OUTPUT AllocationFile
           PERFORM WriteOneAllocationRecord
               VARYING AllocationIdx FROM 1 BY 1
                   UNTIL AllocationIdx > AllocationUsed
           CLOSE AllocationFile.

       WriteOneAllocationRecord.
           MOVE TblAllocationImage (AllocationIdx) TO AllocationRecord
           WRITE AllocationRecord.

       WriteOneAcceptedLetter.
           ADD 1 TO AcceptedCount
           PERFORM WriteLetterHeading
           MOVE "eligible to vote in all upcoming elections."
               TO LetterLine
           WRITE LetterLine
           PERFORM WriteProgrammeLine
           PERFORM WriteLetterFooting.

      *> A minor's letter names the year the applicant comes of
      *> age for the programme applied to, worked forward from the
      *> age on the extract - rows cut before programmes existed
      *> carry no minimum and use the adult age.
       WriteOneMinorLetter.
           ADD 1 TO MinorCount
           IF LetterMinAge NOT NUMERIC OR LetterMinAge = 0
               MOVE AdultAge TO LetterMinAge
           END-IF
           COMPUTE EligibleYear = TodayYear + LetterMinAge - LetterAge
           PERFORM WriteLetterHeading
           MOVE "Thank you for your registration request.  As"
               TO LetterLine
               DELIMITED BY SIZE INTO EligibleLine
           MOVE EligibleLine TO LetterLine
           WRITE LetterLine
           PERFORM WriteProgrammeLine
           PERFORM WriteLetterFooting.

      *> Turned away for a reason other than age below the minimum
      *> - over the programme's age limit, the programme not taking
      *> applications, or a programme code not recognized.
       WriteOneIneligibleLetter.
           ADD 1 TO IneligibleCount
           PERFORM WriteLetterHeading
           MOVE "Thank you for your registration request.  We"
               TO LetterLine
           WRITE LetterLine
           MOVE "regret that it cannot be accepted, because"
               TO LetterLine
           WRITE LetterLine
           EVALUATE TRUE
               WHEN RejectedOverAge
                   MOVE "you are above the age limit for the scheme."
                       TO LetterLine
               WHEN RejectedClosed
                   MOVE "the scheme is not taking applications now."
                       TO LetterLine
               WHEN OTHER
                   MOVE "the scheme applied for was not recognized."
                       TO LetterLine
           END-EVALUATE
           WRITE LetterLine
           PERFORM WriteProgrammeLine
           PERFORM WriteLetterFooting.

      *> Names the programme the letter is about.
       WriteProgrammeLine.
           IF LetterProgramme NOT = SPACES
               MOVE SPACES TO LetterLine
               WRITE LetterLine
               MOVE SPACES TO ProgrammeLine
               STRING "Programme: " LetterProgramme
                   DELIMITED BY SIZE INTO ProgrammeLine
               MOVE ProgrammeLine TO LetterLine
               WRITE LetterLine
           END-IF.

      *> Every letter starts with the standard report header, the
      *> mailing address block, and the applicant's salutation.
       WriteLetterHeading.
           ELSE
               PERFORM ReadApplicantAddressRecord
               PERFORM UNTIL EndOfApplicantAddressFile
                   IF AddressUsed < 20000
                       ADD 1 TO AddressUsed
                       MOVE AdrApplicantId TO
                           TblAdrApplicantId (AddressUsed)
                       MOVE AdrCity     TO TblAdrCity (AddressUsed)
                       MOVE AdrPostCode TO
                           TblAdrPostCode (AddressUsed)
                       MOVE AdrUndeliverable TO
                           TblAdrUndeliverable (AddressUsed)
                       MOVE AdrReturnDate TO
                           TblAdrReturnDate (AddressUsed)
                   END-IF
                   PERFORM ReadApplicantAddressRecord
               END-PERFORM
           MOVE RunIdValue TO RunStampRunId OF MissingAddressRecord
           WRITE MissingAddressRecord.

      *> An address flagged undeliverable is not written to again
      *> until it is changed - the applicant joins the exception
      *> list with the date the last letter came back.
       WriteReturnedMailRecord.
           ADD 1 TO ReturnedMailCount
           MOVE LetterApplicantId TO NoaApplicantId
           MOVE LetterName        TO NoaName
           MOVE SPACES TO NoaReason
           STRING "MAIL RETURNED " TblAdrReturnDate (AddressIdx)
               DELIMITED BY SIZE INTO NoaReason
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               MissingAddressRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MissingAddressRecord
           MOVE RunIdValue TO RunStampRunId OF MissingAddressRecord
           WRITE MissingAddressRecord.

      *> Reads the master's lifecycle statuses into storage so a
      *> withdrawn or deceased applicant is diverted, not mailed.
       LoadStatusTable.
           ELSE
               PERFORM ReadApplicantMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF StatusUsed < 20000
                       ADD 1 TO StatusUsed
                       MOVE MasterApplicantId TO
                           TblStsApplicantId (StatusUsed)
               END-IF
           END-PERFORM.

      *> A withdrawn, deceased or suspended applicant lands on the
      *> exception list under the status that stopped the letter.
      *> An erased applicant's name is not carried onto the list -
      *> a decision row kept inside its appeal window still holds
      *> it.
       WriteNotActiveRecord.
           ADD 1 TO NotActiveCount
           MOVE LetterApplicantId TO NoaApplicantId
           MOVE LetterName        TO NoaName
           EVALUATE LetterStatus
               WHEN "D"
                   MOVE "APPLICANT DECEASED" TO NoaReason
               WHEN "E"
                   MOVE "APPLICANT ERASED" TO NoaReason
                   MOVE "ERASED" TO NoaName
               WHEN "S"
                   MOVE "APPLICANT SUSPENDED" TO NoaReason
               WHEN OTHER
                   MOVE "APPLICANT WITHDRAWN" TO NoaReason
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               MissingAddressRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
