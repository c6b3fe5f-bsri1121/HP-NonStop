      *> add an applicant's address, change it, or delete it -
      *> rejecting duplicate adds, writing a change entry through
      *> the central audit trail, and rewriting the file in one
      *> piece the way the operator roster is updated, with the
      *> address as it was and as it now is on the change journal.
      *> Returned
      *> mail is keyed here too: it flags the address undeliverable
      *> so the letter run stops writing to it, and the next change
      *> of address clears the flag.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           88 AddAddress    VALUE "A".
           88 ChangeAddress VALUE "C".
           88 DeleteAddress VALUE "D".
           88 ReturnedMail  VALUE "R".

       01 TargetApplicantId PIC X(10).
       01 NewStreet   PIC X(30).
       01 ChangeResult PIC X(20).

      *> The whole address file is held in storage while the change
      *> is applied and the file rewritten in one piece - room for
      *> an address for each of the 20000 applicants the eligibility
      *> run holds on its master.
       01 AddressTable.
           05 AddressEntry OCCURS 20000 TIMES.
               10 TblAdrApplicantId PIC X(10).
               10 TblAdrStreet      PIC X(30).
               10 TblAdrCity        PIC X(20).
               10 TblAdrPostCode    PIC X(10).
               10 TblAdrPhone       PIC X(12).
               10 TblAdrUndeliverable PIC X.
               10 TblAdrReturnDate  PIC 9(8).
               10 TblAdrReturnCount PIC 9(3).
       01 AddressUsed PIC 9(5) VALUE 0.
       01 AddressIdx  PIC 9(5).
       01 FoundIdx    PIC 9(5).

       PROCEDURE DIVISION.
       MainLine.

           PERFORM StartNewRunId.

           DISPLAY "Action - (A)dd, (C)hange, (D)elete address ".
           DISPLAY "or (R)eturned mail: ".
           ACCEPT MaintAction.

           DISPLAY "Applicant ID: ".

           PERFORM LoadAddressTable.

           MOVE SPACES TO JrnBeforeImage
           MOVE SPACES TO JrnAfterImage

           EVALUATE TRUE
               WHEN AddAddress
                   PERFORM ApplyAddAddress
                   PERFORM ApplyChangeAddress
               WHEN DeleteAddress
                   PERFORM ApplyDeleteAddress
               WHEN ReturnedMail
                   PERFORM ApplyReturnedMail
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."

           IF ChangeApplied
               PERFORM RewriteAddressFile
               PERFORM WriteChangeJournal
               DISPLAY "Address change applied: " ChangeResult
           END-IF.

           ELSE
               PERFORM ReadAddressRecord
               PERFORM UNTIL EndOfApplicantAddressFile
                   IF AddressUsed < 20000
                       ADD 1 TO AddressUsed
                       MOVE AdrApplicantId TO
                           TblAdrApplicantId (AddressUsed)
                       MOVE AdrPostCode TO
                           TblAdrPostCode (AddressUsed)
                       MOVE AdrPhone    TO TblAdrPhone (AddressUsed)
                       MOVE AdrUndeliverable TO
                           TblAdrUndeliverable (AddressUsed)
                       IF AdrReturnDate NUMERIC
                           MOVE AdrReturnDate TO
                               TblAdrReturnDate (AddressUsed)
                       ELSE
                           MOVE 0 TO TblAdrReturnDate (AddressUsed)
                       END-IF
                       IF AdrReturnCount NUMERIC
                           MOVE AdrReturnCount TO
                               TblAdrReturnCount (AddressUsed)
                       ELSE
                           MOVE 0 TO TblAdrReturnCount (AddressUsed)
                       END-IF
                   ELSE
                       DISPLAY "Address file overflows the table - "
                           "row dropped from this run."
                   MOVE "DUPLICATE ID" TO ChangeResult
                   DISPLAY "Applicant already has an address - "
                       "use Change."
               WHEN AddressUsed >= 20000
                   MOVE "FILE FULL" TO ChangeResult
                   DISPLAY "Address file is full - rejected."
               WHEN OTHER
                   MOVE NewCity     TO TblAdrCity (AddressUsed)
                   MOVE NewPostCode TO TblAdrPostCode (AddressUsed)
                   MOVE NewPhone    TO TblAdrPhone (AddressUsed)
                   MOVE SPACE TO TblAdrUndeliverable (AddressUsed)
                   MOVE 0     TO TblAdrReturnDate (AddressUsed)
                   MOVE 0     TO TblAdrReturnCount (AddressUsed)
                   MOVE AddressUsed TO AddressIdx
                   PERFORM BuildAddressRecord
                   MOVE ApplicantAddressRecord TO JrnAfterImage
                   MOVE "A" TO JrnAction
                   MOVE "ADDED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

      *> A new address is a fresh start for the mail - any
      *> returned-mail flag and its count belonged to the old one.
       ApplyChangeAddress.
           PERFORM FindTargetAddress
           IF TargetFound
               PERFORM AcceptAddressFields
               PERFORM SaveBeforeImage
               MOVE NewStreet   TO TblAdrStreet (FoundIdx)
               MOVE NewCity     TO TblAdrCity (FoundIdx)
               MOVE NewPostCode TO TblAdrPostCode (FoundIdx)
               MOVE NewPhone    TO TblAdrPhone (FoundIdx)
               MOVE SPACE TO TblAdrUndeliverable (FoundIdx)
               MOVE 0     TO TblAdrReturnDate (FoundIdx)
               MOVE 0     TO TblAdrReturnCount (FoundIdx)
               PERFORM SaveAfterImage
               MOVE "CHANGED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
       ApplyDeleteAddress.
           PERFORM FindTargetAddress
           IF TargetFound
               PERFORM SaveBeforeImage
               MOVE "D" TO JrnAction
               PERFORM VARYING AddressIdx FROM FoundIdx BY 1
                       UNTIL AddressIdx >= AddressUsed
                   MOVE AddressEntry (AddressIdx + 1) TO
               DISPLAY "No address on file for that applicant."
           END-IF.

      *> A letter back from the post office flags the address
      *> undeliverable as of today and counts the return; each
      *> further return against the same address adds to the count.
       ApplyReturnedMail.
           PERFORM FindTargetAddress
           IF TargetFound
               PERFORM SaveBeforeImage
               MOVE "Y" TO TblAdrUndeliverable (FoundIdx)
               MOVE FUNCTION CURRENT-DATE(1:8) TO
                   TblAdrReturnDate (FoundIdx)
               IF TblAdrReturnCount (FoundIdx) < 999
                   ADD 1 TO TblAdrReturnCount (FoundIdx)
               END-IF
               PERFORM SaveAfterImage
               MOVE "MAIL RETURNED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "ID NOT FOUND" TO ChangeResult
               DISPLAY "No address on file for that applicant."
           END-IF.

       RewriteAddressFile.
           OPEN OUTPUT ApplicantAddressFile
           PERFORM WriteOneAddressRecord
                   UNTIL AddressIdx > AddressUsed
           CLOSE ApplicantAddressFile.

      *> The row as it stands before and after a change, in the
      *> file's own layout, for the change journal.
       SaveBeforeImage.
           MOVE FoundIdx TO AddressIdx
           PERFORM BuildAddressRecord
           MOVE ApplicantAddressRecord TO JrnBeforeImage.

       SaveAfterImage.
           MOVE FoundIdx TO AddressIdx
           PERFORM BuildAddressRecord
           MOVE ApplicantAddressRecord TO JrnAfterImage
           MOVE "C" TO JrnAction.

       WriteOneAddressRecord.
           PERFORM BuildAddressRecord
           WRITE ApplicantAddressRecord.

       BuildAddressRecord.
           MOVE TblAdrApplicantId (AddressIdx) TO AdrApplicantId
           MOVE TblAdrStreet (AddressIdx)      TO AdrStreet
           MOVE TblAdrCity (AddressIdx)        TO AdrCity
           MOVE TblAdrPostCode (AddressIdx)    TO AdrPostCode
           MOVE TblAdrPhone (AddressIdx)       TO AdrPhone
           MOVE TblAdrUndeliverable (AddressIdx) TO AdrUndeliverable
           MOVE TblAdrReturnDate (AddressIdx)  TO AdrReturnDate
           MOVE TblAdrReturnCount (AddressIdx) TO AdrReturnCount.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> The applied change, whole address before and after, onto
      *> the central change journal.
       WriteChangeJournal.
           MOVE "AddressMaint" TO JrnProgramId
           MOVE "APPADDR" TO JrnFileName
           MOVE TargetApplicantId TO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Appends a run-level entry to the central audit trail naming
      *> the action, the applicant and the outcome.
       WriteAuditLog.
