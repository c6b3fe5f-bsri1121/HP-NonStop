      *> withdraw, decease or reinstate - to the keyed applicant,
      *> writes the before and after status to the central audit
      *> trail, and rewrites the master in one piece the way the
      *> operator roster is updated.  Withdrawing or deceasing an
      *> applicant who holds a place in an intake's quota gives the
      *> place to the earliest-seen applicant waiting in the same
      *> band, for the next letter run to write to.  The master row
      *> and any allocation rows touched go onto the change journal
      *> as they were and as they now are.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               "Data/Agecheck/APPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ApplicantMasterFileStatus.
           SELECT AllocationFile ASSIGN TO
               "Data/Agecheck/ALLOCATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AllocationFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ApplicantMasterFile.
           COPY APPMSTR.

       FD  AllocationFile.
           COPY ALLOCREC.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 ChangeResult      PIC X(20).

      *> The whole master held in storage as record images while
      *> the status byte is changed and the file rewritten whole -
      *> sized for the 20000 applicants the eligibility run holds.
       01 MasterTable.
           05 MasterEntry OCCURS 20000 TIMES.
               10 TblMasterImage PIC X(56).
       01 MasterUsed PIC 9(5) VALUE 0.
       01 MasterIdx  PIC 9(5).
       01 FoundIdx   PIC 9(5).

       01 AllocationFileStatus PIC XX.
           88 AllocationFileNotFound VALUE "35".

       01 WS-Alc-Eof-Flag PIC X VALUE "N".
           88 EndOfAllocationFile VALUE "Y".

       01 WS-Alc-Full-Flag PIC X VALUE "N".
           88 AllocationOverflow VALUE "Y".

      *> The intake allocation file held as record images while a
      *> place is given up and passed on, and rewritten whole - one
      *> row an applicant at most, so sized as the master is.
       01 AllocationTable.
           05 AllocationEntry OCCURS 20000 TIMES.
               10 TblAllocationImage PIC X(61).
       01 AllocationUsed PIC 9(5) VALUE 0.
       01 AllocationIdx  PIC 9(5).
       01 ReleasedIdx    PIC 9(5).
       01 PromotedIdx    PIC 9(5).
       01 ReleasedIntake PIC X(6).
       01 ReleasedBand   PIC 9.
       01 PromotedApplicantId PIC X(10) VALUE SPACES.
       01 ReleasedBeforeImage PIC X(61).
       01 PromotedBeforeImage PIC X(61).
       01 Today PIC 9(8).

       PROCEDURE DIVISION.
       MainLine.

           IF ChangeApplied
               PERFORM RewriteMasterFile
               PERFORM JournalMasterChange
               DISPLAY "Status change applied: " ChangeResult
               IF NewStatus = "W" OR NewStatus = "D"
                   PERFORM ReleaseAllocation
               END-IF
           END-IF.

           PERFORM WriteAuditLog.
           ELSE
               PERFORM ReadMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF MasterUsed < 20000
                       ADD 1 TO MasterUsed
                       MOVE ApplicantMasterRecord TO
                           TblMasterImage (MasterUsed)
      *> The status byte lives in the last column of the master
      *> image - activate and reinstate both return the applicant
      *> to active, the two transactions audit under their own
      *> verbs.  An applicant pending supporting evidence is not
      *> activated by hand - the eligibility run accepts them once
      *> the evidence is recorded.
       ApplyStatusChange.
           EVALUATE TRUE
               WHEN ActivateApplicant  MOVE "A" TO NewStatus
               IF TargetFound
                   MOVE TblMasterImage (FoundIdx) (47:1)
                       TO PriorStatus
                   EVALUATE TRUE
                       WHEN PriorStatus = NewStatus
                           MOVE "NO CHANGE" TO ChangeResult
                           DISPLAY "Applicant already holds that "
                               "status - nothing applied."
                       WHEN PriorStatus = "E"
                           MOVE "APPLICANT ERASED" TO ChangeResult
                           DISPLAY "Applicant's details have been "
                               "erased - a new registration is "
                               "needed to restore them."
                       WHEN PriorStatus = "P" AND NewStatus = "A"
                           MOVE "EVIDENCE PENDING" TO ChangeResult
                           DISPLAY "Applicant is pending supporting "
                               "evidence - record it through evidence "
                               "maintenance instead."
                       WHEN OTHER
                           MOVE TblMasterImage (FoundIdx) TO
                               JrnBeforeImage
                           MOVE NewStatus TO
                               TblMasterImage (FoundIdx) (47:1)
                           MOVE TblMasterImage (FoundIdx) TO
                               JrnAfterImage
                           MOVE "STATUS CHANGED" TO ChangeResult
                           SET ChangeApplied TO TRUE
                   END-EVALUATE
               ELSE
                   MOVE "ID NOT FOUND" TO ChangeResult
                   DISPLAY "Applicant ID not on master - rejected."
               END-IF
           END-IF.

      *> The applicant's allocation row is released.  A place they
      *> held passes to the waiting applicant in the same intake
      *> and band seen earliest, who is marked promoted for the
      *> letter run; a waiting-list entry simply comes off the
      *> list.  An allocation file too large for the table is left
      *> alone rather than rewritten short.
       ReleaseAllocation.
           MOVE FUNCTION CURRENT-DATE(1:8) TO Today
           PERFORM LoadAllocationTable
           MOVE 0 TO ReleasedIdx
           MOVE 0 TO PromotedIdx
           PERFORM VARYING AllocationIdx FROM 1 BY 1
                   UNTIL AllocationIdx > AllocationUsed
               MOVE TblAllocationImage (AllocationIdx) TO
                   AllocationRecord
               IF AlcApplicantId = TargetApplicantId
                       AND NOT AlcReleased
                   MOVE AllocationIdx TO ReleasedIdx
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN AllocationOverflow
                   DISPLAY "Allocation file has more rows than this "
                       "program can hold - no place released."
               WHEN ReleasedIdx = 0
                   CONTINUE
               WHEN OTHER
                   MOVE TblAllocationImage (ReleasedIdx) TO
                       ReleasedBeforeImage
                   MOVE TblAllocationImage (ReleasedIdx) TO
                       AllocationRecord
                   MOVE AlcIntake TO ReleasedIntake
                   MOVE AlcBand   TO ReleasedBand
                   IF AlcHoldsPlace
                       PERFORM FindNextWaiting
                   END-IF
                   MOVE TblAllocationImage (ReleasedIdx) TO
                       AllocationRecord
                   SET AlcReleased TO TRUE
                   MOVE Today TO AlcStatusDate
                   MOVE AllocationRecord TO
                       TblAllocationImage (ReleasedIdx)
                   IF PromotedIdx > 0
                       PERFORM PromoteWaiting
                   END-IF
                   PERFORM RewriteAllocationFile
                   PERFORM JournalAllocationChanges
           END-EVALUATE.

      *> The waiting row in the freed place's intake and band with
      *> the earliest first-seen date; ties keep file order.
       FindNextWaiting.
           MOVE 0 TO PromotedIdx
           PERFORM VARYING AllocationIdx FROM 1 BY 1
                   UNTIL AllocationIdx > AllocationUsed
               MOVE TblAllocationImage (AllocationIdx) TO
                   AllocationRecord
               IF AlcWaiting AND AlcIntake = ReleasedIntake
                       AND AlcBand = ReleasedBand
                   IF PromotedIdx = 0
                       MOVE AllocationIdx TO PromotedIdx
                   ELSE
                       IF AlcFirstSeen <
                               TblAllocationImage (PromotedIdx) (45:8)
                           MOVE AllocationIdx TO PromotedIdx
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       PromoteWaiting.
           MOVE TblAllocationImage (PromotedIdx) TO
               PromotedBeforeImage
           MOVE TblAllocationImage (PromotedIdx) TO AllocationRecord
           SET AlcPromoted TO TRUE
           MOVE Today TO AlcStatusDate
           MOVE AllocationRecord TO TblAllocationImage (PromotedIdx)
           MOVE AlcApplicantId TO PromotedApplicantId
           DISPLAY "Place passed to waiting applicant "
               AlcApplicantId " " AlcName.

       LoadAllocationTable.
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

       RewriteMasterFile.
           OPEN OUTPUT ApplicantMasterFile
           PERFORM WriteOneMasterRecord
           MOVE TblMasterImage (MasterIdx) TO ApplicantMasterRecord
           WRITE ApplicantMasterRecord.

       JournalMasterChange.
           MOVE "APPMASTER" TO JrnFileName
           MOVE TargetApplicantId TO JrnRecordKey
           MOVE "C" TO JrnAction
           PERFORM WriteChangeJournal.

      *> The released row, and the promoted one when a place passed
      *> on, each as it was and as it now is.
       JournalAllocationChanges.
           MOVE "ALLOCATION" TO JrnFileName
           MOVE "C" TO JrnAction
           MOVE TargetApplicantId TO JrnRecordKey
           MOVE ReleasedBeforeImage TO JrnBeforeImage
           MOVE TblAllocationImage (ReleasedIdx) TO JrnAfterImage
           PERFORM WriteChangeJournal
           IF PromotedIdx > 0
               MOVE PromotedApplicantId TO JrnRecordKey
               MOVE PromotedBeforeImage TO JrnBeforeImage
               MOVE TblAllocationImage (PromotedIdx) TO JrnAfterImage
               PERFORM WriteChangeJournal
           END-IF.

       WriteChangeJournal.
           MOVE "ApplicantStatus" TO JrnProgramId
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           MOVE SPACES TO AuditKeyOutputs
           STRING FUNCTION TRIM(ChangeResult)
               " " PriorStatus "->" NewStatus
               " Prom=" PromotedApplicantId
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
