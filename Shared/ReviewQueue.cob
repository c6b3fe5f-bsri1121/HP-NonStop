      *> original first-seen history carried across), or rejects
      *> it.  Every decision marks the item cleared with who and
      *> when, and the run closes with a queue depth and age report
      *> so review falling behind is visible.  The identity
      *> registry check routes its mismatches here too, carrying
      *> the registry's details: accepting or merging one of those
      *> adopts them, marks the applicant verified and lifts the
      *> suspension; rejecting it leaves the applicant suspended
      *> for the status run to settle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 QuitQueue  VALUE "Q" "q".

      *> The review queue held in storage as record images while
      *> decisions are applied, then rewritten whole.  A whole
      *> resubmitted intake can land on the queue, so it and the
      *> master table are sized for the 20000 applicants the
      *> eligibility run holds.
       01 ReviewTable.
           05 ReviewEntry OCCURS 20000 TIMES.
               10 TblReviewImage PIC X(111).
       01 ReviewUsed PIC 9(5) VALUE 0.
       01 ReviewIdx  PIC 9(5).

      *> The applicant master held the same way for the accept and
      *> merge updates.
       01 MasterTable.
           05 MasterEntry OCCURS 20000 TIMES.
               10 TblMasterImage PIC X(56).
       01 MasterUsed PIC 9(5) VALUE 0.
       01 MasterIdx  PIC 9(5).
       01 FoundIdx   PIC 9(5).

       01 Today PIC 9(8).


      *> Accepting the resubmission: the master row takes the new
      *> name and date of birth, first-seen restarts today, and the
      *> applicant returns to active.  An identity item is the same
      *> applicant with corrected details, so first-seen stands.
       ApplyAcceptItem.
           PERFORM FindMasterRow
           IF MasterRowFound
               MOVE RvwName TO TblMasterImage (FoundIdx) (11:20)
               MOVE RvwDob  TO TblMasterImage (FoundIdx) (31:8)
               IF RvwReason (1:3) = "ID "
                   PERFORM ConfirmIdentity
               ELSE
                   MOVE Today TO TblMasterImage (FoundIdx) (39:8)
                   MOVE "A"   TO TblMasterImage (FoundIdx) (47:1)
               END-IF
               SET MasterChanged TO TRUE
               MOVE "A" TO RvwClearedAction
               PERFORM MarkItemCleared
           IF MasterRowFound
               MOVE RvwName TO TblMasterImage (FoundIdx) (11:20)
               MOVE RvwDob  TO TblMasterImage (FoundIdx) (31:8)
               IF RvwReason (1:3) = "ID "
                   PERFORM ConfirmIdentity
               END-IF
               SET MasterChanged TO TRUE
               MOVE "M" TO RvwClearedAction
               PERFORM MarkItemCleared
                   "on the queue."
           END-IF.

      *> The supervisor has settled the registry mismatch: the
      *> applicant counts as verified from today, and one the
      *> mismatch suspended goes back to active - a withdrawn or
      *> deceased status is left alone.
       ConfirmIdentity.
           MOVE "V"   TO TblMasterImage (FoundIdx) (48:1)
           MOVE Today TO TblMasterImage (FoundIdx) (49:8)
           IF TblMasterImage (FoundIdx) (47:1) = "S"
               MOVE "A" TO TblMasterImage (FoundIdx) (47:1)
           END-IF.

       FindMasterRow.
           MOVE "N" TO WS-Mst-Found-Flag
           PERFORM VARYING MasterIdx FROM 1 BY 1
           ELSE
               PERFORM ReadReviewRecord
               PERFORM UNTIL EndOfReviewExtractFile
                   IF ReviewUsed < 20000
                       ADD 1 TO ReviewUsed
                       MOVE ReviewExtractRecord TO
                           TblReviewImage (ReviewUsed)
           ELSE
               PERFORM ReadMasterRecord
               PERFORM UNTIL EndOfApplicantMasterFile
                   IF MasterUsed < 20000
                       ADD 1 TO MasterUsed
                       MOVE ApplicantMasterRecord TO
                           TblMasterImage (MasterUsed)
