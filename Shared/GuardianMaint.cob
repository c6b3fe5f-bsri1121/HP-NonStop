       IDENTIFICATION DIVISION.
       PROGRAM-ID. GuardianMaint.

      *> Student guardian contact maintenance.  The student master
      *> holds marks and standing but no one to send them to, so
      *> the report cards were addressed by hand every term.  This
      *> program applies one change per run to the guardian file -
      *> add a student's guardian, change the guardian's name or
      *> address, or delete the row - rejecting duplicate adds,
      *> writing a change entry through the central audit trail,
      *> and rewriting the file in one piece the way the applicant
      *> address file is maintained, with the guardian's row as it
      *> was and as it now is on the change journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GuardianFile ASSIGN TO
               "Data/Nested/GCGUARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GuardianFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  GuardianFile.
           COPY GUARDIAN.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 GuardianFileStatus PIC XX.
           88 GuardianFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfGuardianFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Applied-Flag PIC X VALUE "N".
           88 ChangeApplied VALUE "Y".

       01 MaintAction PIC X.
           88 AddGuardian    VALUE "A".
           88 ChangeGuardian VALUE "C".
           88 DeleteGuardian VALUE "D".

       01 TargetStudentId PIC X(10).
       01 NewName     PIC X(30).
       01 NewStreet   PIC X(30).
       01 NewCity     PIC X(20).
       01 NewPostCode PIC X(10).
       01 NewPhone    PIC X(12).
       01 ChangeResult PIC X(20).

      *> The whole guardian file is held in storage while the change
      *> is applied and the file rewritten in one piece - room for
      *> two guardians for each of the 10000 students GradeCheck
      *> holds.
       01 GuardianTable.
           05 GuardianEntry OCCURS 20000 TIMES.
               10 TblGdnStudentId PIC X(10).
               10 TblGdnName      PIC X(30).
               10 TblGdnStreet    PIC X(30).
               10 TblGdnCity      PIC X(20).
               10 TblGdnPostCode  PIC X(10).
               10 TblGdnPhone     PIC X(12).
       01 GuardianUsed PIC 9(5) VALUE 0.
       01 GuardianIdx  PIC 9(5).
       01 FoundIdx     PIC 9(5).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           DISPLAY "Action - (A)dd, (C)hange or (D)elete guardian: ".
           ACCEPT MaintAction.

           DISPLAY "Student ID: ".
           MOVE SPACES TO TargetStudentId.
           ACCEPT TargetStudentId.

           PERFORM LoadGuardianTable.

           EVALUATE TRUE
               WHEN AddGuardian
                   PERFORM ApplyAddGuardian
               WHEN ChangeGuardian
                   PERFORM ApplyChangeGuardian
               WHEN DeleteGuardian
                   PERFORM ApplyDeleteGuardian
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - no change applied."
           END-EVALUATE.

           IF ChangeApplied
               PERFORM RewriteGuardianFile
               PERFORM WriteChangeJournal
               DISPLAY "Guardian change applied: " ChangeResult
           END-IF.

           PERFORM WriteAuditLog.

           IF ChangeApplied
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

       LoadGuardianTable.
           OPEN INPUT GuardianFile
           IF GuardianFileNotFound
               DISPLAY "Guardian file not found - starting empty."
           ELSE
               PERFORM ReadGuardianRecord
               PERFORM UNTIL EndOfGuardianFile
                   IF GuardianUsed < 20000
                       ADD 1 TO GuardianUsed
                       MOVE GdnStudentId TO
                           TblGdnStudentId (GuardianUsed)
                       MOVE GdnName     TO TblGdnName (GuardianUsed)
                       MOVE GdnStreet   TO TblGdnStreet (GuardianUsed)
                       MOVE GdnCity     TO TblGdnCity (GuardianUsed)
                       MOVE GdnPostCode TO
                           TblGdnPostCode (GuardianUsed)
                       MOVE GdnPhone    TO TblGdnPhone (GuardianUsed)
                   ELSE
                       DISPLAY "Guardian file overflows the table - "
                           "row dropped from this run."
                   END-IF
                   PERFORM ReadGuardianRecord
               END-PERFORM
               CLOSE GuardianFile
           END-IF.

       ReadGuardianRecord.
           READ GuardianFile
               AT END SET EndOfGuardianFile TO TRUE
           END-READ.

       FindTargetGuardian.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING GuardianIdx FROM 1 BY 1
                   UNTIL GuardianIdx > GuardianUsed OR TargetFound
               IF TblGdnStudentId (GuardianIdx) = TargetStudentId
                   SET TargetFound TO TRUE
                   MOVE GuardianIdx TO FoundIdx
               END-IF
           END-PERFORM
           MOVE SPACES TO JrnBeforeImage
           IF TargetFound
               MOVE FoundIdx TO GuardianIdx
               PERFORM BuildGuardianRecord
               MOVE GuardianRecord TO JrnBeforeImage
           END-IF.

       AcceptGuardianFields.
           DISPLAY "Guardian name: "
           MOVE SPACES TO NewName
           ACCEPT NewName
           DISPLAY "Street: "
           MOVE SPACES TO NewStreet
           ACCEPT NewStreet
           DISPLAY "City: "
           MOVE SPACES TO NewCity
           ACCEPT NewCity
           DISPLAY "Postal code: "
           MOVE SPACES TO NewPostCode
           ACCEPT NewPostCode
           DISPLAY "Phone: "
           MOVE SPACES TO NewPhone
           ACCEPT NewPhone.

       ApplyAddGuardian.
           PERFORM FindTargetGuardian
           EVALUATE TRUE
               WHEN TargetFound
                   MOVE "DUPLICATE ID" TO ChangeResult
                   DISPLAY "Student already has a guardian - "
                       "use Change."
               WHEN GuardianUsed >= 20000
                   MOVE "FILE FULL" TO ChangeResult
                   DISPLAY "Guardian file is full - rejected."
               WHEN OTHER
                   PERFORM AcceptGuardianFields
                   ADD 1 TO GuardianUsed
                   MOVE TargetStudentId TO
                       TblGdnStudentId (GuardianUsed)
                   MOVE NewName     TO TblGdnName (GuardianUsed)
                   MOVE NewStreet   TO TblGdnStreet (GuardianUsed)
                   MOVE NewCity     TO TblGdnCity (GuardianUsed)
                   MOVE NewPostCode TO TblGdnPostCode (GuardianUsed)
                   MOVE NewPhone    TO TblGdnPhone (GuardianUsed)
                   MOVE "ADDED" TO ChangeResult
                   SET ChangeApplied TO TRUE
           END-EVALUATE.

       ApplyChangeGuardian.
           PERFORM FindTargetGuardian
           IF TargetFound
               PERFORM AcceptGuardianFields
               MOVE NewName     TO TblGdnName (FoundIdx)
               MOVE NewStreet   TO TblGdnStreet (FoundIdx)
               MOVE NewCity     TO TblGdnCity (FoundIdx)
               MOVE NewPostCode TO TblGdnPostCode (FoundIdx)
               MOVE NewPhone    TO TblGdnPhone (FoundIdx)
               MOVE "CHANGED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "ID NOT FOUND" TO ChangeResult
               DISPLAY "No guardian on file for that student."
           END-IF.

      *> A delete closes the row up out of the table so the rewrite
      *> drops it.
       ApplyDeleteGuardian.
           PERFORM FindTargetGuardian
           IF TargetFound
               PERFORM VARYING GuardianIdx FROM FoundIdx BY 1
                       UNTIL GuardianIdx >= GuardianUsed
                   MOVE GuardianEntry (GuardianIdx + 1) TO
                       GuardianEntry (GuardianIdx)
               END-PERFORM
               SUBTRACT 1 FROM GuardianUsed
               MOVE "DELETED" TO ChangeResult
               SET ChangeApplied TO TRUE
           ELSE
               MOVE "ID NOT FOUND" TO ChangeResult
               DISPLAY "No guardian on file for that student."
           END-IF.

       RewriteGuardianFile.
           OPEN OUTPUT GuardianFile
           PERFORM WriteOneGuardianRecord
               VARYING GuardianIdx FROM 1 BY 1
                   UNTIL GuardianIdx > GuardianUsed
           CLOSE GuardianFile.

       WriteOneGuardianRecord.
           PERFORM BuildGuardianRecord
           WRITE GuardianRecord.

       BuildGuardianRecord.
           MOVE TblGdnStudentId (GuardianIdx) TO GdnStudentId
           MOVE TblGdnName (GuardianIdx)      TO GdnName
           MOVE TblGdnStreet (GuardianIdx)    TO GdnStreet
           MOVE TblGdnCity (GuardianIdx)      TO GdnCity
           MOVE TblGdnPostCode (GuardianIdx)  TO GdnPostCode
           MOVE TblGdnPhone (GuardianIdx)     TO GdnPhone.

      *> The applied change onto the central change journal - the
      *> row as the target search found it, and as it now stands.
       WriteChangeJournal.
           EVALUATE TRUE
               WHEN AddGuardian
                   MOVE GuardianUsed TO GuardianIdx
                   PERFORM BuildGuardianRecord
                   MOVE GuardianRecord TO JrnAfterImage
                   MOVE "A" TO JrnAction
               WHEN DeleteGuardian
                   MOVE SPACES TO JrnAfterImage
                   MOVE "D" TO JrnAction
               WHEN OTHER
                   MOVE FoundIdx TO GuardianIdx
                   PERFORM BuildGuardianRecord
                   MOVE GuardianRecord TO JrnAfterImage
                   MOVE "C" TO JrnAction
           END-EVALUATE
           MOVE "GuardianMaint" TO JrnProgramId
           MOVE "GCGUARD" TO JrnFileName
           MOVE TargetStudentId TO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           DISPLAY "Operator ID: "
           ACCEPT OperatorId
           DISPLAY "Password: "
           ACCEPT OperatorPassword
           CALL "OperatorSignOn" USING OperatorId, OperatorPassword,
               OperatorSignOnValid, OperatorAuthLevel
           PERFORM CheckAuthority
           IF NOT OperatorSignOnOk
               DISPLAY "Sign-on rejected - try again."
           END-IF.

      *> A signed-on operator below this program's required level is
      *> turned away the same as a bad password.
       CheckAuthority.
           IF OperatorSignOnOk
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> Appends a run-level entry to the central audit trail naming
      *> the action, the student and the outcome.
       WriteAuditLog.
           MOVE "GuardianMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Target=" TargetStudentId
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
