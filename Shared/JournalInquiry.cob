       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalInquiry.

      *> On-line inquiry over the central change journal.  "What did
      *> this employee's record look like on the first of March"
      *> used to mean restoring a snapshot and hoping no change had
      *> gone in since; the journal now holds the full before and
      *> after image of every record the maintenance programs add,
      *> change or delete, so this menu-launched program answers it
      *> directly.  For a master file and a record key - as the
      *> journal carries them - it lists every change with who made
      *> it, who approved it and under which run, then gives the
      *> record as it stood at the end of the date asked: the after
      *> image of the last change made on or before that date, or,
      *> failing one, the before image of the first change made
      *> after it.  Employee and applicant master images are shown
      *> field by field as well as raw.  Every question asked is
      *> written to the central audit trail, since the answer can
      *> carry personal data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeJournalFile ASSIGN TO
               "Data/Shared/CHGJRNL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChangeJournalFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  ChangeJournalFile.
           COPY CHGJREC.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY EMPREC.
           COPY APPMSTR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.  The images are whole master
      *> records, so the journal is a supervisor's inquiry.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 ChangeJournalFileStatus PIC XX.
           88 ChangeJournalFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfChangeJournalFile VALUE "Y".

       01 WS-Exit-Flag PIC X VALUE "N".
           88 ExitInquiry VALUE "Y".

       01 InqFileName  PIC X(12).
       01 InqRecordKey PIC X(30).
       01 AsAtDate     PIC 9(8).
       01 AsAtText REDEFINES AsAtDate PIC X(8).

       01 ChangesFound PIC 9(5).

      *> The last change made on or before the date asked, and the
      *> first change made after it - between them they fix the
      *> record's state at the end of that date.
       01 WS-Before-Flag PIC X VALUE "N".
           88 ChangeOnOrBefore VALUE "Y".
       01 LastAction      PIC X.
       01 LastAfterImage  PIC X(100).

       01 WS-After-Flag PIC X VALUE "N".
           88 ChangeAfterDate VALUE "Y".
       01 NextAction      PIC X.
       01 NextBeforeImage PIC X(100).

       01 ShownImage PIC X(100).

       01 ImageRuler.
           05 FILLER PIC X(50) VALUE
               "----+----1----+----2----+----3----+----4----+----5".
           05 FILLER PIC X(50) VALUE
               "----+----6----+----7----+----8----+----9----+----0".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE "N" TO WS-Exit-Flag
           PERFORM RunOneInquiry UNTIL ExitInquiry.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *> A blank file name ends the sitting.  File names are held
      *> in the journal as the data file's name less its extension,
      *> in capitals, so the keyed name is folded to match.
       RunOneInquiry.
           DISPLAY " ".
           DISPLAY "Master file (e.g. EMPMASTER, blank to exit): ".
           MOVE SPACES TO InqFileName.
           ACCEPT InqFileName.
           IF InqFileName = SPACES
               SET ExitInquiry TO TRUE
           ELSE
               INSPECT InqFileName CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               DISPLAY "Record key as journaled: "
               MOVE SPACES TO InqRecordKey
               ACCEPT InqRecordKey
               MOVE "N" TO NumEntryValid
               PERFORM AcceptAsAtDate UNTIL NumEntryIsValid
               PERFORM ScanChangeJournal
               PERFORM ShowStateAsAt
               PERFORM WriteAuditLog
           END-IF.

      *> Re-prompts until the operator keys a valid date.
       AcceptAsAtDate.
           DISPLAY "Record as at end of date (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE AsAtDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> The journal is in the order the changes were made, so one
      *> pass lists the history oldest first and leaves the last
      *> change on or before the date, and the first after it, to
      *> hand.
       ScanChangeJournal.
           MOVE 0 TO ChangesFound
           MOVE "N" TO WS-Before-Flag
           MOVE "N" TO WS-After-Flag
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ChangeJournalFile
           IF ChangeJournalFileNotFound
               DISPLAY "No change journal on file."
           ELSE
               PERFORM ReadChangeJournalRecord
               PERFORM UNTIL EndOfChangeJournalFile
                   IF CjrFileName = InqFileName
                           AND CjrRecordKey = InqRecordKey
                       PERFORM ShowOneChange
                   END-IF
                   PERFORM ReadChangeJournalRecord
               END-PERFORM
               CLOSE ChangeJournalFile
           END-IF.

       ReadChangeJournalRecord.
           READ ChangeJournalFile
               AT END SET EndOfChangeJournalFile TO TRUE
           END-READ.

       ShowOneChange.
           ADD 1 TO ChangesFound
           IF ChangesFound = 1
               DISPLAY "Changes journaled for " InqFileName " "
                   InqRecordKey
           END-IF
           EVALUATE TRUE
               WHEN CjrRecordAdded
                   DISPLAY "  " CjrStamp " ADDED   by "
                       CjrOperatorId " " CjrProgramId " run "
                       CjrRunId
               WHEN CjrRecordDeleted
                   DISPLAY "  " CjrStamp " DELETED by "
                       CjrOperatorId " " CjrProgramId " run "
                       CjrRunId
               WHEN OTHER
                   DISPLAY "  " CjrStamp " CHANGED by "
                       CjrOperatorId " " CjrProgramId " run "
                       CjrRunId
           END-EVALUATE
           IF CjrApproverId NOT = SPACES
               DISPLAY "      approved by " CjrApproverId
           END-IF
           IF CjrStamp (1:8) <= AsAtText
               SET ChangeOnOrBefore TO TRUE
               MOVE CjrAction TO LastAction
               MOVE CjrAfterImage TO LastAfterImage
           ELSE
               IF NOT ChangeAfterDate
                   SET ChangeAfterDate TO TRUE
                   MOVE CjrAction TO NextAction
                   MOVE CjrBeforeImage TO NextBeforeImage
               END-IF
           END-IF.

      *> A record deleted by the end of the date, or not added until
      *> after it, did not exist on that date; a record with no
      *> change journaled either side is the record as it stands on
      *> the master now.
       ShowStateAsAt.
           IF ChangesFound = 0
               DISPLAY "No change journaled - the record on the "
                   "master now is the record as it stood."
           ELSE
               DISPLAY "Record as at end of " AsAtDate ":"
               EVALUATE TRUE
                   WHEN ChangeOnOrBefore AND LastAction = "D"
                       DISPLAY "  DELETED - not on the master on "
                           "that date."
                   WHEN ChangeOnOrBefore
                       MOVE LastAfterImage TO ShownImage
                       PERFORM ShowImage
                   WHEN NextAction = "A"
                       DISPLAY "  NOT YET ADDED - not on the master "
                           "on that date."
                   WHEN OTHER
                       MOVE NextBeforeImage TO ShownImage
                       PERFORM ShowImage
               END-EVALUATE
           END-IF.

       ShowImage.
           DISPLAY "  " ImageRuler
           DISPLAY "  " ShownImage
           EVALUATE InqFileName
               WHEN "EMPMASTER"
                   PERFORM ShowEmployeeImage
               WHEN "APPMASTER"
                   PERFORM ShowApplicantImage
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ShowEmployeeImage.
           MOVE ShownImage TO EmployeeMasterRecord
           DISPLAY "  employee   " EmpId " " EmpName
           DISPLAY "  department " EmpDept " hired " EmpHireDate
           IF EmpInactive
               DISPLAY "  status     INACTIVE - last day "
                   EmpTermDate
           ELSE
               DISPLAY "  status     ACTIVE"
           END-IF.

       ShowApplicantImage.
           MOVE ShownImage TO ApplicantMasterRecord
           DISPLAY "  applicant  " MasterApplicantId " " MasterName
           DISPLAY "  born       " MasterDob " first seen "
               MasterFirstSeen
           EVALUATE TRUE
               WHEN MasterWithdrawn
                   DISPLAY "  status     WITHDRAWN"
               WHEN MasterDeceased
                   DISPLAY "  status     DECEASED"
               WHEN MasterPending
                   DISPLAY "  status     PENDING EVIDENCE"
               WHEN MasterErased
                   DISPLAY "  status     ERASED"
               WHEN MasterSuspended
                   DISPLAY "  status     SUSPENDED - IDENTITY CHECK"
               WHEN OTHER
                   DISPLAY "  status     ACTIVE"
           END-EVALUATE.

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

      *> Launched from the menu, the sitting's validated identity is
      *> adopted instead of prompting again.  Run standalone there
      *> is no session and the prompt below applies.
       SessionSignOn.
           IF NOT OperatorSignOnOk
               MOVE "G" TO SessAction
               CALL "MenuSession" USING SessAction, SessOperatorId,
                   SessAuthLevel, SessActive
               IF SessionIsActive
                   MOVE SessOperatorId TO OperatorId
                   MOVE SessAuthLevel  TO OperatorAuthLevel
                   MOVE "Y" TO OperatorSignOnValid
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> One entry per question asked - whose record was looked at,
      *> as at when, and by whom.
       WriteAuditLog.
           MOVE "JournalInquiry" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING InqFileName DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               InqRecordKey DELIMITED BY "  "
               " " AsAtDate DELIMITED BY SIZE
               INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Changes=" ChangesFound
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
