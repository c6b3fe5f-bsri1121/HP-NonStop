       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChangeJournal.

      *> Shared before-and-after image journal for the master files.
      *> The maintenance programs rewrite their files in place, so
      *> once a record has been changed the old values are gone and
      *> the audit trail holds only the one-line summary of what was
      *> asked for.  Every add, change or delete a maintenance
      *> program - or the approval screen, on the maintenance
      *> program's behalf - applies to a master record is appended
      *> here as the whole record before and after, stamped with the
      *> moment, the operator, any approver and the run, which is
      *> what JournalInquiry reads to say what a record looked like
      *> on a given date.

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
       01 ChangeJournalFileStatus PIC XX.
           88 ChangeJournalFileNotFound VALUE "35".

       LINKAGE SECTION.
           COPY CHGJRNL.

       PROCEDURE DIVISION USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.
       MainLine.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CjrStamp
           MOVE JrnProgramId   TO CjrProgramId
           MOVE JrnFileName    TO CjrFileName
           MOVE JrnRecordKey   TO CjrRecordKey
           MOVE JrnAction      TO CjrAction
           MOVE JrnOperatorId  TO CjrOperatorId
           MOVE JrnApproverId  TO CjrApproverId
           MOVE JrnRunId       TO CjrRunId
           MOVE JrnBeforeImage TO CjrBeforeImage
           MOVE JrnAfterImage  TO CjrAfterImage

           OPEN EXTEND ChangeJournalFile
           IF ChangeJournalFileNotFound
               OPEN OUTPUT ChangeJournalFile
           END-IF
           WRITE ChangeJournalRecord
           CLOSE ChangeJournalFile

           GOBACK.
