      *> written to the pending-change file and a second supervisor
      *> applies it through ChangeApproval.  Generating a year stays
      *> direct: it only materializes rules that already went through
      *> approval, adding no new policy of its own - though each date
      *> it adds is still written to the change journal, as an
      *> approved one-off holiday is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DATECHK.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           MOVE NewCalId       TO HolidayCalId
           WRITE HolidayRecord
           CLOSE HolidayFile
           ADD 1 TO AddedCount
           PERFORM WriteChangeJournal.

      *> Journals a generated holiday under the same key
      *> ChangeApproval uses for an approved one, so the calendar's
      *> history reads the same whichever way a date arrived.
       WriteChangeJournal.
           MOVE "HolidayMaint" TO JrnProgramId
           MOVE "HOLIDAYS" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING HolidayCalId " " HolidayDate
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE "A" TO JrnAction
           MOVE SPACES TO JrnBeforeImage
           MOVE HolidayRecord TO JrnAfterImage
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
