      *> longer wanted.  Grants past their end date are marked
      *> expired whenever this program runs, and every grant, cancel
      *> and expiry goes to the central audit trail with both
      *> identities, and onto the change journal as the grant row
      *> was and as it now is.  OperatorSignOn honors the delegated
      *> level only inside the window.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DATECHK.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
           MOVE OperatorId       TO DlgGrantedBy
           MOVE FUNCTION CURRENT-DATE(1:14) TO DlgStamp
           MOVE "A"              TO DlgStatus
           MOVE SPACES TO JrnBeforeImage
           MOVE "A" TO JrnAction
           PERFORM WriteChangeJournal
           ADD 1 TO DelegationUsed
           MOVE DelegationRecord TO TblDlgImage (DelegationUsed)
           SET DelegationsChanged TO TRUE
       CancelOneGrantRow.
           MOVE TblDlgImage (DelegationIdx) TO DelegationRecord
           IF DelegationActive AND DlgOperatorId = TargetOperatorId
               MOVE DelegationRecord TO JrnBeforeImage
               MOVE "C" TO DlgStatus
               MOVE "C" TO JrnAction
               PERFORM WriteChangeJournal
               MOVE DelegationRecord TO TblDlgImage (DelegationIdx)
               SET TargetFound TO TRUE
               SET DelegationsChanged TO TRUE
       ExpireOneGrant.
           MOVE TblDlgImage (DelegationIdx) TO DelegationRecord
           IF DelegationActive AND DlgEndDate < Today
               MOVE DelegationRecord TO JrnBeforeImage
               MOVE "X" TO DlgStatus
               MOVE "C" TO JrnAction
               PERFORM WriteChangeJournal
               MOVE DelegationRecord TO TblDlgImage (DelegationIdx)
               SET DelegationsChanged TO TRUE
               ADD 1 TO ExpiredCount
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.

      *> One grant row, before and after, onto the central change
      *> journal - keyed by the delegate and the moment of the grant,
      *> since one operator may hold several grants over time.
       WriteChangeJournal.
           MOVE DelegationRecord TO JrnAfterImage
           MOVE "DelegateMaint" TO JrnProgramId
           MOVE "DELEGATE" TO JrnFileName
           MOVE SPACES TO JrnRecordKey
           STRING DlgOperatorId " " DlgStamp
               DELIMITED BY SIZE INTO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Appends a run-level entry to the central audit trail with
      *> the grant or cancel this run keyed - both identities on it.
       WriteAuditLog.
