           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DUTYCHK.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF
           IF OperatorSignOnOk
               PERFORM CheckDutyConflict
           END-IF.

      *> An operator who lately ran the other half of a blocking
      *> duty pair is turned away the same way - segregation of
      *> duties is enforced where the second duty is performed.
       CheckDutyConflict.
           MOVE "TaxBracketMaint" TO DutyProgramId
           MOVE OperatorId TO DutyOperatorId
           CALL "DutyCheck" USING DutyProgramId, DutyOperatorId,
               DutyAllowed, DutyConflictProgram
           IF NOT DutyCheckOk
               DISPLAY "Operator recently ran "
                   FUNCTION TRIM(DutyConflictProgram)
                   " - segregation of duties bars this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.
