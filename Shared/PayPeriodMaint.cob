      *> step: the period's deduction records are totaled and proved
      *> back to the operator, then the row is locked closed -
      *> TaxSlab refuses to post into a closed period from then on.
      *> Every change is written to the central audit trail, and
      *> the period row as it was and as it now is to the change
      *> journal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY DATECHK.
           COPY CHGJRNL.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.

           IF ChangeApplied
               PERFORM RewritePayPeriodFile
               PERFORM WriteChangeJournal
               DISPLAY "Period change applied: " ChangeResult
           END-IF.

                   DISPLAY "Period " TargetPeriodId " balance: "
                       BalanceRecords " records, salary "
                       BalanceSalary ", tax " BalanceTax
                   MOVE FoundIdx TO PayPeriodIdx
                   PERFORM BuildPayPeriodRecord
                   MOVE PayPeriodRecord TO JrnBeforeImage
                   MOVE "C" TO TblPeriodStatus (FoundIdx)
                   MOVE "CLOSED" TO ChangeResult
                   SET ChangeApplied TO TRUE
                       ADD 1 TO BalanceRecords
                       ADD PayrollSalary    TO BalanceSalary
                       ADD PayrollTaxAmount TO BalanceTax
                       IF (PayrollAdjustmentEntry
                               OR PayrollTrueUpEntry)
                               AND PayrollAdjSalary NUMERIC
                               AND PayrollAdjTax NUMERIC
                           ADD PayrollAdjSalary TO BalanceSalary
                           ADD PayrollAdjTax    TO BalanceTax
                       END-IF
                   END-IF
                   PERFORM ReadPayrollRecord
               END-PERFORM
           CLOSE PayPeriodFile.

       WriteOnePayPeriodRecord.
           PERFORM BuildPayPeriodRecord
           WRITE PayPeriodRecord.

       BuildPayPeriodRecord.
           MOVE TblPeriodId (PayPeriodIdx)     TO PeriodId
           MOVE TblPeriodStart (PayPeriodIdx)  TO PeriodStart
           MOVE TblPeriodEnd (PayPeriodIdx)    TO PeriodEnd
           MOVE TblPeriodStatus (PayPeriodIdx) TO PeriodStatus.

      *> The opened or closed period row onto the central change
      *> journal.
       WriteChangeJournal.
           IF AddPeriod
               MOVE PayPeriodUsed TO PayPeriodIdx
               MOVE SPACES TO JrnBeforeImage
               MOVE "A" TO JrnAction
           ELSE
               MOVE FoundIdx TO PayPeriodIdx
               MOVE "C" TO JrnAction
           END-IF
           PERFORM BuildPayPeriodRecord
           MOVE PayPeriodRecord TO JrnAfterImage
           MOVE "PayPeriodMaint" TO JrnProgramId
           MOVE "PAYPERIODS" TO JrnFileName
           MOVE TargetPeriodId TO JrnRecordKey
           MOVE OperatorId TO JrnOperatorId
           MOVE SPACES TO JrnApproverId
           MOVE RunIdValue TO JrnRunId
           CALL "ChangeJournal" USING JrnProgramId, JrnFileName,
               JrnRecordKey, JrnAction, JrnBeforeImage,
               JrnAfterImage, JrnOperatorId, JrnApproverId, JrnRunId.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
