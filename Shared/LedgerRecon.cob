      *> either side with counts, so month-end sign-off no longer
      *> takes the consistency on faith.  A multi-period projection
      *> writes several ledger records under one run ID and one
      *> audit entry; the match is by run, not by record.  A loan
      *> amortization writes its schedule to its own file, not the
      *> ledger, so its audit entries are left out of the match,
      *> and so are the interest accrual's capitalisation rows,
      *> which no projection audit entry stands behind.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               PERFORM UNTIL EndOfLedgerFile
                   MOVE RunStampDate OF LedgerRecord TO EntryDate
                   IF EntryDate >= FromDate AND EntryDate <= ThruDate
                           AND LedgerScenario NOT = "INTEREST"
                       ADD 1 TO LedgerRecordCount
                       MOVE RunStampRunId OF LedgerRecord
                           TO WorkRunId
                   MOVE FUNCTION NUMVAL(AlrTimestamp(1:8))
                       TO EntryDate
                   IF AlrProgramId = "RateProjector"
                           AND AlrKeyInputs (1:5) NOT = "Loan="
                           AND EntryDate >= FromDate
                           AND EntryDate <= ThruDate
                       ADD 1 TO AuditEntryCount
