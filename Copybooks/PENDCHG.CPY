      *> One row of the shared pending-change file.  Maintenance on
      *> the sensitive control files - the central parameters, the
      *> operator roster, the tax brackets, the holiday calendar,
      *> the employee bank details, the erasure of an applicant's
      *> personal data and the write-off of an aged reconciliation
      *> open item - no longer applies directly:
      *> the keyed change lands here as a pending row, and a second
      *> supervisor (a different operator ID) approves it through
      *> the ChangeApproval screen before it touches the live file.
      *> PndDetail carries the fully built change in the target
      *> file's own layout, so applying it is a move and a write,
      *> not a re-key.  A row left pending past the approval age
      *> limit expires rather than applying late, and every
      *> decision - apply, reject, expire - is written to the
      *> central audit trail with both identities.
       01 PendingChangeRecord.
           05 PndStamp     PIC X(14).
               88 PndTargetBrackets VALUE "TAXBRKT".
               88 PndTargetHoliday  VALUE "HOLIDAY".
               88 PndTargetHolRule  VALUE "HOLRULE".
               88 PndTargetBankAcct VALUE "BANKACCT".
               88 PndTargetErasure  VALUE "ERASE".
               88 PndTargetWriteOff VALUE "WRITEOFF".
           05 PndAction    PIC X.
           05 PndDetail    PIC X(40).
           05 PndStatus    PIC X.
