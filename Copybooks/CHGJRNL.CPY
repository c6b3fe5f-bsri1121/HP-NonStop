      *> Request fields for the shared ChangeJournal subroutine.  A
      *> maintenance program that adds, changes or deletes a master
      *> record passes the whole record as it stood before and as it
      *> stands after - spaces for the side that does not exist - so
      *> the record can be put back together as of any past date.
      *> The file is named by its data file's own name less .DAT, the
      *> key is the record's key as the inquiry will be asked for it,
      *> and the approver is filled in only where dual control had a
      *> second operator apply the change.
       01 JrnProgramId   PIC X(15).
       01 JrnFileName    PIC X(12).
       01 JrnRecordKey   PIC X(30).
       01 JrnAction      PIC X.
           88 JrnRecordAdded   VALUE "A".
           88 JrnRecordChanged VALUE "C".
           88 JrnRecordDeleted VALUE "D".
       01 JrnBeforeImage PIC X(100).
       01 JrnAfterImage  PIC X(100).
       01 JrnOperatorId  PIC X(10).
       01 JrnApproverId  PIC X(10).
       01 JrnRunId       PIC X(14).
