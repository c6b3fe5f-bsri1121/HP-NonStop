      *> One approved write-off of a reconciliation open item.  The
      *> item is taken off IFOPEN.DAT by ChangeApproval at the moment
      *> a second supervisor approves it, and this row is the only
      *> trace left of it: the item as it stood on the open-item
      *> file, the reason keyed with the request, who asked for it,
      *> who approved it and on what date.  WofDate is the approval
      *> date, which decides the month the write-off is totalled in.
       01  WriteOffRecord.
           05 WofSide      PIC X.
           05 WofRefKey    PIC X(10).
           05 WofAmount    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 WofFirstSeen PIC 9(8).
           05 WofReason    PIC X(13).
           05 WofRequestor PIC X(10).
           05 WofApprover  PIC X(10).
           05 WofDate      PIC 9(8).
           COPY RUNSTAMP.
