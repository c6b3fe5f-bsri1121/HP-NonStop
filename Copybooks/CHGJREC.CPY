      *> One row of the central change journal - written only by the
      *> ChangeJournal subroutine and read back by JournalInquiry, so
      *> the two always agree on the layout.  Rows are appended in
      *> the order the changes were made, oldest first.
       01  ChangeJournalRecord.
           05 CjrStamp       PIC X(14).
           05 CjrProgramId   PIC X(15).
           05 CjrFileName    PIC X(12).
           05 CjrRecordKey   PIC X(30).
           05 CjrAction      PIC X.
               88 CjrRecordAdded   VALUE "A".
               88 CjrRecordChanged VALUE "C".
               88 CjrRecordDeleted VALUE "D".
           05 CjrOperatorId  PIC X(10).
           05 CjrApproverId  PIC X(10).
           05 CjrRunId       PIC X(14).
           05 CjrBeforeImage PIC X(100).
           05 CjrAfterImage  PIC X(100).
