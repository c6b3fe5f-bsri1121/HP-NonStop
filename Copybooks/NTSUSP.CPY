      *> One batch in Ntimes suspense - verified, but out of balance
      *> against its own slip, and parked so the rest of the day's
      *> batches could go ahead.  A batch row carries the figures,
      *> the difference and who keyed and verified it; one entry
      *> row per value follows it in keying order.  Batch numbers
      *> start again each day, so a batch is known by its number
      *> and the date it was parked.  Released batches stay on file
      *> with the supervisor who cleared them.
       01  NtSuspenseRecord.
           05 NtsRecordType    PIC X.
               88 NtsBatchRow VALUE "B".
               88 NtsEntryRow VALUE "E".
           05 NtsBatchNumber   PIC 9(3).
           05 NtsParkedDate    PIC 9(8).
           05 NtsBatchData     PIC X(70).
           05 NtsBatchView REDEFINES NtsBatchData.
               10 NtsDeclaredCount PIC 9(3).
               10 NtsDeclaredTotal PIC 9(7).
               10 NtsEnteredTotal  PIC 9(7).
               10 NtsDifference    PIC S9(7) SIGN LEADING SEPARATE.
               10 NtsKeyerId       PIC X(10).
               10 NtsVerifierId    PIC X(10).
               10 NtsStatus        PIC X.
                   88 NtsInSuspense VALUE "S".
                   88 NtsReleased   VALUE "R".
               10 NtsAlertFlag     PIC X.
                   88 NtsAgeAlerted VALUE "Y".
               10 NtsClearedBy     PIC X(10).
               10 NtsClearedOn     PIC 9(8).
               10 FILLER           PIC X(5).
           05 NtsEntryView REDEFINES NtsBatchData.
               10 NtsEntrySeq      PIC 9(3).
               10 NtsEntryValue    PIC 9(3).
               10 FILLER           PIC X(64).
