           SELECT BatchRegisterFile ASSIGN TO
               "Data/Ntimes/NTREGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT KeyedBatchFile ASSIGN TO
               "Data/Ntimes/NTKEYED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KeyedBatchFileStatus.
           SELECT SuspenseFile ASSIGN TO
               "Data/Ntimes/NTSUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SuspenseFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  BatchRegisterFile.
       01  BatchRegisterLine PIC X(100).

      *> Batches keyed once and waiting for their blind second
      *> keying - a batch row (header figures as first keyed, and
      *> who keyed them) followed by one row per entry in keying
      *> order.  A batch leaves the file when it is verified into
      *> the register or returned for re-keying.
       FD  KeyedBatchFile.
       01  KeyedBatchRecord.
           05 NtkRecordType    PIC X.
               88 NtkBatchRow VALUE "B".
               88 NtkEntryRow VALUE "E".
           05 NtkBatchNumber   PIC 9(3).
           05 NtkDeclaredCount PIC 9(3).
           05 NtkDeclaredTotal PIC 9(7).
           05 NtkKeyerId       PIC X(10).
           05 NtkKeyedDate     PIC 9(8).
       01  KeyedEntryView.
           05 FILLER           PIC X.
           05 FILLER           PIC 9(3).
           05 NtkEntrySeq      PIC 9(3).
           05 NtkEntryValue    PIC 9(3).
           05 FILLER           PIC X(22).

       FD  SuspenseFile.
           COPY NTSUSP.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
      *> and reconciles on its own before the next batch starts.
       01 EntryMode PIC X.
           88 MultiBatchMode VALUE "M".
           88 VerifyMode     VALUE "V".

       01 BatchNumber    PIC 9(3).
       01 DeclaredCount  PIC 9(3).
           05 RegEnteredTotal  PIC ZZZZZZ9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 RegVerdict       PIC X(14).
           05 FILLER           PIC X(10) VALUE " resolved ".
           05 RegResolved      PIC ZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 RegKeyerId       PIC X(10).
           05 FILLER           PIC X VALUE "/".
           05 RegVerifierId    PIC X(10).

      *> Blind double keying.  A multi-batch day is keyed once and
      *> staged; a second operator - never the one who keyed it -
      *> re-keys each batch from the same source documents without
      *> being shown the first keying.  Every position where the two
      *> keyings disagree is shown and resolved from the document
      *> before the batch is accepted into the register, so two
      *> transposed values that leave the total unchanged are caught
      *> all the same.
       01 KeyedBatchFileStatus PIC XX.
           88 KeyedBatchFileNotFound VALUE "35".

       01 WS-Ntk-Eof-Flag PIC X VALUE "N".
           88 EndOfKeyedBatchFile VALUE "Y".

       01 WS-Keyed-Changed-Flag PIC X VALUE "N".
           88 KeyedBatchesChanged VALUE "Y".

       01 WS-Keyed-Overflow-Flag PIC X VALUE "N".
           88 KeyedTableOverflow VALUE "Y".

       01 KeyedTable.
           05 KeyedEntry OCCURS 3000 TIMES.
               10 TblKeyedLine PIC X(35).
       01 KeyedUsed    PIC 9(4) VALUE 0.
       01 KeyedIdx     PIC 9(4).
       01 KeyedBatchIdx PIC 9(4).
       01 KeyedRowCount PIC 9(4).

      *> The batch in hand, entry by entry - the first keying, and
      *> in verify mode the second keying beside it.
       01 BatchValueTable.
           05 BatchValueEntry OCCURS 999 TIMES.
               10 TblFirstValue  PIC 9(3).
               10 TblSecondValue PIC 9(3).
       01 EntrySeq       PIC 9(3).
       01 FirstKeyerId   PIC X(10).
       01 FirstDeclaredCount PIC 9(3).
       01 FirstDeclaredTotal PIC 9(7).
       01 MismatchCount  PIC 9(3).
       01 BatchesAwaiting PIC 9(3) VALUE 0.
       01 BatchesReturned PIC 9(3) VALUE 0.
       01 ResolvedValue  PIC 9(7).
       01 ResolvedLimit  PIC 9(7).

       01 SuspenseFileStatus PIC XX.
           88 SuspenseFileNotFound VALUE "35".

       PROCEDURE DIVISION.
       MainLine.
           IF JpParmOk
               MOVE JpParmValue TO EntryMode
           ELSE
               DISPLAY "Entry style - (S)ingle control total, "
                   "(M)ulti-batch with headers or (V)erify keyed "
                   "batches: "
               ACCEPT EntryMode
           END-IF.

           IF MultiBatchMode OR VerifyMode
               PERFORM LoadKeyedBatches
               IF MultiBatchMode
                   PERFORM ProcessMultiBatchDay
               ELSE
                   PERFORM ProcessVerifyDay
               END-IF
               IF KeyedBatchesChanged
                   PERFORM RewriteKeyedBatches
               END-IF
               PERFORM WriteAuditLog
               IF BatchesOut > 0 OR BatchesReturned > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
      *> behind its own header and reconciled against its own slip
      *> as it is entered - one total across the whole day would
      *> hide which batch is wrong.  Batch number zero ends the day.
      *> The keyed batches are staged for their blind second keying
      *> rather than going straight into the register.
       ProcessMultiBatchDay.
           PERFORM EnterOneBatch
           PERFORM UNTIL BatchNumber = 0
               PERFORM EnterOneBatch
           END-PERFORM

           DISPLAY "BATCHES " BatchesEntered
               "  OUT OF BALANCE " BatchesOut
               "  ENTRIES " DayEntryCount
               "  DAY TOTAL " DayEntryTotal
           DISPLAY "Batches keyed and awaiting verification by a "
               "second operator: " BatchesEntered.

       EnterOneBatch.
           MOVE "N" TO NumEntryValid
           PERFORM AcceptBatchNumber UNTIL NumEntryIsValid
           IF BatchNumber NOT = 0
               PERFORM FindKeyedBatch
           END-IF
           EVALUATE TRUE
               WHEN BatchNumber = 0
                   CONTINUE
               WHEN KeyedBatchIdx > 0
                   DISPLAY "Batch " BatchNumber " is already keyed "
                       "and awaiting verification - not keyed again."
               WHEN KeyedTableOverflow
                   DISPLAY "Keyed batch file is full - verify the "
                       "waiting batches before keying more."
               WHEN OTHER
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptDeclaredCount UNTIL NumEntryIsValid
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptDeclaredTotal UNTIL NumEntryIsValid

                   MOVE 0 TO BatchSum
                   PERFORM EnterOneBatchEntry
                       VARYING EntrySeq FROM 1 BY 1
                           UNTIL EntrySeq > DeclaredCount

                   IF BatchSum = DeclaredTotal
                       DISPLAY "Batch " BatchNumber " balanced."
                   ELSE
                       ADD 1 TO BatchesOut
                       DISPLAY "Batch " BatchNumber " OUT OF BALANCE "
                           "- declared " DeclaredTotal " entered "
                           BatchSum
                   END-IF

                   ADD 1 TO BatchesEntered
                   PERFORM StageKeyedBatch
           END-EVALUATE.

       EnterOneBatchEntry.
           MOVE "N" TO NumEntryValid
           PERFORM AcceptNum UNTIL NumEntryIsValid
           MOVE num TO TblFirstValue (EntrySeq)
           ADD num TO BatchSum
           ADD num TO DayEntryTotal
           ADD 1 TO DayEntryCount.

      *> The batch row and its entries go on the end of the staged
      *> batches, as first keyed, with the keyer's ID - the one
      *> operator who may not verify it.
       StageKeyedBatch.
           COMPUTE KeyedRowCount = KeyedUsed + DeclaredCount + 1
           IF KeyedRowCount > 3000
               SET KeyedTableOverflow TO TRUE
               DISPLAY "Keyed batch file is full - batch "
                   BatchNumber " was not staged and must be keyed "
                   "again."
           ELSE
               MOVE SPACES TO KeyedBatchRecord
               SET NtkBatchRow TO TRUE
               MOVE BatchNumber   TO NtkBatchNumber
               MOVE DeclaredCount TO NtkDeclaredCount
               MOVE DeclaredTotal TO NtkDeclaredTotal
               MOVE OperatorId    TO NtkKeyerId
               MOVE FUNCTION CURRENT-DATE(1:8) TO NtkKeyedDate
               ADD 1 TO KeyedUsed
               MOVE KeyedBatchRecord TO TblKeyedLine (KeyedUsed)
               PERFORM VARYING EntrySeq FROM 1 BY 1
                       UNTIL EntrySeq > DeclaredCount
                   MOVE SPACES TO KeyedBatchRecord
                   SET NtkEntryRow TO TRUE
                   MOVE BatchNumber TO NtkBatchNumber
                   MOVE EntrySeq TO NtkEntrySeq
                   MOVE TblFirstValue (EntrySeq) TO NtkEntryValue
                   ADD 1 TO KeyedUsed
                   MOVE KeyedBatchRecord TO TblKeyedLine (KeyedUsed)
               END-PERFORM
               SET KeyedBatchesChanged TO TRUE
           END-IF.

      *> The second keying.  Each batch named is re-keyed in full -
      *> header figures and every entry - with nothing of the first
      *> keying on the screen; only then are the two compared.  A
      *> batch whose two keyings disagree on the entry count cannot
      *> be lined up position by position, so it is returned to be
      *> keyed again from scratch.
       ProcessVerifyDay.
           OPEN OUTPUT BatchRegisterFile
           MOVE "BATCH REGISTER" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           MOVE RptHeaderLine TO BatchRegisterLine
           WRITE BatchRegisterLine

           PERFORM VerifyOneBatch
           PERFORM UNTIL BatchNumber = 0
               PERFORM VerifyOneBatch
           END-PERFORM

           MOVE SPACES TO BatchRegisterLine
           STRING "BATCHES " BatchesEntered
               "  IN SUSPENSE " BatchesOut
               "  ENTRIES " DayEntryCount
               "  DAY TOTAL " DayEntryTotal
               "  RETURNED " BatchesReturned
               DELIMITED BY SIZE INTO BatchRegisterLine
           WRITE BatchRegisterLine
           DISPLAY BatchRegisterLine

           CLOSE BatchRegisterFile.

       VerifyOneBatch.
           MOVE "N" TO NumEntryValid
           PERFORM AcceptBatchNumber UNTIL NumEntryIsValid
           IF BatchNumber NOT = 0
               PERFORM FindKeyedBatch
           END-IF
           EVALUATE TRUE
               WHEN BatchNumber = 0
                   CONTINUE
               WHEN KeyedBatchIdx = 0
                   DISPLAY "Batch " BatchNumber " is not awaiting "
                       "verification."
               WHEN FirstKeyerId = OperatorId
                   DISPLAY "Batch " BatchNumber " was keyed by this "
                       "operator - a different operator must verify "
                       "it."
               WHEN OTHER
                   PERFORM ReKeyOneBatch
           END-EVALUATE.

       ReKeyOneBatch.
           PERFORM LoadFirstKeying
           DISPLAY "Re-key batch " BatchNumber
               " from the source documents."
           MOVE "N" TO NumEntryValid
           PERFORM AcceptDeclaredCount UNTIL NumEntryIsValid
           IF DeclaredCount NOT = FirstDeclaredCount
               DISPLAY "MISMATCH - declared count: first keying "
                   FirstDeclaredCount ", second keying "
                   DeclaredCount
               DISPLAY "Batch " BatchNumber " returned - it must be "
                   "keyed again from the start."
               ADD 1 TO BatchesReturned
               PERFORM DropKeyedBatch
           ELSE
               MOVE "N" TO NumEntryValid
               PERFORM AcceptDeclaredTotal UNTIL NumEntryIsValid
               PERFORM ReKeyOneEntry
                   VARYING EntrySeq FROM 1 BY 1
                       UNTIL EntrySeq > DeclaredCount
               PERFORM ResolveMismatches
               PERFORM AcceptVerifiedBatch
           END-IF.

       ReKeyOneEntry.
           MOVE "N" TO NumEntryValid
           PERFORM AcceptNum UNTIL NumEntryIsValid
           MOVE num TO TblSecondValue (EntrySeq).

      *> Every disagreement is shown with both keyings side by side
      *> and settled by keying the value on the source document -
      *> which may be neither keying - so nothing is accepted on
      *> one keyer's word.
       ResolveMismatches.
           MOVE 0 TO MismatchCount
           IF DeclaredTotal NOT = FirstDeclaredTotal
               ADD 1 TO MismatchCount
               DISPLAY "MISMATCH - declared total: first keying "
                   FirstDeclaredTotal ", second keying "
                   DeclaredTotal
               MOVE 9999999 TO ResolvedLimit
               MOVE "N" TO NumEntryValid
               PERFORM AcceptResolvedValue UNTIL NumEntryIsValid
               MOVE ResolvedValue TO DeclaredTotal
           END-IF
           PERFORM VARYING EntrySeq FROM 1 BY 1
                   UNTIL EntrySeq > DeclaredCount
               IF TblSecondValue (EntrySeq)
                       NOT = TblFirstValue (EntrySeq)
                   ADD 1 TO MismatchCount
                   DISPLAY "MISMATCH - entry " EntrySeq
                       ": first keying " TblFirstValue (EntrySeq)
                       ", second keying " TblSecondValue (EntrySeq)
                   MOVE 999 TO ResolvedLimit
                   MOVE "N" TO NumEntryValid
                   PERFORM AcceptResolvedValue UNTIL NumEntryIsValid
                   MOVE ResolvedValue TO TblSecondValue (EntrySeq)
               END-IF
           END-PERFORM
           IF MismatchCount = 0
               DISPLAY "Batch " BatchNumber " - both keyings agree."
           ELSE
               DISPLAY "Batch " BatchNumber " - " MismatchCount
                   " mismatch(es) resolved."
           END-IF.

       AcceptResolvedValue.
           DISPLAY "Value on the source document: "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               EVALUATE TRUE
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           < 0
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - value cannot be "
                           "negative."
                   WHEN FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                           > ResolvedLimit
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - value cannot exceed "
                           ResolvedLimit "."
                   WHEN OTHER
                       COMPUTE ResolvedValue =
                           FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               END-EVALUATE
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> The resolved batch balances against its resolved slip the
      *> same way a keyed batch always has, goes into the register
      *> with who keyed and who verified it, and leaves the staged
      *> batches.
       AcceptVerifiedBatch.
           MOVE 0 TO BatchSum
           PERFORM VARYING EntrySeq FROM 1 BY 1
                   UNTIL EntrySeq > DeclaredCount
               ADD TblSecondValue (EntrySeq) TO BatchSum
               ADD TblSecondValue (EntrySeq) TO DayEntryTotal
               ADD 1 TO DayEntryCount
           END-PERFORM
           IF BatchSum = DeclaredTotal
               MOVE "YES" TO BatchBalanced
               DISPLAY "Batch " BatchNumber " verified and balanced."
           ELSE
               MOVE "NO" TO BatchBalanced
               ADD 1 TO BatchesOut
               DISPLAY "Batch " BatchNumber " verified - OUT OF "
                   "BALANCE - declared " DeclaredTotal " entered "
                   BatchSum
               PERFORM ParkInSuspense
               DISPLAY "Batch " BatchNumber " parked in suspense "
                   "for a supervisor to correct and release."
           END-IF
           ADD 1 TO BatchesEntered
           PERFORM WriteRegisterLine
           PERFORM DropKeyedBatch.

      *> An out-of-balance batch is not fixed on the spot or left to
      *> hold up the day - it goes to suspense whole, entries and
      *> all, with the difference and both keyers, and the next
      *> batch is taken.  NtSuspense corrects and releases it.
       ParkInSuspense.
           OPEN EXTEND SuspenseFile
           IF SuspenseFileNotFound
               OPEN OUTPUT SuspenseFile
           END-IF
           MOVE SPACES TO NtSuspenseRecord
           SET NtsBatchRow TO TRUE
           MOVE BatchNumber   TO NtsBatchNumber
           MOVE FUNCTION CURRENT-DATE(1:8) TO NtsParkedDate
           MOVE DeclaredCount TO NtsDeclaredCount
           MOVE DeclaredTotal TO NtsDeclaredTotal
           MOVE BatchSum      TO NtsEnteredTotal
           COMPUTE NtsDifference = BatchSum - DeclaredTotal
           MOVE FirstKeyerId  TO NtsKeyerId
           MOVE OperatorId    TO NtsVerifierId
           SET NtsInSuspense TO TRUE
           MOVE "N"           TO NtsAlertFlag
           MOVE 0             TO NtsClearedOn
           WRITE NtSuspenseRecord
           PERFORM VARYING EntrySeq FROM 1 BY 1
                   UNTIL EntrySeq > DeclaredCount
               MOVE SPACES TO NtsBatchData
               SET NtsEntryRow TO TRUE
               MOVE EntrySeq TO NtsEntrySeq
               MOVE TblSecondValue (EntrySeq) TO NtsEntryValue
               WRITE NtSuspenseRecord
           END-PERFORM
           CLOSE SuspenseFile.

      *> Locates a staged batch by number; KeyedBatchIdx is left at
      *> its batch row, or zero when it is not staged.
       FindKeyedBatch.
           MOVE 0 TO KeyedBatchIdx
           MOVE SPACES TO FirstKeyerId
           PERFORM VARYING KeyedIdx FROM 1 BY 1
                   UNTIL KeyedIdx > KeyedUsed OR KeyedBatchIdx > 0
               MOVE TblKeyedLine (KeyedIdx) TO KeyedBatchRecord
               IF NtkBatchRow AND NtkBatchNumber = BatchNumber
                   MOVE KeyedIdx TO KeyedBatchIdx
                   MOVE NtkKeyerId TO FirstKeyerId
               END-IF
           END-PERFORM.

       LoadFirstKeying.
           MOVE TblKeyedLine (KeyedBatchIdx) TO KeyedBatchRecord
           MOVE NtkDeclaredCount TO FirstDeclaredCount
           MOVE NtkDeclaredTotal TO FirstDeclaredTotal
           PERFORM VARYING EntrySeq FROM 1 BY 1
                   UNTIL EntrySeq > FirstDeclaredCount
               COMPUTE KeyedIdx = KeyedBatchIdx + EntrySeq
               MOVE TblKeyedLine (KeyedIdx) TO KeyedBatchRecord
               MOVE NtkEntryValue TO TblFirstValue (EntrySeq)
           END-PERFORM.

      *> Takes the batch row and its entries out of the staged
      *> batches; the rows below move up.
       DropKeyedBatch.
           MOVE TblKeyedLine (KeyedBatchIdx) TO KeyedBatchRecord
           COMPUTE KeyedRowCount = NtkDeclaredCount + 1
           PERFORM VARYING KeyedIdx FROM KeyedBatchIdx BY 1
                   UNTIL KeyedIdx + KeyedRowCount > KeyedUsed
               MOVE TblKeyedLine (KeyedIdx + KeyedRowCount) TO
                   TblKeyedLine (KeyedIdx)
           END-PERFORM
           SUBTRACT KeyedRowCount FROM KeyedUsed
           SET KeyedBatchesChanged TO TRUE.

       LoadKeyedBatches.
           OPEN INPUT KeyedBatchFile
           IF KeyedBatchFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadKeyedBatchRecord
               PERFORM UNTIL EndOfKeyedBatchFile
                   IF KeyedUsed < 3000
                       ADD 1 TO KeyedUsed
                       MOVE KeyedBatchRecord TO
                           TblKeyedLine (KeyedUsed)
                       IF NtkBatchRow
                           ADD 1 TO BatchesAwaiting
                       END-IF
                   ELSE
                       SET KeyedTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadKeyedBatchRecord
               END-PERFORM
               CLOSE KeyedBatchFile
           END-IF
           IF VerifyMode
               DISPLAY "Batches awaiting verification: "
                   BatchesAwaiting
           END-IF.

       ReadKeyedBatchRecord.
           READ KeyedBatchFile
               AT END SET EndOfKeyedBatchFile TO TRUE
           END-READ.

      *> Never rewritten from a table that could not hold the whole
      *> file - the overflow batches would be lost.
       RewriteKeyedBatches.
           IF KeyedTableOverflow AND VerifyMode
               DISPLAY "Keyed batch file larger than this run can "
                   "hold - verified batches stay staged."
           ELSE
               OPEN OUTPUT KeyedBatchFile
               PERFORM VARYING KeyedIdx FROM 1 BY 1
                       UNTIL KeyedIdx > KeyedUsed
                   MOVE TblKeyedLine (KeyedIdx) TO KeyedBatchRecord
                   WRITE KeyedBatchRecord
               END-PERFORM
               CLOSE KeyedBatchFile
           END-IF.

       WriteRegisterLine.
           MOVE BatchNumber   TO RegBatchNumber
           IF BatchBalanced = "YES"
               MOVE "BALANCED" TO RegVerdict
           ELSE
               MOVE "IN SUSPENSE" TO RegVerdict
           END-IF
           MOVE MismatchCount TO RegResolved
           MOVE FirstKeyerId  TO RegKeyerId
           MOVE OperatorId    TO RegVerifierId
           MOVE RegisterDetail TO BatchRegisterLine
           WRITE BatchRegisterLine.

