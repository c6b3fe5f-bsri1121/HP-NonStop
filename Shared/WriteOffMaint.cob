       IDENTIFICATION DIVISION.
       PROGRAM-ID. WriteOffMaint.

      *> Write-off of aged reconciliation open items.  An item left
      *> on IFOPEN.DAT for months with no hope of a match only clogs
      *> the aging report, but taking it off the books is money
      *> leaving the ledger, so this screen never removes an item
      *> itself.  A write-off request against one open item - side,
      *> reference and reason - is proved against the open-item file
      *> as it stands and queued on the pending-change file for a
      *> second supervisor to approve through ChangeApproval, which
      *> holds each approver to the write-off limit for their own
      *> authority level and, on approval, takes the item off the
      *> open-item file and keeps the write-off record.  The report
      *> action lists every write-off on file with its requestor and
      *> approver and totals them by month of approval.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PendingChangeFile ASSIGN TO
               "Data/Shared/PENDCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PendingChangeFileStatus.
           SELECT OpenItemFile ASSIGN TO "Data/If/IFOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenItemFileStatus.
           SELECT WriteOffFile ASSIGN TO "Data/If/IFWRITEOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WriteOffFileStatus.
           SELECT WriteOffReportFile ASSIGN TO
               "Data/If/IFWOFFRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PendingChangeFile.
           COPY PENDCHG.

       FD  OpenItemFile.
       01  OpenItemRecord.
           05 OpnSide      PIC X.
           05 OpnRefKey    PIC X(10).
           05 OpnAmount    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 OpnFirstSeen PIC 9(8).

       FD  WriteOffFile.
           COPY WRITEOFF.

       FD  WriteOffReportFile.
       01  WriteOffReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY SESSION.
           COPY PARMLOOK.
           COPY PARMUSE.
           COPY RPTHDR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.  Any reconciler may ask for
      *> a write-off; only a supervisor can approve one.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 PendingChangeFileStatus PIC XX.
           88 PendingChangeFileNotFound VALUE "35".

       01 OpenItemFileStatus PIC XX.
           88 OpenItemFileNotFound VALUE "35".

       01 WriteOffFileStatus PIC XX.
           88 WriteOffFileNotFound VALUE "35".

       01 WS-Opn-Eof-Flag PIC X VALUE "N".
           88 EndOfOpenItemFile VALUE "Y".

       01 WS-Pnd-Eof-Flag PIC X VALUE "N".
           88 EndOfPendingChangeFile VALUE "Y".

       01 WS-Wof-Eof-Flag PIC X VALUE "N".
           88 EndOfWriteOffFile VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 TargetFound VALUE "Y".

       01 WS-Queued-Flag PIC X VALUE "N".
           88 ChangeQueued VALUE "Y".

       01 MaintAction PIC X.
           88 RequestWriteOff VALUE "W".
           88 ReportWriteOffs VALUE "M".

      *> The request is built here in the pending file's detail
      *> layout for a write-off - the open item as it stands on the
      *> file and the reason - and carried whole on the pending row,
      *> so the approver sees and applies exactly what was asked.
       01 WriteOffDetail.
           05 WodSide      PIC X.
           05 WodRefKey    PIC X(10).
           05 WodAmount    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 WodFirstSeen PIC 9(8).
           05 WodReason    PIC X(13).

      *> Days an item must have stood open before a write-off may be
      *> asked for - a young item may still match.  Overridden from
      *> the central parameter file at start of run.
       01 WriteOffMinDays PIC 9(4) VALUE 30.

       01 Today        PIC 9(8).
       01 ItemAgeDays  PIC S9(5).
       01 AgeShown     PIC ZZZZ9.
       01 ChangeResult PIC X(20).

      *> Write-off totals by month of approval, built as the file is
      *> read - the file is in approval order, but a table keeps the
      *> report right even if it is not.
       01 MonthTable.
           05 MonthEntry OCCURS 120 TIMES.
               10 TblMonth       PIC 9(6).
               10 TblMonthCount  PIC 9(5).
               10 TblMonthAmount PIC S9(7)V99.
       01 MonthUsed PIC 9(3) VALUE 0.
       01 MonthIdx  PIC 9(3).
       01 WriteOffMonth PIC 9(6).

       01 WriteOffCount  PIC 9(5) VALUE 0.
       01 WriteOffTotal  PIC S9(7)V99 VALUE 0.

       01 WriteOffDetailLine.
           05 WdlDate      PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WdlSide      PIC X.
           05 FILLER       PIC X(1) VALUE SPACE.
           05 WdlRefKey    PIC X(10).
           05 WdlAmount    PIC -ZZ,ZZ9.99.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WdlFirstSeen PIC 9(8).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 WdlReason    PIC X(13).
           05 FILLER       PIC X(5) VALUE " req ".
           05 WdlRequestor PIC X(10).
           05 FILLER       PIC X(5) VALUE " apr ".
           05 WdlApprover  PIC X(10).

       01 MonthTotalLine.
           05 FILLER       PIC X(6) VALUE "MONTH ".
           05 MtlYear      PIC 9(4).
           05 FILLER       PIC X(1) VALUE "-".
           05 MtlMonth     PIC 9(2).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 MtlCount     PIC ZZZZ9.
           05 FILLER       PIC X(13) VALUE " write-off(s)".
           05 MtlAmount    PIC -Z,ZZZ,ZZ9.99.

       01 GrandTotalLine.
           05 FILLER       PIC X(15) VALUE "ALL MONTHS     ".
           05 GtlCount     PIC ZZZZ9.
           05 FILLER       PIC X(13) VALUE " write-off(s)".
           05 GtlAmount    PIC -Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.
           MOVE SPACES TO WriteOffDetail.

           DISPLAY "Action - (W)rite off an open item or ".
           DISPLAY "(M)onthly write-off report: ".
           ACCEPT MaintAction.

           EVALUATE TRUE
               WHEN RequestWriteOff
                   PERFORM QueueWriteOffRequest
               WHEN ReportWriteOffs
                   PERFORM WriteMonthlyReport
               WHEN OTHER
                   MOVE "INVALID ACTION" TO ChangeResult
                   DISPLAY "Unrecognized action - nothing done."
           END-EVALUATE.

           PERFORM WriteAuditLog.

           IF ChangeQueued OR ReportWriteOffs
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> The request is proved before it is queued: the item must
      *> still be open on the file, old enough to be past matching,
      *> a reason given, and no other write-off for the same item
      *> already waiting.
       QueueWriteOffRequest.
           PERFORM LoadWriteOffMinParm
           DISPLAY "Side of the open item (A or B): "
           MOVE SPACES TO WodSide
           ACCEPT WodSide
           DISPLAY "Reference key: "
           MOVE SPACES TO WodRefKey
           ACCEPT WodRefKey
           DISPLAY "Reason for the write-off: "
           MOVE SPACES TO WodReason
           ACCEPT WodReason

           PERFORM FindOpenItem
           IF TargetFound
               COMPUTE ItemAgeDays =
                   FUNCTION INTEGER-OF-DATE(Today)
                   - FUNCTION INTEGER-OF-DATE(WodFirstSeen) + 1
           END-IF
           EVALUATE TRUE
               WHEN NOT TargetFound
                   MOVE "NOT OPEN" TO ChangeResult
                   DISPLAY "No such item on the open-item file - "
                       "rejected."
               WHEN ItemAgeDays <= WriteOffMinDays
                   MOVE "TOO RECENT" TO ChangeResult
                   MOVE ItemAgeDays TO AgeShown
                   DISPLAY "Item has been open " AgeShown
                       " day(s) - it may still match; rejected."
               WHEN WodReason = SPACES
                   MOVE "NO REASON" TO ChangeResult
                   DISPLAY "A reason is required - rejected."
               WHEN OTHER
                   PERFORM FindPendingForItem
                   IF TargetFound
                       MOVE "ALREADY PENDING" TO ChangeResult
                       DISPLAY "A write-off for this item is already "
                           "waiting for approval - rejected."
                   ELSE
                       PERFORM WritePendingChange
                       MOVE "PENDING" TO ChangeResult
                       SET ChangeQueued TO TRUE
                       MOVE WodAmount TO WdlAmount
                       DISPLAY "Write-off queued for approval: "
                           WodSide " " WodRefKey WdlAmount
                       DISPLAY "A second supervisor must approve it "
                           "through the change approval screen."
                   END-IF
           END-EVALUATE.

      *> Looks the item up on the open-item file by side and key and
      *> takes its amount and first-seen date from the file, never
      *> from the keyboard.
       FindOpenItem.
           MOVE "N" TO WS-Found-Flag
           OPEN INPUT OpenItemFile
           IF OpenItemFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadOpenItemRecord
               PERFORM UNTIL EndOfOpenItemFile OR TargetFound
                   IF OpnSide = WodSide AND OpnRefKey = WodRefKey
                       SET TargetFound TO TRUE
                       MOVE OpnAmount    TO WodAmount
                       MOVE OpnFirstSeen TO WodFirstSeen
                   ELSE
                       PERFORM ReadOpenItemRecord
                   END-IF
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.

       ReadOpenItemRecord.
           READ OpenItemFile
               AT END SET EndOfOpenItemFile TO TRUE
           END-READ.

       FindPendingForItem.
           MOVE "N" TO WS-Found-Flag
           OPEN INPUT PendingChangeFile
           IF PendingChangeFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPendingRecord
               PERFORM UNTIL EndOfPendingChangeFile OR TargetFound
                   IF PndTargetWriteOff AND PndPending
                           AND PndDetail(1:11) = WriteOffDetail(1:11)
                       SET TargetFound TO TRUE
                   ELSE
                       PERFORM ReadPendingRecord
                   END-IF
               END-PERFORM
               CLOSE PendingChangeFile
           END-IF.

       ReadPendingRecord.
           READ PendingChangeFile
               AT END SET EndOfPendingChangeFile TO TRUE
           END-READ.

      *> The proved request goes to the pending file - the item
      *> stays open until a second supervisor approves.
       WritePendingChange.
           OPEN EXTEND PendingChangeFile
           IF PendingChangeFileNotFound
               OPEN OUTPUT PendingChangeFile
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO PndStamp
           MOVE OperatorId     TO PndRequestor
           MOVE "WRITEOFF"     TO PndTarget
           MOVE "W"            TO PndAction
           MOVE WriteOffDetail TO PndDetail
           MOVE "P"            TO PndStatus
           MOVE SPACES         TO PndApprover
           MOVE SPACES         TO PndDecStamp
           WRITE PendingChangeRecord
           CLOSE PendingChangeFile.

      *> Looks up the minimum age through the effective-dated
      *> parameter lookup; not found keeps the compiled-in default.
       LoadWriteOffMinParm.
           MOVE "WRITEOFF-MIN-DAYS" TO ParmLookupName
           MOVE Today TO ParmLookupDate
           MOVE "N" TO ParmLookupFound
           MOVE "WriteOffMaint" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO WriteOffMinDays
           END-IF.

      *> Every write-off on file, one line each with both identities,
      *> then the total written off in each month of approval and
      *> across all months.
       WriteMonthlyReport.
           OPEN OUTPUT WriteOffReportFile
           MOVE "OPEN ITEM WRITE-OFFS" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO WriteOffReportLine
           WRITE WriteOffReportLine
           MOVE SPACES TO WriteOffReportLine
           WRITE WriteOffReportLine

           OPEN INPUT WriteOffFile
           IF WriteOffFileNotFound
               MOVE "No write-offs on file." TO WriteOffReportLine
               WRITE WriteOffReportLine
           ELSE
               PERFORM ReadWriteOffRecord
               PERFORM UNTIL EndOfWriteOffFile
                   PERFORM ReportOneWriteOff
                   PERFORM ReadWriteOffRecord
               END-PERFORM
               CLOSE WriteOffFile
           END-IF

           MOVE SPACES TO WriteOffReportLine
           WRITE WriteOffReportLine
           PERFORM WriteOneMonthTotal
               VARYING MonthIdx FROM 1 BY 1
                   UNTIL MonthIdx > MonthUsed
           MOVE WriteOffCount TO GtlCount
           MOVE WriteOffTotal TO GtlAmount
           MOVE GrandTotalLine TO WriteOffReportLine
           WRITE WriteOffReportLine
           DISPLAY WriteOffReportLine
           CLOSE WriteOffReportFile
           MOVE "REPORTED" TO ChangeResult.

       ReadWriteOffRecord.
           READ WriteOffFile
               AT END SET EndOfWriteOffFile TO TRUE
           END-READ.

       ReportOneWriteOff.
           MOVE WofDate      TO WdlDate
           MOVE WofSide      TO WdlSide
           MOVE WofRefKey    TO WdlRefKey
           MOVE WofAmount    TO WdlAmount
           MOVE WofFirstSeen TO WdlFirstSeen
           MOVE WofReason    TO WdlReason
           MOVE WofRequestor TO WdlRequestor
           MOVE WofApprover  TO WdlApprover
           MOVE WriteOffDetailLine TO WriteOffReportLine
           WRITE WriteOffReportLine
           ADD 1 TO WriteOffCount
           ADD WofAmount TO WriteOffTotal
           MOVE WofDate(1:6) TO WriteOffMonth
           PERFORM FindMonthEntry
           IF TargetFound
               ADD 1 TO TblMonthCount (MonthIdx)
               ADD WofAmount TO TblMonthAmount (MonthIdx)
           END-IF.

      *> Finds the month's row, opening a new one the first time the
      *> month is seen; a full table leaves the month out of the
      *> monthly lines but never out of the grand total.
       FindMonthEntry.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING MonthIdx FROM 1 BY 1
                   UNTIL MonthIdx > MonthUsed OR TargetFound
               IF TblMonth (MonthIdx) = WriteOffMonth
                   SET TargetFound TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN TargetFound
                   SUBTRACT 1 FROM MonthIdx
               WHEN MonthUsed < 120
                   ADD 1 TO MonthUsed
                   MOVE MonthUsed     TO MonthIdx
                   MOVE WriteOffMonth TO TblMonth (MonthIdx)
                   MOVE 0 TO TblMonthCount (MonthIdx)
                   MOVE 0 TO TblMonthAmount (MonthIdx)
                   SET TargetFound TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WriteOneMonthTotal.
           MOVE TblMonth (MonthIdx)(1:4) TO MtlYear
           MOVE TblMonth (MonthIdx)(5:2) TO MtlMonth
           MOVE TblMonthCount (MonthIdx)  TO MtlCount
           MOVE TblMonthAmount (MonthIdx) TO MtlAmount
           MOVE MonthTotalLine TO WriteOffReportLine
           WRITE WriteOffReportLine
           DISPLAY WriteOffReportLine.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
           DISPLAY "Operator ID: "
           ACCEPT OperatorId
           DISPLAY "Password: "
           ACCEPT OperatorPassword
           CALL "OperatorSignOn" USING OperatorId, OperatorPassword,
               OperatorSignOnValid, OperatorAuthLevel
           PERFORM CheckAuthority
           IF NOT OperatorSignOnOk
               DISPLAY "Sign-on rejected - try again."
           END-IF.

      *> A signed-on operator below this program's required level is
      *> turned away the same as a bad password.
       CheckAuthority.
           IF OperatorSignOnOk
                   AND OperatorAuthLevel < RequiredAuthLevel
               DISPLAY "Operator is not authorized for this program."
               MOVE "N" TO OperatorSignOnValid
           END-IF.

      *> Launched from the menu, the sitting's validated identity is
      *> adopted instead of prompting again.
       SessionSignOn.
           IF NOT OperatorSignOnOk
               MOVE "G" TO SessAction
               CALL "MenuSession" USING SessAction, SessOperatorId,
                   SessAuthLevel, SessActive
               IF SessionIsActive
                   MOVE SessOperatorId TO OperatorId
                   MOVE SessAuthLevel  TO OperatorAuthLevel
                   MOVE "Y" TO OperatorSignOnValid
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> Draws this run's unique identifier once, up front, so every
      *> record the run writes carries the same key.
       StartNewRunId.
           CALL "RunIdNext" USING RunIdValue
           MOVE RunIdValue TO AuditRunId.

      *> Appends a run-level entry to the central audit trail with
      *> the item asked for and the outcome.
       WriteAuditLog.
           MOVE "WriteOffMaint" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Action=" MaintAction " Item=" WodSide WodRefKey
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           MOVE ChangeResult TO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
