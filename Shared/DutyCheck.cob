       IDENTIFICATION DIVISION.
       PROGRAM-ID. DutyCheck.

      *> Shared segregation-of-duties check at sign-on.  A program
      *> named in a duty pair marked to block calls this once its
      *> operator has signed on; if that operator has run the other
      *> half of the pair within the pair's window of days - by the
      *> central audit trail - the answer is a refusal, and the
      *> refusal goes onto the security event log the way a lockout
      *> does.  A program in no blocking pair is answered from the
      *> pair table alone, without reading the audit trail.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DutyPairFile ASSIGN TO
               "Data/Shared/DUTYPAIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DutyPairFileStatus.
           SELECT AuditLogFile ASSIGN TO "Data/Shared/AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AuditLogFileStatus.
           SELECT SecurityEventFile ASSIGN TO
               "Data/Shared/SECEVENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SecurityEventFileStatus.
           SELECT BatchModeFlagFile ASSIGN TO
               "Data/Shared/BATCHMODE.FLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BatchModeFlagFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD  DutyPairFile.
           COPY DUTYPAIR.

       FD  AuditLogFile.
       01  AuditLogRecord.
           05 AlrProgramId  PIC X(15).
           05 AlrTimestamp  PIC X(14).
           05 AlrKeyInputs  PIC X(40).
           05 AlrKeyOutputs PIC X(40).
           05 AlrOperatorId PIC X(10).
           05 AlrRunId      PIC X(14).

       FD  SecurityEventFile.
       01  SecurityEventRecord.
           05 SevStamp      PIC X(14).
           05 SevOperatorId PIC X(10).
           05 SevOutcome    PIC X(8).
           05 SevBatchFlag  PIC X.

       FD  BatchModeFlagFile.
       01  BatchModeFlagRecord.
           05 BatchModeFlag PIC X.

       WORKING-STORAGE SECTION.
       01 DutyPairFileStatus PIC XX.
           88 DutyPairFileNotFound VALUE "35".
       01 AuditLogFileStatus PIC XX.
           88 AuditLogFileNotFound VALUE "35".
       01 SecurityEventFileStatus PIC XX.
           88 SecurityEventFileNotFound VALUE "35".
       01 BatchModeFlagFileStatus PIC XX.
           88 BatchModeFlagFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

      *> Read the same way OperatorSignOn reads it, so a refusal
      *> under NightlyBatch is marked as a batch event.
       01 WS-Batch-Flag PIC X VALUE "N".
           88 BatchModeActive VALUE "Y".

      *> The other half of every blocking pair this program is in,
      *> with the earliest date a run of it still counts.
       01 OtherHalfTable.
           05 OtherHalfEntry OCCURS 20 TIMES.
               10 TblOtherProgram PIC X(15).
               10 TblFromDate     PIC 9(8).
       01 OtherHalfUsed PIC 9(2).
       01 OtherHalfIdx  PIC 9(2).

       01 TodayDay  PIC 9(7).
       01 FromDate  PIC 9(8).
       01 EntryDate PIC 9(8).

       LINKAGE SECTION.
           COPY DUTYCHK.

       PROCEDURE DIVISION USING DutyProgramId, DutyOperatorId,
               DutyAllowed, DutyConflictProgram.
       MainLine.
           MOVE "Y" TO DutyAllowed
           MOVE SPACES TO DutyConflictProgram
           MOVE 0 TO OtherHalfUsed
           COMPUTE TodayDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))

           PERFORM LoadBlockingPairs

           IF OtherHalfUsed > 0
               PERFORM ScanAuditLog
               IF NOT DutyCheckOk
                   PERFORM WriteSecurityEvent
               END-IF
           END-IF

           GOBACK.

       LoadBlockingPairs.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DutyPairFile
           IF DutyPairFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadDutyPairRecord
               PERFORM UNTIL EndOfInputFile
                   IF DprBlockSecond AND OtherHalfUsed < 20
                       EVALUATE DutyProgramId
                           WHEN DprFirstProgram
                               PERFORM NoteOtherHalf
                               MOVE DprSecondProgram TO
                                   TblOtherProgram (OtherHalfUsed)
                           WHEN DprSecondProgram
                               PERFORM NoteOtherHalf
                               MOVE DprFirstProgram TO
                                   TblOtherProgram (OtherHalfUsed)
                       END-EVALUATE
                   END-IF
                   PERFORM ReadDutyPairRecord
               END-PERFORM
               CLOSE DutyPairFile
           END-IF.

       ReadDutyPairRecord.
           READ DutyPairFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       NoteOtherHalf.
           ADD 1 TO OtherHalfUsed
           COMPUTE FromDate = FUNCTION DATE-OF-INTEGER(
               TodayDay - DprWindowDays)
           MOVE FromDate TO TblFromDate (OtherHalfUsed).

      *> Any run of an other half by this operator on or after its
      *> pair's earliest counting date refuses the sign-on.
       ScanAuditLog.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AuditLogFile
           IF AuditLogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAuditLogRecord
               PERFORM UNTIL EndOfInputFile OR NOT DutyCheckOk
                   IF AlrOperatorId = DutyOperatorId
                       PERFORM CheckOneAuditEntry
                   END-IF
                   PERFORM ReadAuditLogRecord
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

       ReadAuditLogRecord.
           READ AuditLogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       CheckOneAuditEntry.
           IF AlrTimestamp (1:8) IS NUMERIC
               MOVE AlrTimestamp (1:8) TO EntryDate
               PERFORM VARYING OtherHalfIdx FROM 1 BY 1
                       UNTIL OtherHalfIdx > OtherHalfUsed
                           OR NOT DutyCheckOk
                   IF AlrProgramId = TblOtherProgram (OtherHalfIdx)
                           AND EntryDate >= TblFromDate (OtherHalfIdx)
                       MOVE "N" TO DutyAllowed
                       MOVE AlrProgramId TO DutyConflictProgram
                   END-IF
               END-PERFORM
           END-IF.

      *> The refusal is held against the operator turned away.
       WriteSecurityEvent.
           MOVE FUNCTION CURRENT-DATE(1:14) TO SevStamp
           MOVE DutyOperatorId TO SevOperatorId
           MOVE "SODBLOCK" TO SevOutcome
           PERFORM ReadBatchModeFlag
           MOVE WS-Batch-Flag TO SevBatchFlag
           OPEN EXTEND SecurityEventFile
           IF SecurityEventFileNotFound
               OPEN OUTPUT SecurityEventFile
           END-IF
           WRITE SecurityEventRecord
           CLOSE SecurityEventFile.

       ReadBatchModeFlag.
           MOVE "N" TO WS-Batch-Flag
           OPEN INPUT BatchModeFlagFile
           IF BatchModeFlagFileNotFound
               CONTINUE
           ELSE
               READ BatchModeFlagFile
                   NOT AT END
                       IF BatchModeFlag = "Y"
                           SET BatchModeActive TO TRUE
                       END-IF
               END-READ
               CLOSE BatchModeFlagFile
           END-IF.
