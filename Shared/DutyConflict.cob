       IDENTIFICATION DIVISION.
       PROGRAM-ID. DutyConflict.

      *> Segregation-of-duties conflict report.  Role-based
      *> authority says what an operator may run, not what they may
      *> run together: the same person could maintain an employee
      *> and then run the payroll that pays them, or change a tax
      *> bracket and run the payroll on it.  The duty pair table
      *> names the programs that should not meet in one pair of
      *> hands within so many days.  Each night this run reads the
      *> central audit trail and lists every operator who performed
      *> both halves of a pair within its window, where the later of
      *> the two runs fell in the last SOD-DAYS days (job parameter,
      *> default 1) - so each conflict is reported as it happens
      *> rather than every night for the length of the window.  Each
      *> conflict also goes to the exception file for follow-up.
      *> Pairs marked to block are additionally enforced at sign-on
      *> by DutyCheck; this report covers both kinds.

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
           SELECT ConflictReportFile ASSIGN TO
               "Data/Shared/SODCONFL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ConflictReportFile.
       01  ConflictReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.
           COPY ERRCODES.
           COPY EXCEPTREC.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 DutyPairFileStatus PIC XX.
           88 DutyPairFileNotFound VALUE "35".
       01 AuditLogFileStatus PIC XX.
           88 AuditLogFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

       01 PairTable.
           05 PairEntry OCCURS 50 TIMES.
               10 TblFirstProgram  PIC X(15).
               10 TblSecondProgram PIC X(15).
               10 TblWindowDays    PIC 9(3).
               10 TblBlock         PIC X.
               10 TblDescription   PIC X(30).
               10 TblPairConflicts PIC 9(3).
       01 PairUsed PIC 9(2) VALUE 0.
       01 PairIdx  PIC 9(2).

      *> Each operator's runs of a paired program on each day, back
      *> as far as the widest window can reach.
       01 RunTable.
           05 RunEntry OCCURS 2000 TIMES.
               10 TblRunOperator PIC X(10).
               10 TblRunProgram  PIC X(15).
               10 TblRunDay      PIC 9(7).
               10 TblRunDate     PIC 9(8).
       01 RunUsed  PIC 9(4) VALUE 0.
       01 RunIdx   PIC 9(4).
       01 OtherIdx PIC 9(4).

      *> One row per pair and operator, with the most recent pair of
      *> runs found.
       01 ConflictTable.
           05 ConflictEntry OCCURS 200 TIMES.
               10 TblCfPair       PIC 9(2).
               10 TblCfOperator   PIC X(10).
               10 TblCfFirstDate  PIC 9(8).
               10 TblCfSecondDate PIC 9(8).
               10 TblCfLaterDay   PIC 9(7).
       01 ConflictUsed PIC 9(3) VALUE 0.
       01 ConflictIdx  PIC 9(3).
       01 FoundIdx     PIC 9(3).

       01 SodDays      PIC 9(3) VALUE 1.
       01 MaxWindow    PIC 9(3) VALUE 0.
       01 TodayDay     PIC 9(7).
       01 StartDay     PIC 9(7).
       01 EarliestDay  PIC 9(7).
       01 EntryDate    PIC 9(8).
       01 EntryDay     PIC 9(7).
       01 LaterDay     PIC 9(7).
       01 DayGap       PIC 9(7).
       01 AuditRowsRead PIC 9(7) VALUE 0.

       01 WS-Paired-Flag PIC X.
           88 ProgramIsPaired VALUE "Y".
       01 WS-Found-Flag PIC X.
           88 RowFound VALUE "Y".
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 TableOverflow VALUE "Y".

       01 PrintLineCount PIC 9(3) VALUE 0.
       01 PageLineLimit  PIC 9(3) VALUE 55.
       01 HeldReportLine PIC X(100).

       01 PeriodLine.
           05 FILLER       PIC X(36)
               VALUE "Conflicts whose later run fell from ".
           05 PlFromDate   PIC 9(8).
           05 FILLER       PIC X(4) VALUE " to ".
           05 PlToDate     PIC 9(8).

       01 PairHeadingLine.
           05 FILLER       PIC X(6) VALUE "Pair: ".
           05 PhFirst      PIC X(15).
           05 FILLER       PIC X(3) VALUE " / ".
           05 PhSecond     PIC X(15).
           05 FILLER       PIC X(8) VALUE " within ".
           05 PhWindow     PIC ZZ9.
           05 FILLER       PIC X(9) VALUE " day(s)  ".
           05 PhBlock      PIC X(10).
           05 FILLER       PIC X(1) VALUE SPACE.
           05 PhDescription PIC X(30).

       01 ConflictDetailLine.
           05 FILLER       PIC X(11) VALUE "  Operator ".
           05 CdOperator   PIC X(10).
           05 FILLER       PIC X(2) VALUE SPACES.
           05 CdFirst      PIC X(15).
           05 FILLER       PIC X(4) VALUE " on ".
           05 CdFirstDate  PIC 9(8).
           05 FILLER       PIC X(3) VALUE SPACES.
           05 CdSecond     PIC X(15).
           05 FILLER       PIC X(4) VALUE " on ".
           05 CdSecondDate PIC 9(8).

       01 NoConflictLine.
           05 FILLER PIC X(40)
               VALUE "  No operator performed both duties.".

       01 GrandTotalLine.
           05 FILLER       PIC X(16) VALUE "Duty pairs      ".
           05 GtPairs      PIC Z9.
           05 FILLER       PIC X(10) VALUE " checked, ".
           05 GtConflicts  PIC ZZ9.
           05 FILLER       PIC X(24) VALUE " conflict(s) from audit ".
           05 FILLER       PIC X(9)  VALUE "trail of ".
           05 GtRows       PIC Z,ZZZ,ZZ9.
           05 FILLER       PIC X(5) VALUE " rows".

       01 OverflowLine.
           05 FILLER PIC X(60) VALUE
               "Run table full - later runs not checked.".

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE "SOD-DAYS" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk AND FUNCTION TRIM(JpParmValue) IS NUMERIC
               MOVE FUNCTION NUMVAL(JpParmValue) TO SodDays
           END-IF
           COMPUTE TodayDay = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
           COMPUTE StartDay = TodayDay - SodDays

           PERFORM LoadPairTable.
           COMPUTE EarliestDay = StartDay - MaxWindow

           PERFORM LoadRunTable.

           PERFORM FindPairConflicts
               VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairUsed.

           OPEN OUTPUT ConflictReportFile.
           PERFORM StartNewPage.
           COMPUTE PlFromDate = FUNCTION DATE-OF-INTEGER(StartDay)
           COMPUTE PlToDate = FUNCTION DATE-OF-INTEGER(TodayDay)
           MOVE SPACES TO ConflictReportLine
           PERFORM PutReportLine
           MOVE PeriodLine TO ConflictReportLine
           PERFORM PutReportLine
           IF PairUsed = 0
               MOVE SPACES TO ConflictReportLine
               PERFORM PutReportLine
               MOVE "No duty pairs on file - nothing to check."
                   TO ConflictReportLine
               PERFORM PutReportLine
           END-IF
           PERFORM ReportOnePair
               VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairUsed.
           MOVE SPACES TO ConflictReportLine
           PERFORM PutReportLine
           IF TableOverflow
               MOVE OverflowLine TO ConflictReportLine
               PERFORM PutReportLine
           END-IF
           MOVE PairUsed TO GtPairs
           MOVE ConflictUsed TO GtConflicts
           MOVE AuditRowsRead TO GtRows
           MOVE GrandTotalLine TO ConflictReportLine
           PERFORM PutReportLine
           CLOSE ConflictReportFile.

           PERFORM LogOneConflict
               VARYING ConflictIdx FROM 1 BY 1
                   UNTIL ConflictIdx > ConflictUsed.

           DISPLAY "Duty conflicts: " ConflictUsed " across "
               PairUsed " pair(s).".

           PERFORM WriteAuditLog.

           IF ConflictUsed > 0 OR TableOverflow
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       LoadPairTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT DutyPairFile
           IF DutyPairFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadDutyPairRecord
               PERFORM UNTIL EndOfInputFile
                   IF PairUsed < 50
                       ADD 1 TO PairUsed
                       MOVE DprFirstProgram TO
                           TblFirstProgram (PairUsed)
                       MOVE DprSecondProgram TO
                           TblSecondProgram (PairUsed)
                       MOVE DprWindowDays TO TblWindowDays (PairUsed)
                       MOVE DprBlock TO TblBlock (PairUsed)
                       MOVE DprDescription TO
                           TblDescription (PairUsed)
                       MOVE 0 TO TblPairConflicts (PairUsed)
                       IF DprWindowDays > MaxWindow
                           MOVE DprWindowDays TO MaxWindow
                       END-IF
                   END-IF
                   PERFORM ReadDutyPairRecord
               END-PERFORM
               CLOSE DutyPairFile
           END-IF.

       ReadDutyPairRecord.
           READ DutyPairFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Only runs of a paired program, recent enough to fall in
      *> some pair's window, are held - one row per operator,
      *> program and day however often it ran that day.
       LoadRunTable.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AuditLogFile
           IF AuditLogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAuditLogRecord
               PERFORM UNTIL EndOfInputFile
                   ADD 1 TO AuditRowsRead
                   IF AlrTimestamp (1:8) IS NUMERIC
                       PERFORM NoteOneAuditEntry
                   END-IF
                   PERFORM ReadAuditLogRecord
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

       ReadAuditLogRecord.
           READ AuditLogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       NoteOneAuditEntry.
           MOVE "N" TO WS-Paired-Flag
           PERFORM VARYING PairIdx FROM 1 BY 1
                   UNTIL PairIdx > PairUsed OR ProgramIsPaired
               IF AlrProgramId = TblFirstProgram (PairIdx)
                       OR AlrProgramId = TblSecondProgram (PairIdx)
                   SET ProgramIsPaired TO TRUE
               END-IF
           END-PERFORM
           IF ProgramIsPaired
               MOVE AlrTimestamp (1:8) TO EntryDate
               COMPUTE EntryDay = FUNCTION INTEGER-OF-DATE(EntryDate)
               IF EntryDay >= EarliestDay
                   MOVE "N" TO WS-Found-Flag
                   PERFORM VARYING RunIdx FROM 1 BY 1
                           UNTIL RunIdx > RunUsed OR RowFound
                       IF TblRunOperator (RunIdx) = AlrOperatorId
                               AND TblRunProgram (RunIdx) = AlrProgramId
                               AND TblRunDay (RunIdx) = EntryDay
                           SET RowFound TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT RowFound
                       IF RunUsed < 2000
                           ADD 1 TO RunUsed
                           MOVE AlrOperatorId TO
                               TblRunOperator (RunUsed)
                           MOVE AlrProgramId TO TblRunProgram (RunUsed)
                           MOVE EntryDay TO TblRunDay (RunUsed)
                           MOVE EntryDate TO TblRunDate (RunUsed)
                       ELSE
                           SET TableOverflow TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Every run of the pair's first half set against every run of
      *> its second half by the same operator.
       FindPairConflicts.
           PERFORM VARYING RunIdx FROM 1 BY 1
                   UNTIL RunIdx > RunUsed
               IF TblRunProgram (RunIdx) = TblFirstProgram (PairIdx)
                   PERFORM VARYING OtherIdx FROM 1 BY 1
                           UNTIL OtherIdx > RunUsed
                       IF TblRunProgram (OtherIdx)
                               = TblSecondProgram (PairIdx)
                               AND TblRunOperator (OtherIdx)
                                   = TblRunOperator (RunIdx)
                           PERFORM CheckRunPair
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CheckRunPair.
           IF TblRunDay (RunIdx) > TblRunDay (OtherIdx)
               COMPUTE DayGap = TblRunDay (RunIdx)
                   - TblRunDay (OtherIdx)
               MOVE TblRunDay (RunIdx) TO LaterDay
           ELSE
               COMPUTE DayGap = TblRunDay (OtherIdx)
                   - TblRunDay (RunIdx)
               MOVE TblRunDay (OtherIdx) TO LaterDay
           END-IF
           IF DayGap <= TblWindowDays (PairIdx)
                   AND LaterDay >= StartDay
               PERFORM NoteConflict
           END-IF.

      *> One conflict per pair and operator, showing the latest pair
      *> of runs that made it.
       NoteConflict.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ConflictIdx FROM 1 BY 1
                   UNTIL ConflictIdx > ConflictUsed OR RowFound
               IF TblCfPair (ConflictIdx) = PairIdx
                       AND TblCfOperator (ConflictIdx)
                           = TblRunOperator (RunIdx)
                   SET RowFound TO TRUE
                   MOVE ConflictIdx TO FoundIdx
               END-IF
           END-PERFORM
           IF NOT RowFound AND ConflictUsed < 200
               ADD 1 TO ConflictUsed
               MOVE ConflictUsed TO FoundIdx
               MOVE PairIdx TO TblCfPair (FoundIdx)
               MOVE TblRunOperator (RunIdx) TO TblCfOperator (FoundIdx)
               MOVE 0 TO TblCfLaterDay (FoundIdx)
               ADD 1 TO TblPairConflicts (PairIdx)
               SET RowFound TO TRUE
           END-IF
           IF RowFound
               IF LaterDay > TblCfLaterDay (FoundIdx)
                   MOVE LaterDay TO TblCfLaterDay (FoundIdx)
                   MOVE TblRunDate (RunIdx) TO TblCfFirstDate (FoundIdx)
                   MOVE TblRunDate (OtherIdx) TO
                       TblCfSecondDate (FoundIdx)
               END-IF
           END-IF.

       ReportOnePair.
           IF PrintLineCount + 4 > PageLineLimit
               PERFORM StartNewPage
           END-IF
           MOVE SPACES TO ConflictReportLine
           PERFORM PutReportLine
           MOVE TblFirstProgram (PairIdx) TO PhFirst
           MOVE TblSecondProgram (PairIdx) TO PhSecond
           MOVE TblWindowDays (PairIdx) TO PhWindow
           IF TblBlock (PairIdx) = "Y"
               MOVE "(blocked)" TO PhBlock
           ELSE
               MOVE "(reported)" TO PhBlock
           END-IF
           MOVE TblDescription (PairIdx) TO PhDescription
           MOVE PairHeadingLine TO ConflictReportLine
           PERFORM PutReportLine
           IF TblPairConflicts (PairIdx) = 0
               MOVE NoConflictLine TO ConflictReportLine
               PERFORM PutReportLine
           ELSE
               PERFORM ReportOneConflict
                   VARYING ConflictIdx FROM 1 BY 1
                       UNTIL ConflictIdx > ConflictUsed
           END-IF.

       ReportOneConflict.
           IF TblCfPair (ConflictIdx) = PairIdx
               MOVE TblCfOperator (ConflictIdx) TO CdOperator
               MOVE TblFirstProgram (PairIdx) TO CdFirst
               MOVE TblCfFirstDate (ConflictIdx) TO CdFirstDate
               MOVE TblSecondProgram (PairIdx) TO CdSecond
               MOVE TblCfSecondDate (ConflictIdx) TO CdSecondDate
               MOVE ConflictDetailLine TO ConflictReportLine
               PERFORM PutReportLine
           END-IF.

       LogOneConflict.
           MOVE TblCfPair (ConflictIdx) TO PairIdx
           MOVE "DutyConflict" TO ExcpProgramId
           SET ErrDutyConflict TO TRUE
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING FUNCTION TRIM(TblCfOperator (ConflictIdx)) " "
               FUNCTION TRIM(TblFirstProgram (PairIdx)) "/"
               FUNCTION TRIM(TblSecondProgram (PairIdx))
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           MOVE RunIdValue TO ExcpRunId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId.

      *> Every report line goes out through here, so a full page
      *> starts the next one under its header.
       PutReportLine.
           IF PrintLineCount >= PageLineLimit
               MOVE ConflictReportLine TO HeldReportLine
               PERFORM StartNewPage
               MOVE HeldReportLine TO ConflictReportLine
           END-IF
           WRITE ConflictReportLine
           ADD 1 TO PrintLineCount.

       StartNewPage.
           ADD 1 TO RptPageNumber
           MOVE "SEGREGATION OF DUTIES" TO RptReportTitle
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ConflictReportLine
           WRITE ConflictReportLine
           MOVE 1 TO PrintLineCount.

       GetJobParm.
           MOVE "DutyConflict" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight run needs no one at
      *> the console.
       UnattendedSignOn.
           MOVE "OPERATOR-ID" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               MOVE JpParmValue TO OperatorId
               MOVE "PASSWORD" TO JpParmName
               PERFORM GetJobParm
               IF JpParmOk
                   MOVE JpParmValue TO OperatorPassword
                   CALL "OperatorSignOn" USING OperatorId,
                       OperatorPassword, OperatorSignOnValid,
                       OperatorAuthLevel
                   PERFORM CheckAuthority
                   IF NOT OperatorSignOnOk
                       DISPLAY "Unattended sign-on failed - "
                           "prompting instead."
                   END-IF
               END-IF
           END-IF.

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

       WriteAuditLog.
           MOVE "DutyConflict" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Pairs=" PairUsed " Days=" SodDays
               " Rows=" AuditRowsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Conflicts=" ConflictUsed
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
