       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestAccrual.

      *> Daily interest accrual.  RateProjector compounds whole
      *> periods by a growth factor, but the accounts on the
      *> position file earn interest day by day.  This run walks
      *> every position across a from and thru date, one day at a
      *> time, and accrues a day's interest on the balance at the
      *> account's annual rate under its own day count basis -
      *> actual/365, or 30/360 where each day carries its share of
      *> the 30-day month.  The interest builds up on the position
      *> unposted; on the month-end date of the processing calendar
      *> (the month's last business day, as PeriodPlan resolves it
      *> through BusDayCalc) the accrued interest is capitalised
      *> into the balance and a ledger record written for it, under
      *> the run ID the audit entry carries so the ledger
      *> reconciliation matches the two.  Each position remembers
      *> the date it is accrued through, so a day is never accrued
      *> twice however the runs overlap.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PositionFile ASSIGN TO
               "Data/Comput/POSITIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PositionFileStatus.
           SELECT LedgerFile ASSIGN TO "Data/Comput/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LedgerFileStatus.
           SELECT AccrualReportFile ASSIGN TO
               "Data/Comput/ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PositionFile.
           COPY POSITION.

       FD  LedgerFile.
           COPY LEDGREC.

       FD  AccrualReportFile.
       01  AccrualReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RUNLOCK.
           COPY DATECHK.
           COPY BUSDAY.
           COPY RPTHDR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 PositionFileStatus PIC XX.
           88 PositionFileNotFound VALUE "35".

       01 LedgerFileStatus PIC XX.
           88 LedgerFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfPositionFile VALUE "Y".

      *> Set when the position file holds more accounts than the
      *> table - rewriting it would drop the rest.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 PositionTableOverflow VALUE "Y".

      *> Set when the dates under the driver cannot be accrued.
       01 WS-Dates-Flag PIC X VALUE "Y".
           88 AccrualDatesValid VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 PositionRefused VALUE "Y".

       01 SavedReturnCode PIC S9(4) VALUE 0.

      *> The accrual span: interest accrues for each day after the
      *> from date up to and including the thru date.  A from date
      *> of zero under the driver means each position carries on
      *> from where it was last accrued - the nightly case - and a
      *> position never accrued starts the day before the thru
      *> date.
       01 FromDate PIC 9(8) VALUE 0.
       01 ThruDate PIC 9(8) VALUE 0.
       01 FromDayNumber PIC 9(7).
       01 ThruDayNumber PIC 9(7).
       01 StartDayNumber PIC 9(7).
       01 DayNumber     PIC 9(7).

      *> The positions, held in storage and rewritten in one piece.
       01 PositionTable.
           05 PositionEntry OCCURS 300 TIMES.
               10 TblPosAccountId   PIC X(10).
               10 TblPosBalance     PIC 9(6)V99.
               10 TblPosScenario    PIC X(8).
               10 TblPosPeriods     PIC 9(3).
               10 TblPosDayBasis    PIC X.
               10 TblPosRatePct     PIC 9(2)V999.
               10 TblPosAccruedInt  PIC 9(6)V9(4).
               10 TblPosAccruedThru PIC 9(8).
               10 TblPosPostedThru  PIC 9(8).
               10 TblPosProductType PIC X.
               10 TblPosLoanRatePct PIC 9(2)V9(4).
       01 PositionUsed PIC 9(3) VALUE 0.
       01 PositionIdx  PIC 9(3).

      *> One day being accrued, and the 30/360 day count it adds -
      *> the day of month held at 30 either side, so the 31st adds
      *> nothing and the last day of February adds the rest of its
      *> 30-day month.
       01 AccrualDate   PIC 9(8).
       01 AccrualDateParts REDEFINES AccrualDate.
           05 AcdYear  PIC 9(4).
           05 AcdMonth PIC 9(2).
           05 AcdDay   PIC 9(2).
       01 PriorDate     PIC 9(8).
       01 PriorDateParts REDEFINES PriorDate.
           05 PrdYear  PIC 9(4).
           05 PrdMonth PIC 9(2).
           05 PrdDay   PIC 9(2).
       01 Day30From     PIC 9(2).
       01 Day30Thru     PIC 9(2).
       01 DayCount      PIC S9(3).
       01 DayInterest   PIC 9(6)V9(4).

      *> The month-end date of the processing calendar for the
      *> month in hand, resolved once per month.
       01 MonthEndMonth PIC 9(6) VALUE 0.
       01 MonthEndDate  PIC 9(8) VALUE 0.
       01 AnchorDate PIC 9(8).
       01 AnchorDateParts REDEFINES AnchorDate.
           05 AncYear  PIC 9(4).
           05 AncMonth PIC 9(2).
           05 AncDay   PIC 9(2).

      *> Per-position results for the report line.
       01 DaysAccrued      PIC 9(5).
       01 RunAccrued       PIC 9(6)V9(4).
       01 RunCapitalised   PIC 9(6)V99.
       01 CapitalisedAmt   PIC 9(6)V99.
       01 BalanceBefore    PIC 9(6)V99.

       01 PositionCount    PIC 9(5) VALUE 0.
       01 RefusedCount     PIC 9(5) VALUE 0.
       01 CapitalCount     PIC 9(5) VALUE 0.
       01 TotalAccrued     PIC 9(9)V99 VALUE 0.
       01 TotalCapitalised PIC 9(9)V99 VALUE 0.

       01 AccrualDetail.
           05 AdlAccountId   PIC X(10).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 AdlBasis       PIC X(7).
           05 FILLER         PIC X(1)  VALUE SPACE.
           05 AdlRate        PIC Z9.999.
           05 FILLER         PIC X(1)  VALUE "%".
           05 AdlDays        PIC ZZZZ9.
           05 FILLER         PIC X(9)  VALUE " accrued ".
           05 AdlAccrued     PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(6)  VALUE " cap'd".
           05 AdlCapitalised PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(8)  VALUE " unpost ".
           05 AdlUnposted    PIC ZZZ,ZZ9.99.
           05 FILLER         PIC X(5)  VALUE " bal ".
           05 AdlBalance     PIC ZZZ,ZZ9.99.

       01 AccrualTotalLine.
           05 FILLER         PIC X(10) VALUE "POSITIONS ".
           05 AtlPositions   PIC ZZZZ9.
           05 FILLER         PIC X(15) VALUE "  ACCRUED      ".
           05 AtlAccrued     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(15) VALUE "  CAPITALISED  ".
           05 AtlCapitalised PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER         PIC X(10) VALUE "  REFUSED ".
           05 AtlRefused     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcquireRunLock.
           IF NOT RunLockOk
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM AcceptAccrualDates.
           IF NOT AccrualDatesValid
               DISPLAY "Accrual dates are not valid - nothing "
                   "accrued."
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           PERFORM LoadPositions.
           IF PositionTableOverflow
               DISPLAY "Position file exceeds the table - nothing "
                   "accrued."
               PERFORM WriteAuditLog
               MOVE 8 TO RETURN-CODE
               PERFORM ReleaseRunLock
               GOBACK
           END-IF.

           OPEN OUTPUT AccrualReportFile.
           PERFORM WriteReportHeading.
           OPEN EXTEND LedgerFile.
           IF LedgerFileNotFound
               OPEN OUTPUT LedgerFile
           END-IF.

           PERFORM SelectOnePosition
               VARYING PositionIdx FROM 1 BY 1
                   UNTIL PositionIdx > PositionUsed.

           CLOSE LedgerFile.
           PERFORM WriteReportTotals.
           CLOSE AccrualReportFile.

           IF PositionUsed > 0
               PERFORM RewritePositionFile
           END-IF.

           PERFORM WriteAuditLog.

           IF RefusedCount > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> Under the driver the dates come from the job-parameter
      *> file - a thru date of zero meaning the day before the run,
      *> the way the month-end steps date themselves - and from the
      *> console otherwise, re-prompting until each is a real date.
       AcceptAccrualDates.
           MOVE "ACCRUE-THRU" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               COMPUTE ThruDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(JpParmValue))
               IF ThruDate = 0
                   COMPUTE ThruDate = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (FUNCTION CURRENT-DATE(1:8))) - 1)
               END-IF
               MOVE 0 TO FromDate
               MOVE "ACCRUE-FROM" TO JpParmName
               PERFORM GetJobParm
               IF JpParmOk
                   COMPUTE FromDate =
                       FUNCTION NUMVAL(FUNCTION TRIM(JpParmValue))
               END-IF
               PERFORM CheckDriverDates
           ELSE
               MOVE "N" TO NumEntryValid
               PERFORM AcceptFromDate UNTIL NumEntryIsValid
               MOVE "N" TO NumEntryValid
               PERFORM AcceptThruDate UNTIL NumEntryIsValid
           END-IF
           IF AccrualDatesValid
               COMPUTE ThruDayNumber =
                   FUNCTION INTEGER-OF-DATE(ThruDate)
               IF FromDate > 0
                   COMPUTE FromDayNumber =
                       FUNCTION INTEGER-OF-DATE(FromDate)
               ELSE
                   MOVE 0 TO FromDayNumber
               END-IF
               DISPLAY "Accruing from " FromDate " thru " ThruDate
                   "."
           END-IF.

      *> Dates from the parameter file have no one to re-prompt:
      *> a bad date, or a from date past the thru date, stops the
      *> run.
       CheckDriverDates.
           MOVE ThruDate TO DateCheckValue
           MOVE "Y" TO DateCheckFuture
           CALL "DateCheck" USING DateCheckValue,
               DateCheckFuture, DateCheckValid
           IF NOT DateCheckOk
               MOVE "N" TO WS-Dates-Flag
           END-IF
           IF FromDate > 0
               MOVE FromDate TO DateCheckValue
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               IF NOT DateCheckOk OR FromDate > ThruDate
                   MOVE "N" TO WS-Dates-Flag
               END-IF
           END-IF.

      *> Re-prompts until the operator keys a valid from-date.
       AcceptFromDate.
           DISPLAY "Accrue from date (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE FromDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               MOVE FromDate TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               IF NOT DateCheckOk
                   MOVE "N" TO NumEntryValid
                   DISPLAY "Invalid entry - not a real calendar "
                       "date, or in the future."
               END-IF
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Re-prompts until the operator keys a valid thru-date no
      *> earlier than the from-date.
       AcceptThruDate.
           DISPLAY "Accrue thru date (YYYYMMDD): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE ThruDate =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               MOVE ThruDate TO DateCheckValue
               MOVE "Y" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               EVALUATE TRUE
                   WHEN NOT DateCheckOk
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - not a real calendar "
                           "date, or in the future."
                   WHEN ThruDate < FromDate
                       MOVE "N" TO NumEntryValid
                       DISPLAY "Invalid entry - thru date is before "
                           "the from date."
               END-EVALUATE
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       LoadPositions.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PositionFile
           IF PositionFileNotFound
               DISPLAY "Position file not on disk - nothing to "
                   "accrue."
           ELSE
               PERFORM ReadPositionRecord
               PERFORM UNTIL EndOfPositionFile
                   IF PositionUsed < 300
                       ADD 1 TO PositionUsed
                       PERFORM LoadOnePosition
                   ELSE
                       SET PositionTableOverflow TO TRUE
                   END-IF
                   PERFORM ReadPositionRecord
               END-PERFORM
               CLOSE PositionFile
           END-IF.

       ReadPositionRecord.
           READ PositionFile
               AT END SET EndOfPositionFile TO TRUE
           END-READ.

      *> Accrual fields a row written before them carries as
      *> spaces come into storage as actual/365 at no rate with
      *> nothing accrued.
       LoadOnePosition.
           MOVE PosAccountId  TO TblPosAccountId (PositionUsed)
           MOVE PosOpeningVal TO TblPosBalance (PositionUsed)
           MOVE PosScenario   TO TblPosScenario (PositionUsed)
           MOVE PosPeriods    TO TblPosPeriods (PositionUsed)
           IF PosThirty360
               MOVE "T" TO TblPosDayBasis (PositionUsed)
           ELSE
               MOVE "A" TO TblPosDayBasis (PositionUsed)
           END-IF
           IF PosRatePct NUMERIC
               MOVE PosRatePct TO TblPosRatePct (PositionUsed)
           ELSE
               MOVE 0 TO TblPosRatePct (PositionUsed)
           END-IF
           IF PosAccruedInt NUMERIC
               MOVE PosAccruedInt TO TblPosAccruedInt (PositionUsed)
           ELSE
               MOVE 0 TO TblPosAccruedInt (PositionUsed)
           END-IF
           IF PosAccruedThru NUMERIC
               MOVE PosAccruedThru TO
                   TblPosAccruedThru (PositionUsed)
           ELSE
               MOVE 0 TO TblPosAccruedThru (PositionUsed)
           END-IF
           IF PosPostedThru NUMERIC
               MOVE PosPostedThru TO TblPosPostedThru (PositionUsed)
           ELSE
               MOVE 0 TO TblPosPostedThru (PositionUsed)
           END-IF
           IF PosLoan
               MOVE "L" TO TblPosProductType (PositionUsed)
           ELSE
               MOVE "S" TO TblPosProductType (PositionUsed)
           END-IF
           IF PosLoanRatePct NUMERIC
               MOVE PosLoanRatePct TO
                   TblPosLoanRatePct (PositionUsed)
           ELSE
               MOVE 0 TO TblPosLoanRatePct (PositionUsed)
           END-IF.

      *> A loan's interest is in its amortization schedule, so a
      *> loan position is carried through untouched.
       SelectOnePosition.
           IF TblPosProductType (PositionIdx) NOT = "L"
               PERFORM AccrueOnePosition
           END-IF.

      *> One account across the span, starting after the later of
      *> the from date and the date it is already accrued through.
      *> A capitalisation that would outgrow the balance field
      *> stops the account there for the run: the interest stays
      *> accrued and unposted, the balance untouched, for finance
      *> to deal with before the next month end.
       AccrueOnePosition.
           ADD 1 TO PositionCount
           MOVE "N" TO WS-Refused-Flag
           MOVE 0 TO DaysAccrued
           MOVE 0 TO RunAccrued
           MOVE 0 TO RunCapitalised
           EVALUATE TRUE
               WHEN TblPosAccruedThru (PositionIdx) > 0
                   COMPUTE StartDayNumber = FUNCTION INTEGER-OF-DATE
                       (TblPosAccruedThru (PositionIdx))
               WHEN FromDayNumber > 0
                   MOVE FromDayNumber TO StartDayNumber
               WHEN OTHER
                   COMPUTE StartDayNumber = ThruDayNumber - 1
           END-EVALUATE
           IF FromDayNumber > StartDayNumber
               MOVE FromDayNumber TO StartDayNumber
           END-IF
           PERFORM AccrueOneDay
               VARYING DayNumber FROM StartDayNumber BY 1
                   UNTIL DayNumber >= ThruDayNumber
                       OR PositionRefused
           IF PositionRefused
               ADD 1 TO RefusedCount
               DISPLAY "Balance overflow - position refused: "
                   TblPosAccountId (PositionIdx)
           END-IF
           PERFORM WriteAccrualDetail.

      *> The day after DayNumber: a day's interest on the balance,
      *> and on the calendar's month-end date the capitalisation.
       AccrueOneDay.
           COMPUTE PriorDate = FUNCTION DATE-OF-INTEGER(DayNumber)
           COMPUTE AccrualDate =
               FUNCTION DATE-OF-INTEGER(DayNumber + 1)
           IF TblPosDayBasis (PositionIdx) = "T"
               MOVE PrdDay TO Day30From
               IF Day30From > 30
                   MOVE 30 TO Day30From
               END-IF
               MOVE AcdDay TO Day30Thru
               IF Day30Thru > 30
                   MOVE 30 TO Day30Thru
               END-IF
               COMPUTE DayCount = (AcdYear - PrdYear) * 360
                   + (AcdMonth - PrdMonth) * 30
                   + Day30Thru - Day30From
               COMPUTE DayInterest ROUNDED =
                   TblPosBalance (PositionIdx)
                   * TblPosRatePct (PositionIdx) / 100
                   * DayCount / 360
           ELSE
               COMPUTE DayInterest ROUNDED =
                   TblPosBalance (PositionIdx)
                   * TblPosRatePct (PositionIdx) / 100 / 365
           END-IF
           ADD DayInterest TO TblPosAccruedInt (PositionIdx)
           ADD DayInterest TO RunAccrued
           ADD 1 TO DaysAccrued
           MOVE AccrualDate TO TblPosAccruedThru (PositionIdx)
           PERFORM FindMonthEndDate
           IF AccrualDate = MonthEndDate
                   AND TblPosAccruedInt (PositionIdx) >= 0.005
               PERFORM CapitaliseInterest
           END-IF.

      *> The last business day of the accrual date's month - the
      *> walk starts the day the next month opens and steps one
      *> business day back on the default calendar.
       FindMonthEndDate.
           IF AccrualDate (1:6) NOT = MonthEndMonth
               MOVE AccrualDate (1:6) TO MonthEndMonth
               IF AcdMonth = 12
                   COMPUTE AncYear = AcdYear + 1
                   MOVE 01 TO AncMonth
               ELSE
                   MOVE AcdYear TO AncYear
                   COMPUTE AncMonth = AcdMonth + 1
               END-IF
               MOVE 01 TO AncDay
               MOVE AnchorDate TO BusDayDate1
               MOVE -1 TO BusDayOffset
               MOVE "A" TO BusDayFunction
               MOVE 0 TO BusDayDate2
               MOVE 0 TO BusDaySpan
               MOVE SPACES TO BusDayCalId
               CALL "BusDayCalc" USING BusDayFunction, BusDayDate1,
                   BusDayOffset, BusDayDate2, BusDaySpan, BusDayCalId
               MOVE BusDayDate2 TO MonthEndDate
           END-IF.

      *> The accrued interest, to the cent, moves into the balance
      *> and the ledger records the posting against the account.
       CapitaliseInterest.
           COMPUTE CapitalisedAmt ROUNDED =
               TblPosAccruedInt (PositionIdx)
           MOVE TblPosBalance (PositionIdx) TO BalanceBefore
           ADD CapitalisedAmt TO TblPosBalance (PositionIdx)
               ON SIZE ERROR
                   SET PositionRefused TO TRUE
           END-ADD
           IF NOT PositionRefused
               MOVE 0 TO TblPosAccruedInt (PositionIdx)
               ADD CapitalisedAmt TO RunCapitalised
               ADD 1 TO CapitalCount
               PERFORM WriteLedgerRecord
           END-IF.

       WriteLedgerRecord.
           MOVE 0 TO LedgerTotalSum
           MOVE 0 TO LedgerDifference
           MOVE 0 TO LedgerProduct
           MOVE 0 TO LedgerQuotient
           MOVE 0 TO LedgerRem
           MOVE CapitalisedAmt TO LedgerComputedVal
           MOVE 1 TO LedgerPeriod
           MOVE BalanceBefore TO LedgerOpeningVal
           MOVE TblPosBalance (PositionIdx) TO LedgerClosingVal
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               LedgerRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               LedgerRecord
           MOVE RunIdValue TO RunStampRunId OF LedgerRecord
           MOVE TblPosAccountId (PositionIdx) TO LedgerAccountId
           MOVE "INTEREST" TO LedgerScenario
           WRITE LedgerRecord.

       WriteAccrualDetail.
           ADD RunAccrued TO TotalAccrued
           ADD RunCapitalised TO TotalCapitalised
           MOVE TblPosAccountId (PositionIdx) TO AdlAccountId
           IF TblPosDayBasis (PositionIdx) = "T"
               MOVE "30/360" TO AdlBasis
           ELSE
               MOVE "ACT/365" TO AdlBasis
           END-IF
           MOVE TblPosRatePct (PositionIdx) TO AdlRate
           MOVE DaysAccrued TO AdlDays
           MOVE RunAccrued TO AdlAccrued
           MOVE RunCapitalised TO AdlCapitalised
           MOVE TblPosAccruedInt (PositionIdx) TO AdlUnposted
           MOVE TblPosBalance (PositionIdx) TO AdlBalance
           MOVE AccrualDetail TO AccrualReportLine
           WRITE AccrualReportLine
           DISPLAY AccrualDetail.

       RewritePositionFile.
           OPEN OUTPUT PositionFile
           PERFORM WriteOnePositionRecord
               VARYING PositionIdx FROM 1 BY 1
                   UNTIL PositionIdx > PositionUsed
           CLOSE PositionFile.

       WriteOnePositionRecord.
           MOVE TblPosAccountId (PositionIdx)   TO PosAccountId
           MOVE TblPosBalance (PositionIdx)     TO PosOpeningVal
           MOVE TblPosScenario (PositionIdx)    TO PosScenario
           MOVE TblPosPeriods (PositionIdx)     TO PosPeriods
           MOVE TblPosDayBasis (PositionIdx)    TO PosDayBasis
           MOVE TblPosRatePct (PositionIdx)     TO PosRatePct
           MOVE TblPosAccruedInt (PositionIdx)  TO PosAccruedInt
           MOVE TblPosAccruedThru (PositionIdx) TO PosAccruedThru
           MOVE TblPosPostedThru (PositionIdx)  TO PosPostedThru
           MOVE TblPosProductType (PositionIdx) TO PosProductType
           MOVE TblPosLoanRatePct (PositionIdx) TO PosLoanRatePct
           WRITE PositionRecord.

       WriteReportHeading.
           MOVE "INTEREST ACCRUAL" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO AccrualReportLine
           WRITE AccrualReportLine
           MOVE SPACES TO AccrualReportLine
           STRING "Accrued from " FromDate " thru " ThruDate
               DELIMITED BY SIZE INTO AccrualReportLine
           WRITE AccrualReportLine.

       WriteReportTotals.
           MOVE SPACES TO AccrualReportLine
           WRITE AccrualReportLine
           MOVE PositionCount TO AtlPositions
           MOVE TotalAccrued TO AtlAccrued
           MOVE TotalCapitalised TO AtlCapitalised
           MOVE RefusedCount TO AtlRefused
           MOVE AccrualTotalLine TO AccrualReportLine
           WRITE AccrualReportLine
           DISPLAY AccrualTotalLine.

       GetJobParm.
           MOVE "InterestAccrual" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the overnight stream no longer has
      *> to carry sign-on answers in exactly the right order.
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

      *> The run rewrites the position file, so two copies must
      *> never run at once.
       AcquireRunLock.
           MOVE "InterestAccrual" TO LockProgramId
           MOVE OperatorId TO LockOperatorId
           MOVE "A" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted.

      *> The CALL resets the RETURN-CODE register, so the run's own
      *> condition code is carried across the release.
       ReleaseRunLock.
           MOVE RETURN-CODE TO SavedReturnCode
           MOVE "R" TO LockAction
           CALL "RunLock" USING LockAction, LockProgramId,
               LockOperatorId, LockGranted
           MOVE SavedReturnCode TO RETURN-CODE.

      *> Appends a run-level entry to the central audit trail - the
      *> ledger reconciliation matches the capitalisation records
      *> to it by run ID.
       WriteAuditLog.
           MOVE "InterestAccrual" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "From=" FromDate " Thru=" ThruDate
               " Pos=" PositionUsed
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Accr=" TotalAccrued " Cap=" CapitalCount
               " Ref=" RefusedCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
