       IDENTIFICATION DIVISION.
       PROGRAM-ID. RemitReturn.

      *> Month-end statutory remittance return.  Every month the
      *> amount owed to the tax office - the tax withheld from
      *> employees plus the employer's own pension and
      *> social-security contributions - was worked out on a
      *> spreadsheet from the run displays.  This run totals the
      *> month from the payroll deduction feed (regular postings,
      *> retro adjustments and year-end settlements alike, each in
      *> the month it was posted) and from the employer-contribution
      *> register TaxSlab writes alongside it, and prints the return
      *> for the filing.  It is fired on the last business day of
      *> the month from the period-end run plan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PayrollDeductionFile ASSIGN TO
               "Data/EvTrue/PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayrollFileStatus.
           SELECT ContributionFile ASSIGN TO
               "Data/EvTrue/CONTRIB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ContributionFileStatus.
           SELECT RemitReportFile ASSIGN TO
               "Data/EvTrue/REMITRET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PayrollDeductionFile.
           COPY PAYDED.

       FD  ContributionFile.
           COPY CONTRIB.

       FD  RemitReportFile.
       01  RemitReportLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY SESSION.
           COPY JOBPARM.
           COPY RPTHDR.
           COPY RUNSTATS.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".

       01 ContributionFileStatus PIC XX.
           88 ContributionFileNotFound VALUE "35".

       01 WS-Pay-Eof-Flag PIC X VALUE "N".
           88 EndOfPayrollFile VALUE "Y".

       01 WS-Ctb-Eof-Flag PIC X VALUE "N".
           88 EndOfContributionFile VALUE "Y".

      *> The filing month (YYYYMM) and the month a row was posted
      *> in.  Zero from the job-parameter file means the month of
      *> the day before the run: the month-end step is planned on
      *> the month's last business day and runs overnight, often
      *> after the calendar month has already turned.
       01 RemitMonth  PIC 9(6).
       01 RemitDate   PIC 9(8).
       01 RecordMonth PIC 9(6).

      *> The month's totals for the return.
       01 TaxWithheld  PIC S9(11)V99 VALUE 0.
       01 PensionDue   PIC 9(11)V99  VALUE 0.
       01 SocSecDue    PIC 9(11)V99  VALUE 0.
       01 RemitTotal   PIC S9(11)V99 VALUE 0.
       01 TaxRows      PIC 9(7) VALUE 0.
       01 ContribRows  PIC 9(7) VALUE 0.

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.

       01 RemitAmountLine.
           05 RalLabel  PIC X(36).
           05 RalAmount PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER    PIC X(2) VALUE SPACES.
           05 RalNote   PIC X(30).

       01 RemitRowCount PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM AcceptRemitMonth.

           PERFORM TotalWithheldTax.
           PERFORM TotalContributions.
           COMPUTE RemitTotal = TaxWithheld + PensionDue + SocSecDue.

           OPEN OUTPUT RemitReportFile.
           PERFORM WriteRemitReturn.
           CLOSE RemitReportFile.

           DISPLAY "Remittance for " RemitMonth ": tax " TaxWithheld
               " pension " PensionDue " social security "
               SocSecDue " total " RemitTotal ".".

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           MOVE 0 TO RETURN-CODE.

           GOBACK.

      *> The month to file comes from the job-parameter file under
      *> the driver, and from the console otherwise, re-prompting
      *> until it is numeric.
       AcceptRemitMonth.
           MOVE "REMIT-MONTH" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               COMPUTE RemitMonth =
                   FUNCTION NUMVAL(FUNCTION TRIM(JpParmValue))
               IF RemitMonth = 0
                   COMPUTE RemitDate = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL
                               (FUNCTION CURRENT-DATE(1:8))) - 1)
                   MOVE RemitDate (1:6) TO RemitMonth
               END-IF
           ELSE
               MOVE "N" TO NumEntryValid
               PERFORM AcceptRemitMonthEntry UNTIL NumEntryIsValid
           END-IF
           DISPLAY "Remittance return for month " RemitMonth ".".

       AcceptRemitMonthEntry.
           DISPLAY "Remittance return for month (YYYYMM): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE RemitMonth =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

      *> Tax withheld in the month: each regular posting's tax, and
      *> the signed tax difference of every adjustment and
      *> settlement posted in the month.
       TotalWithheldTax.
           MOVE "N" TO WS-Pay-Eof-Flag
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               DISPLAY "Payroll feed not on disk - no tax withheld."
           ELSE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfPayrollFile
                   MOVE RunStampDate OF PayrollDeductionRecord (1:6)
                       TO RecordMonth
                   IF RecordMonth = RemitMonth
                       PERFORM AccumulateWithheldTax
                   END-IF
                   PERFORM ReadPayrollRecord
               END-PERFORM
               CLOSE PayrollDeductionFile
           END-IF.

       ReadPayrollRecord.
           READ PayrollDeductionFile
               AT END SET EndOfPayrollFile TO TRUE
               NOT AT END ADD 1 TO RecordsRead
           END-READ.

       AccumulateWithheldTax.
           ADD 1 TO TaxRows
           IF PayrollTaxAmount NUMERIC
               ADD PayrollTaxAmount TO TaxWithheld
           END-IF
           IF PayrollAdjustmentEntry OR PayrollTrueUpEntry
               IF PayrollAdjTax NUMERIC
                   ADD PayrollAdjTax TO TaxWithheld
               END-IF
           END-IF.

      *> The employer's contributions charged in the month, from
      *> the register the payroll runs append to.
       TotalContributions.
           MOVE "N" TO WS-Ctb-Eof-Flag
           OPEN INPUT ContributionFile
           IF ContributionFileNotFound
               DISPLAY "Contribution register not on disk - no "
                   "employer contributions."
           ELSE
               PERFORM ReadContributionRecord
               PERFORM UNTIL EndOfContributionFile
                   MOVE RunStampDate OF ContributionRecord (1:6)
                       TO RecordMonth
                   IF RecordMonth = RemitMonth
                       ADD 1 TO ContribRows
                       IF CtbPension NUMERIC
                           ADD CtbPension TO PensionDue
                       END-IF
                       IF CtbSocSec NUMERIC
                           ADD CtbSocSec TO SocSecDue
                       END-IF
                   END-IF
                   PERFORM ReadContributionRecord
               END-PERFORM
               CLOSE ContributionFile
           END-IF.

       ReadContributionRecord.
           READ ContributionFile
               AT END SET EndOfContributionFile TO TRUE
               NOT AT END ADD 1 TO RecordsRead
           END-READ.

      *> The return itself: the standard header, the filing month,
      *> one line per component with the rows behind it, and the
      *> total to remit.
       WriteRemitReturn.
           MOVE "STATUTORY REMITTANCE RETURN" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO RemitReportLine
           PERFORM WriteRemitLine
           MOVE SPACES TO RemitReportLine
           STRING "Filing month " RemitMonth "   run " RunIdValue
               DELIMITED BY SIZE INTO RemitReportLine
           PERFORM WriteRemitLine
           MOVE SPACES TO RemitReportLine
           PERFORM WriteRemitLine

           MOVE SPACES TO RemitAmountLine
           MOVE "Tax withheld from employees" TO RalLabel
           MOVE TaxWithheld TO RalAmount
           MOVE TaxRows TO RemitRowCount
           STRING RemitRowCount " payroll rows"
               DELIMITED BY SIZE INTO RalNote
           MOVE RemitAmountLine TO RemitReportLine
           PERFORM WriteRemitLine

           MOVE SPACES TO RemitAmountLine
           MOVE "Employer pension contributions" TO RalLabel
           MOVE PensionDue TO RalAmount
           MOVE ContribRows TO RemitRowCount
           STRING RemitRowCount " contribution rows"
               DELIMITED BY SIZE INTO RalNote
           MOVE RemitAmountLine TO RemitReportLine
           PERFORM WriteRemitLine

           MOVE SPACES TO RemitAmountLine
           MOVE "Employer social-security contribs" TO RalLabel
           MOVE SocSecDue TO RalAmount
           MOVE RemitAmountLine TO RemitReportLine
           PERFORM WriteRemitLine

           MOVE SPACES TO RemitReportLine
           PERFORM WriteRemitLine
           MOVE SPACES TO RemitAmountLine
           MOVE "TOTAL REMITTANCE DUE" TO RalLabel
           MOVE RemitTotal TO RalAmount
           MOVE RemitAmountLine TO RemitReportLine
           PERFORM WriteRemitLine.

       WriteRemitLine.
           WRITE RemitReportLine
           ADD 1 TO RecordsWritten.

      *> Appends this run's record counts to the shared statistics
      *> file.
       WriteRunStats.
           MOVE "RemitReturn" TO StatProgramId
           MOVE RecordsRead     TO StatRecordsRead
           MOVE RecordsWritten  TO StatRecordsWritten
           MOVE RecordsRejected TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
               StatRecordsWritten, StatRecordsRejected,
               StatOperatorId, StatRunId.

      *> Fetches one console answer from the shared job-parameter
      *> file - found only while NightlyBatch has the batch-mode
      *> flag raised, so interactive runs still prompt.
       GetJobParm.
           MOVE "RemitReturn" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the month-end dispatch runs with
      *> no console and no hung prompt.
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

      *> Appends a run-level entry to the central audit trail with
      *> the month filed and the total due.
       WriteAuditLog.
           MOVE "RemitReturn" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Month=" RemitMonth
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           MOVE RemitTotal TO RalAmount
           STRING "Total=" RalAmount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
