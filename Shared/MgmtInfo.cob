       IDENTIFICATION DIVISION.
       PROGRAM-ID. MgmtInfo.

      *> Monthly management information pack.  Every month the same
      *> figures were asked for and put together by hand from half a
      *> dozen reports; this run pulls them into one paginated pack
      *> for a keyed calendar month - applicants received, accepted
      *> and rejected by age band off the Agecheck extracts,
      *> headcount with starters and leavers off the employee
      *> master, the month's gross, tax and net pay off the payroll
      *> deduction feed, the GPA spread of the current term off the
      *> student master, the open reconciliation items and the
      *> month's exception volumes - each figure set beside the
      *> month before.  Each month's figures are appended to the MI
      *> history, which is where the previous month comes from on
      *> the next run.  The pack is routed to management through
      *> ReportBundle.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GenCatalogFile ASSIGN TO
               "Data/Shared/GENCATALOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GenCatalogFileStatus.
           SELECT AcceptedFile ASSIGN TO DYNAMIC ExtractPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractFileStatus.
           SELECT RejectedFile ASSIGN TO DYNAMIC ExtractPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractFileStatus.
           SELECT EmployeeMasterFile ASSIGN TO
               "Data/EvTrue/EMPMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EmployeeMasterFileStatus.
           SELECT PayrollDeductionFile ASSIGN TO
               "Data/EvTrue/PAYROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PayrollFileStatus.
           SELECT StudentMasterFile ASSIGN TO
               "Data/Nested/GCMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentMasterFileStatus.
           SELECT OpenItemFile ASSIGN TO "Data/If/IFOPEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OpenItemFileStatus.
           SELECT ExceptionLogFile ASSIGN TO
               "Data/Shared/EXCEPTIONLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExceptionLogFileStatus.
           SELECT MiHistoryFile ASSIGN TO "Data/Shared/MIHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MiHistoryFileStatus.
           SELECT MiPackFile ASSIGN TO "Data/Shared/MIPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> GenKeep's catalog of kept generations - the extracts are
      *> rewritten every run, so a month of them lives in the
      *> generations.
       FD  GenCatalogFile.
       01  GenCatalogRecord.
           05 GcBasePath PIC X(44).
           05 GcGenDate  PIC 9(8).
           05 GcPurged   PIC X.

       FD  AcceptedFile.
           COPY APPACC.

       FD  RejectedFile.
           COPY APPREJ.

       FD  EmployeeMasterFile.
           COPY EMPREC.

       FD  PayrollDeductionFile.
           COPY PAYDED.

      *> The student master, pulled apart by the positions GradeCheck
      *> lays it down with.
       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

      *> IfExample's unmatched items carried forward from night to
      *> night until their other side turns up.
       FD  OpenItemFile.
       01  OpenItemRecord.
           05 OpnSide      PIC X.
           05 OpnRefKey    PIC X(10).
           05 OpnAmount    PIC S9(5)V99 SIGN LEADING SEPARATE.
           05 OpnFirstSeen PIC 9(8).

       FD  ExceptionLogFile.
       01  ExceptionLogRecord.
           05 ElrProgramId  PIC X(15).
           05 ElrTimestamp  PIC X(14).
           05 ElrReasonCode PIC X(3).
           05 ElrReasonText PIC X(40).
           05 ElrOperatorId PIC X(10).
           05 ElrRunId      PIC X(14).
           05 ElrSeverity   PIC 9.

      *> One row per month and figure, appended by every run of the
      *> pack.  A month packed twice has two sets of rows; the later
      *> one is the one compared against.
       FD  MiHistoryFile.
       01  MiHistoryRecord.
           05 MihMonth PIC 9(6).
           05 MihCode  PIC X(12).
           05 MihValue PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  MiPackFile.
       01  MiPackLine PIC X(100).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY NUMENTRY.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.
           COPY PARMLOOK.
           COPY PARMUSE.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 GenCatalogFileStatus PIC XX.
           88 GenCatalogFileNotFound VALUE "35".
       01 ExtractFileStatus PIC XX.
           88 ExtractFileNotFound VALUE "35".
       01 EmployeeMasterFileStatus PIC XX.
           88 EmployeeMasterFileNotFound VALUE "35".
       01 PayrollFileStatus PIC XX.
           88 PayrollFileNotFound VALUE "35".
       01 StudentMasterFileStatus PIC XX.
           88 StudentMasterFileNotFound VALUE "35".
       01 OpenItemFileStatus PIC XX.
           88 OpenItemFileNotFound VALUE "35".
       01 ExceptionLogFileStatus PIC XX.
           88 ExceptionLogFileNotFound VALUE "35".
       01 MiHistoryFileStatus PIC XX.
           88 MiHistoryFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

      *> The month packed and the month it is compared with.
       01 ReportMonth PIC 9(6).
       01 ReportMonthParts REDEFINES ReportMonth.
           05 ReportYear    PIC 9(4).
           05 ReportMonthNo PIC 9(2).
       01 PriorMonth PIC 9(6).
       01 PriorMonthParts REDEFINES PriorMonth.
           05 PriorYear    PIC 9(4).
           05 PriorMonthNo PIC 9(2).
       01 MonthStart  PIC 9(8).
       01 MonthEnd    PIC 9(8).
       01 NextMonthStart PIC 9(8).
       01 AgedCutoff  PIC 9(8).
       01 Today       PIC 9(8).

       01 WS-Month-Flag PIC X VALUE "N".
           88 ReportMonthValid VALUE "Y".

      *> Which sources were on disk - a missing one is noted on its
      *> section of the pack and puts no figures on the history.
       01 WS-App-Flag PIC X VALUE "N".
           88 ApplicantSourceFound VALUE "Y".
       01 WS-Purged-Flag PIC X VALUE "N".
           88 ExtractRunsPurged VALUE "Y".
       01 WS-Emp-Flag PIC X VALUE "N".
           88 EmployeeSourceFound VALUE "Y".
       01 WS-Pay-Flag PIC X VALUE "N".
           88 PayrollSourceFound VALUE "Y".
       01 WS-Gpa-Flag PIC X VALUE "N".
           88 StudentSourceFound VALUE "Y".
       01 WS-Opn-Flag PIC X VALUE "N".
           88 OpenItemSourceFound VALUE "Y".
       01 WS-Exc-Flag PIC X VALUE "N".
           88 ExceptionSourceFound VALUE "Y".
       01 SourcesMissing PIC 9 VALUE 0.

      *> Applicants: the age bands are Agecheck's own, the first
      *> two split at the ADULT-AGE central parameter.
       01 AdultAge PIC 9(3) VALUE 18.
       01 AdultAgeDisplay PIC ZZ9.
       01 Age      PIC 9(3).
       01 BandIdx  PIC 9.
       01 ApplicantBandTable.
           05 ApplicantBand OCCURS 5 TIMES.
               10 BandLabelText   PIC X(12).
               10 BandAccepted    PIC 9(7).
               10 BandRejected    PIC 9(7).
       01 AcceptedTotal PIC 9(7) VALUE 0.
       01 RejectedTotal PIC 9(7) VALUE 0.
       01 AgecheckRuns  PIC 9(5) VALUE 0.

       01 AcceptedBasePath PIC X(44)
           VALUE "Data/Agecheck/ACCEPTED.DAT".
       01 RejectedBasePath PIC X(44)
           VALUE "Data/Agecheck/REJECTED.DAT".
       01 ExtractPathName  PIC X(56).

      *> The month's generations to read, one per extract and day -
      *> two runs on one day share the later run's generation.
       01 GenerationTable.
           05 GenerationEntry OCCURS 70 TIMES.
               10 TblGenKind PIC X.
               10 TblGenDate PIC 9(8).
       01 GenerationUsed PIC 9(2) VALUE 0.
       01 GenerationIdx  PIC 9(2).
       01 WS-Gen-Flag PIC X.
           88 GenerationKnown VALUE "Y".
       01 GenKind PIC X.
           88 GenAccepted VALUE "A".
           88 GenRejected VALUE "R".

      *> Each run's rows are counted from the first file they are
      *> met in only - the live extract is a copy of the newest
      *> generation, and a resumed run's extract carries the rows of
      *> the run it resumed.
       01 RunSeenTable.
           05 RunSeenEntry OCCURS 200 TIMES.
               10 TblRunKind    PIC X.
               10 TblRunId      PIC X(14).
               10 TblRunFileSeq PIC 9(3).
       01 RunSeenUsed PIC 9(3) VALUE 0.
       01 RunSeenIdx  PIC 9(3).
       01 RunScanIdx  PIC 9(3).
       01 FileSeq     PIC 9(3) VALUE 0.
       01 RowRunId    PIC X(14).
       01 WS-Count-Flag PIC X.
           88 CountThisRow VALUE "Y".
       01 WS-Run-Found-Flag PIC X.
           88 RunIdFound VALUE "Y".

      *> Employees.
       01 Headcount PIC 9(7) VALUE 0.
       01 Starters  PIC 9(7) VALUE 0.
       01 Leavers   PIC 9(7) VALUE 0.
       01 TermDate  PIC 9(8).

      *> Payroll - adjustment and true-up rows count in the month
      *> they were posted, the way the year-to-date run folds them.
       01 PayGross    PIC S9(11)V99 VALUE 0.
       01 PayTax      PIC S9(11)V99 VALUE 0.
       01 PayNet      PIC S9(11)V99 VALUE 0.
       01 PayRecords  PIC 9(7) VALUE 0.

      *> GPA spread of the term on the master, by the registrar's
      *> credit-weighted GPA.
       01 WorkImage   PIC X(171).
       01 WorkGpa     PIC 9V99.
       01 WorkGpaImage REDEFINES WorkGpa PIC X(3).
       01 GpaBandTable.
           05 GpaBandCount PIC 9(7) OCCURS 5 TIMES.
       01 GpaStudents PIC 9(7) VALUE 0.
       01 GpaTotal    PIC 9(9)V99 VALUE 0.
       01 GpaAverage  PIC 9V99 VALUE 0.
       01 GpaIdx      PIC 9.

      *> Open reconciliation items at the month end.
       01 OpenCountA  PIC 9(7) VALUE 0.
       01 OpenCountB  PIC 9(7) VALUE 0.
       01 OpenAmountA PIC S9(9)V99 VALUE 0.
       01 OpenAmountB PIC S9(9)V99 VALUE 0.
       01 OpenAged    PIC 9(7) VALUE 0.

      *> Exceptions logged in the month, by severity.
       01 ExceptionBySeverity.
           05 ExcSeverityCount PIC 9(7) OCCURS 3 TIMES.
       01 ExceptionTotal PIC 9(7) VALUE 0.
       01 SeverityIdx    PIC 9.

      *> Every figure on the pack, in print order, with last month's
      *> value once it has been found on the history.
       01 MetricTable.
           05 MetricEntry OCCURS 60 TIMES.
               10 TblMetSection  PIC 9.
               10 TblMetCode     PIC X(12).
               10 TblMetLabel    PIC X(32).
               10 TblMetKind     PIC X.
               10 TblMetThis     PIC S9(11)V99.
               10 TblMetPrior    PIC S9(11)V99.
               10 TblMetPriorFnd PIC X.
       01 MetricUsed PIC 9(2) VALUE 0.
       01 MetricIdx  PIC 9(2).

      *> The figure being added to the table.
       01 NewMetSection PIC 9.
       01 NewMetCode    PIC X(12).
       01 NewMetLabel   PIC X(32).
       01 NewMetKind    PIC X.
           88 NewMetIsCount VALUE "C".
       01 NewMetValue   PIC S9(11)V99.

       01 SectionTitles.
           05 FILLER PIC X(40) VALUE "APPLICANTS (AGECHECK EXTRACTS)".
           05 FILLER PIC X(40) VALUE "STAFF (EMPLOYEE MASTER)".
           05 FILLER PIC X(40) VALUE "PAYROLL (DEDUCTION FEED)".
           05 FILLER PIC X(40) VALUE "TERM GPA DISTRIBUTION".
           05 FILLER PIC X(40) VALUE "OPEN RECONCILIATION ITEMS".
           05 FILLER PIC X(40) VALUE "EXCEPTIONS LOGGED".
       01 SectionTitleView REDEFINES SectionTitles.
           05 SectionTitle PIC X(40) OCCURS 6 TIMES.
       01 SectionIdx     PIC 9.
       01 PrintedSection PIC 9 VALUE 0.

       01 PrintLineCount PIC 9(3) VALUE 0.
       01 HeldPackLine   PIC X(100).
       01 PageLineLimit  PIC 9(3) VALUE 55.

       01 ChangeValue PIC S9(11)V99.
       01 ChangePct   PIC S9(5)V9.
       01 EditCount   PIC ----,---,--9.
       01 EditAmount  PIC ----,---,--9.99.
       01 EditPct     PIC -----9.9.

       01 MonthLine.
           05 FILLER       PIC X(6) VALUE "Month ".
           05 MlMonthYear  PIC 9(4).
           05 FILLER       PIC X VALUE "-".
           05 MlMonthNo    PIC 9(2).
           05 FILLER       PIC X(15) VALUE " compared with ".
           05 MlPriorYear  PIC 9(4).
           05 FILLER       PIC X VALUE "-".
           05 MlPriorNo    PIC 9(2).

       01 ColumnHeadingLine.
           05 FILLER PIC X(32) VALUE SPACES.
           05 FILLER PIC X(16) VALUE "      THIS MONTH".
           05 FILLER PIC X(16) VALUE "      LAST MONTH".
           05 FILLER PIC X(16) VALUE "          CHANGE".
           05 FILLER PIC X(9)  VALUE "  CHANGE%".

       01 FigureLine.
           05 FglLabel  PIC X(32).
           05 FglThis   PIC X(16) JUSTIFIED RIGHT.
           05 FglPrior  PIC X(16) JUSTIFIED RIGHT.
           05 FglChange PIC X(16) JUSTIFIED RIGHT.
           05 FglPct    PIC X(9)  JUSTIFIED RIGHT.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           MOVE FUNCTION CURRENT-DATE(1:8) TO Today.
           PERFORM AcceptReportMonth.
           PERFORM SetMonthBounds.
           PERFORM LoadAdultAge.

           PERFORM TallyApplicants.
           PERFORM TallyStaff.
           PERFORM TallyPayroll.
           PERFORM TallyGpa.
           PERFORM TallyOpenItems.
           PERFORM TallyExceptions.

           PERFORM BuildMetrics.
           PERFORM LoadPriorMonth.

           OPEN OUTPUT MiPackFile.
           PERFORM StartNewPage.
           PERFORM PrintOneSection
               VARYING SectionIdx FROM 1 BY 1 UNTIL SectionIdx > 6.
           MOVE SPACES TO MiPackLine
           PERFORM PutPackLine.
           MOVE "==== END OF MONTHLY MANAGEMENT PACK ====" TO
               MiPackLine
           PERFORM PutPackLine.
           CLOSE MiPackFile.

           PERFORM AppendMonthHistory.

           DISPLAY "Management pack for " ReportYear "-" ReportMonthNo
               " written - " MetricUsed " figures, page "
               RptPageNumber ".".

           PERFORM WriteAuditLog.

           IF SourcesMissing > 0 OR ExtractRunsPurged
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

      *> The month comes from the job-parameter file under the
      *> nightly driver - zero meaning "the month just ended", so
      *> the period-end row that fires the pack on the first
      *> business day never needs a monthly edit - and from the
      *> console otherwise, re-prompting until it is a real month.
       AcceptReportMonth.
           MOVE "MI-MONTH" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk
               COMPUTE ReportMonth =
                   FUNCTION NUMVAL(FUNCTION TRIM(JpParmValue))
               PERFORM DefaultReportMonth
               PERFORM CheckReportMonth
           END-IF
           PERFORM AcceptReportMonthEntry UNTIL ReportMonthValid.

       AcceptReportMonthEntry.
           DISPLAY "Management pack for month (YYYYMM, 0 for the "
               "month just ended): "
           MOVE SPACES TO NumEntryRaw
           ACCEPT NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NumEntryIsValid
               COMPUTE ReportMonth =
                   FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
               PERFORM DefaultReportMonth
               PERFORM CheckReportMonth
           ELSE
               DISPLAY "Invalid entry - numeric value required."
           END-IF.

       DefaultReportMonth.
           IF ReportMonth = 0
               MOVE Today (1:6) TO ReportMonth
               IF ReportMonthNo = 1
                   SUBTRACT 1 FROM ReportYear
                   MOVE 12 TO ReportMonthNo
               ELSE
                   SUBTRACT 1 FROM ReportMonthNo
               END-IF
           END-IF.

       CheckReportMonth.
           IF ReportMonthNo >= 1 AND ReportMonthNo <= 12
                   AND ReportYear >= 1900
               SET ReportMonthValid TO TRUE
           ELSE
               DISPLAY "Invalid entry - not a calendar month."
           END-IF.

      *> First and last day of the month, the month before it, and
      *> the date an open item must predate to count as over thirty
      *> days old at the month end.
       SetMonthBounds.
           COMPUTE MonthStart = ReportMonth * 100 + 1
           MOVE ReportMonth TO PriorMonth
           IF PriorMonthNo = 1
               SUBTRACT 1 FROM PriorYear
               MOVE 12 TO PriorMonthNo
           ELSE
               SUBTRACT 1 FROM PriorMonthNo
           END-IF
           IF ReportMonthNo = 12
               COMPUTE NextMonthStart = (ReportYear + 1) * 10000
                   + 101
           ELSE
               COMPUTE NextMonthStart = MonthStart + 100
           END-IF
           COMPUTE MonthEnd = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NextMonthStart) - 1)
           COMPUTE AgedCutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(MonthEnd) - 30)
           DISPLAY "Packing " MonthStart " to " MonthEnd
               ", compared with " PriorMonth ".".

       LoadAdultAge.
           MOVE MonthEnd TO ParmLookupDate
           MOVE "ADULT-AGE" TO ParmLookupName
           MOVE "N" TO ParmLookupFound
           MOVE "MgmtInfo" TO ParmUsageProgram
           CALL "ParmLookup" USING ParmLookupName, ParmLookupDate,
               ParmLookupValue, ParmLookupFound
           IF ParmLookupOk
               MOVE ParmLookupValue TO AdultAge
           END-IF
           MOVE AdultAge TO AdultAgeDisplay
           MOVE SPACES TO BandLabelText (1)
           STRING "under " FUNCTION TRIM(AdultAgeDisplay)
               DELIMITED BY SIZE INTO BandLabelText (1)
           MOVE SPACES TO BandLabelText (2)
           STRING FUNCTION TRIM(AdultAgeDisplay) "-25"
               DELIMITED BY SIZE INTO BandLabelText (2)
           MOVE "26-40"       TO BandLabelText (3)
           MOVE "41-65"       TO BandLabelText (4)
           MOVE "66 and over" TO BandLabelText (5)
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE 0 TO BandAccepted (BandIdx)
               MOVE 0 TO BandRejected (BandIdx)
           END-PERFORM.

      *> The month's accepted and rejected rows: every kept
      *> generation of the two extracts dated in the month, then the
      *> live extracts, each run counted once.  A generation of the
      *> month already purged means the month cannot be complete,
      *> and the pack says so.
       TallyApplicants.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT GenCatalogFile
           IF GenCatalogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadGenCatalogRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM NoteOneGeneration
                   PERFORM ReadGenCatalogRecord
               END-PERFORM
               CLOSE GenCatalogFile
           END-IF

           PERFORM TallyOneGeneration
               VARYING GenerationIdx FROM 1 BY 1
                   UNTIL GenerationIdx > GenerationUsed

           MOVE AcceptedBasePath TO ExtractPathName
           PERFORM TallyAcceptedFile
           MOVE RejectedBasePath TO ExtractPathName
           PERFORM TallyRejectedFile

           PERFORM CountAgecheckRuns
           IF NOT ApplicantSourceFound
               ADD 1 TO SourcesMissing
           END-IF.

       ReadGenCatalogRecord.
           READ GenCatalogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       NoteOneGeneration.
           MOVE SPACE TO GenKind
           IF GcGenDate (1:6) = ReportMonth
               EVALUATE GcBasePath
                   WHEN AcceptedBasePath
                       MOVE "A" TO GenKind
                   WHEN RejectedBasePath
                       MOVE "R" TO GenKind
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF GenAccepted OR GenRejected
               IF GcPurged = "Y"
                   SET ExtractRunsPurged TO TRUE
               ELSE
                   PERFORM AddGeneration
               END-IF
           END-IF.

       AddGeneration.
           MOVE "N" TO WS-Gen-Flag
           PERFORM VARYING GenerationIdx FROM 1 BY 1
                   UNTIL GenerationIdx > GenerationUsed
                       OR GenerationKnown
               IF TblGenKind (GenerationIdx) = GenKind
                       AND TblGenDate (GenerationIdx) = GcGenDate
                   SET GenerationKnown TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN GenerationKnown
                   CONTINUE
               WHEN GenerationUsed < 70
                   ADD 1 TO GenerationUsed
                   MOVE GenKind TO TblGenKind (GenerationUsed)
                   MOVE GcGenDate TO TblGenDate (GenerationUsed)
               WHEN OTHER
                   DISPLAY "Generation table full - "
                       FUNCTION TRIM(GcBasePath) " of " GcGenDate
                       " not read."
           END-EVALUATE.

       TallyOneGeneration.
           MOVE SPACES TO ExtractPathName
           IF TblGenKind (GenerationIdx) = "A"
               STRING FUNCTION TRIM(AcceptedBasePath) ".G"
                   TblGenDate (GenerationIdx)
                   DELIMITED BY SIZE INTO ExtractPathName
               PERFORM TallyAcceptedFile
           ELSE
               STRING FUNCTION TRIM(RejectedBasePath) ".G"
                   TblGenDate (GenerationIdx)
                   DELIMITED BY SIZE INTO ExtractPathName
               PERFORM TallyRejectedFile
           END-IF.

       TallyAcceptedFile.
           ADD 1 TO FileSeq
           MOVE "A" TO GenKind
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AcceptedFile
           IF ExtractFileNotFound
               CONTINUE
           ELSE
               SET ApplicantSourceFound TO TRUE
               PERFORM ReadAcceptedRecord
               PERFORM UNTIL EndOfInputFile
                   IF RunStampDate OF AcceptedRecord (1:6)
                           = ReportMonth
                       MOVE RunStampRunId OF AcceptedRecord
                           TO RowRunId
                       PERFORM CheckRowRun
                       IF CountThisRow
                           MOVE AcceptedAge TO Age
                           PERFORM FindAgeBand
                           ADD 1 TO BandAccepted (BandIdx)
                           ADD 1 TO AcceptedTotal
                       END-IF
                   END-IF
                   PERFORM ReadAcceptedRecord
               END-PERFORM
               CLOSE AcceptedFile
           END-IF.

       ReadAcceptedRecord.
           READ AcceptedFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyRejectedFile.
           ADD 1 TO FileSeq
           MOVE "R" TO GenKind
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT RejectedFile
           IF ExtractFileNotFound
               CONTINUE
           ELSE
               SET ApplicantSourceFound TO TRUE
               PERFORM ReadRejectedRecord
               PERFORM UNTIL EndOfInputFile
                   IF RunStampDate OF RejectedRecord (1:6)
                           = ReportMonth
                       MOVE RunStampRunId OF RejectedRecord
                           TO RowRunId
                       PERFORM CheckRowRun
                       IF CountThisRow
                           MOVE RejectedAge TO Age
                           PERFORM FindAgeBand
                           ADD 1 TO BandRejected (BandIdx)
                           ADD 1 TO RejectedTotal
                       END-IF
                   END-IF
                   PERFORM ReadRejectedRecord
               END-PERFORM
               CLOSE RejectedFile
           END-IF.

       ReadRejectedRecord.
           READ RejectedFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> A row counts when its run was first met in this file; a
      *> run first met in an earlier file was counted there.
       CheckRowRun.
           MOVE "N" TO WS-Count-Flag
           MOVE "N" TO WS-Run-Found-Flag
           PERFORM VARYING RunSeenIdx FROM 1 BY 1
                   UNTIL RunSeenIdx > RunSeenUsed OR RunIdFound
               IF TblRunKind (RunSeenIdx) = GenKind
                       AND TblRunId (RunSeenIdx) = RowRunId
                   SET RunIdFound TO TRUE
                   IF TblRunFileSeq (RunSeenIdx) = FileSeq
                       SET CountThisRow TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RunIdFound
               SET CountThisRow TO TRUE
               IF RunSeenUsed < 200
                   ADD 1 TO RunSeenUsed
                   MOVE GenKind  TO TblRunKind (RunSeenUsed)
                   MOVE RowRunId TO TblRunId (RunSeenUsed)
                   MOVE FileSeq  TO TblRunFileSeq (RunSeenUsed)
               END-IF
           END-IF.

      *> Agecheck runs with a row in the month - a run that
      *> rejected everyone is on the rejected extract only.
       CountAgecheckRuns.
           MOVE 0 TO AgecheckRuns
           PERFORM VARYING RunSeenIdx FROM 1 BY 1
                   UNTIL RunSeenIdx > RunSeenUsed
               IF TblRunKind (RunSeenIdx) = "A"
                   ADD 1 TO AgecheckRuns
               ELSE
                   MOVE "N" TO WS-Run-Found-Flag
                   PERFORM VARYING RunScanIdx FROM 1 BY 1
                           UNTIL RunScanIdx > RunSeenUsed
                               OR RunIdFound
                       IF TblRunKind (RunScanIdx) = "A"
                               AND TblRunId (RunScanIdx)
                                   = TblRunId (RunSeenIdx)
                           SET RunIdFound TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT RunIdFound
                       ADD 1 TO AgecheckRuns
                   END-IF
               END-IF
           END-PERFORM.

       FindAgeBand.
           EVALUATE TRUE
               WHEN Age < AdultAge
                   MOVE 1 TO BandIdx
               WHEN Age <= 25
                   MOVE 2 TO BandIdx
               WHEN Age <= 40
                   MOVE 3 TO BandIdx
               WHEN Age <= 65
                   MOVE 4 TO BandIdx
               WHEN OTHER
                   MOVE 5 TO BandIdx
           END-EVALUATE.

      *> Headcount on the last day of the month, and who joined and
      *> left during it.  A leaver deactivated before termination
      *> dates were kept has no date to place them by and is left
      *> out of the headcount.
       TallyStaff.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT EmployeeMasterFile
           IF EmployeeMasterFileNotFound
               ADD 1 TO SourcesMissing
           ELSE
               SET EmployeeSourceFound TO TRUE
               PERFORM ReadEmployeeMasterRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM TallyOneEmployee
                   PERFORM ReadEmployeeMasterRecord
               END-PERFORM
               CLOSE EmployeeMasterFile
           END-IF.

       ReadEmployeeMasterRecord.
           READ EmployeeMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOneEmployee.
           IF EmpTermDate NUMERIC
               MOVE EmpTermDate TO TermDate
           ELSE
               MOVE 0 TO TermDate
           END-IF
           IF EmpHireDate NUMERIC
               IF EmpHireDate >= MonthStart AND EmpHireDate <= MonthEnd
                   ADD 1 TO Starters
               END-IF
               EVALUATE TRUE
                   WHEN EmpHireDate > MonthEnd
                       CONTINUE
                   WHEN TermDate > MonthEnd
                       ADD 1 TO Headcount
                   WHEN TermDate = 0 AND NOT EmpInactive
                       ADD 1 TO Headcount
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF TermDate >= MonthStart AND TermDate <= MonthEnd
               ADD 1 TO Leavers
           END-IF.

      *> Gross and tax posted in the month, with the adjustments
      *> folded in by the month they were posted; net is gross less
      *> tax, before the post-tax deductions.
       TallyPayroll.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT PayrollDeductionFile
           IF PayrollFileNotFound
               ADD 1 TO SourcesMissing
           ELSE
               SET PayrollSourceFound TO TRUE
               PERFORM ReadPayrollRecord
               PERFORM UNTIL EndOfInputFile
                   IF RunStampDate OF PayrollDeductionRecord (1:6)
                           = ReportMonth
                       PERFORM TallyOnePayrollRecord
                   END-IF
                   PERFORM ReadPayrollRecord
               END-PERFORM
               CLOSE PayrollDeductionFile
           END-IF
           COMPUTE PayNet = PayGross - PayTax.

       ReadPayrollRecord.
           READ PayrollDeductionFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOnePayrollRecord.
           ADD 1 TO PayRecords
           IF PayrollSalary NUMERIC
               ADD PayrollSalary TO PayGross
           END-IF
           IF PayrollTaxAmount NUMERIC
               ADD PayrollTaxAmount TO PayTax
           END-IF
           IF PayrollAdjustmentEntry OR PayrollTrueUpEntry
               IF PayrollAdjSalary NUMERIC
                   ADD PayrollAdjSalary TO PayGross
               END-IF
               IF PayrollAdjTax NUMERIC
                   ADD PayrollAdjTax TO PayTax
               END-IF
           END-IF.

      *> The term on the master as it stands - a record written
      *> before the weighted GPA existed is placed by its plain GPA.
       TallyGpa.
           PERFORM VARYING GpaIdx FROM 1 BY 1 UNTIL GpaIdx > 5
               MOVE 0 TO GpaBandCount (GpaIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT StudentMasterFile
           IF StudentMasterFileNotFound
               ADD 1 TO SourcesMissing
           ELSE
               SET StudentSourceFound TO TRUE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM TallyOneStudent
                   PERFORM ReadStudentMasterRecord
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF
           IF GpaStudents > 0
               COMPUTE GpaAverage ROUNDED = GpaTotal / GpaStudents
           END-IF.

       ReadStudentMasterRecord.
           READ StudentMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOneStudent.
           MOVE StudentMasterRecord TO WorkImage
           MOVE WorkImage (49:3) TO WorkGpaImage
           IF WorkGpa NOT NUMERIC
               MOVE WorkImage (35:3) TO WorkGpaImage
           END-IF
           IF WorkGpa NUMERIC
               ADD 1 TO GpaStudents
               ADD WorkGpa TO GpaTotal
               EVALUATE TRUE
                   WHEN WorkGpa >= 3.50
                       MOVE 1 TO GpaIdx
                   WHEN WorkGpa >= 3.00
                       MOVE 2 TO GpaIdx
                   WHEN WorkGpa >= 2.00
                       MOVE 3 TO GpaIdx
                   WHEN WorkGpa >= 1.00
                       MOVE 4 TO GpaIdx
                   WHEN OTHER
                       MOVE 5 TO GpaIdx
               END-EVALUATE
               ADD 1 TO GpaBandCount (GpaIdx)
           END-IF.

      *> The items still open, by side, and how many have waited
      *> more than thirty days for their other side.
       TallyOpenItems.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT OpenItemFile
           IF OpenItemFileNotFound
               ADD 1 TO SourcesMissing
           ELSE
               SET OpenItemSourceFound TO TRUE
               PERFORM ReadOpenItemRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM TallyOneOpenItem
                   PERFORM ReadOpenItemRecord
               END-PERFORM
               CLOSE OpenItemFile
           END-IF.

       ReadOpenItemRecord.
           READ OpenItemFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       TallyOneOpenItem.
           IF OpnSide = "A"
               ADD 1 TO OpenCountA
               ADD OpnAmount TO OpenAmountA
           ELSE
               ADD 1 TO OpenCountB
               ADD OpnAmount TO OpenAmountB
           END-IF
           IF OpnFirstSeen < AgedCutoff
               ADD 1 TO OpenAged
           END-IF.

       TallyExceptions.
           PERFORM VARYING SeverityIdx FROM 1 BY 1
                   UNTIL SeverityIdx > 3
               MOVE 0 TO ExcSeverityCount (SeverityIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ExceptionLogFile
           IF ExceptionLogFileNotFound
               ADD 1 TO SourcesMissing
           ELSE
               SET ExceptionSourceFound TO TRUE
               PERFORM ReadExceptionLogRecord
               PERFORM UNTIL EndOfInputFile
                   IF ElrTimestamp (1:6) = ReportMonth
                       PERFORM TallyOneException
                   END-IF
                   PERFORM ReadExceptionLogRecord
               END-PERFORM
               CLOSE ExceptionLogFile
           END-IF.

       ReadExceptionLogRecord.
           READ ExceptionLogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> A row logged before severities were kept counts as
      *> severity 2, the default the log assigns.
       TallyOneException.
           ADD 1 TO ExceptionTotal
           IF ElrSeverity NUMERIC
                   AND ElrSeverity >= 1 AND ElrSeverity <= 3
               MOVE ElrSeverity TO SeverityIdx
           ELSE
               MOVE 2 TO SeverityIdx
           END-IF
           ADD 1 TO ExcSeverityCount (SeverityIdx).

      *> Every figure into the table in print order, under its
      *> section.  A section whose source was not on disk has no
      *> figures.
       BuildMetrics.
           IF ApplicantSourceFound
               PERFORM BuildApplicantMetrics
           END-IF
           IF EmployeeSourceFound
               MOVE 2 TO NewMetSection
               MOVE "C" TO NewMetKind
               MOVE "STF-HEADCNT" TO NewMetCode
               MOVE "Headcount at month end" TO NewMetLabel
               MOVE Headcount TO NewMetValue
               PERFORM AddMetric
               MOVE "STF-STARTERS" TO NewMetCode
               MOVE "Starters" TO NewMetLabel
               MOVE Starters TO NewMetValue
               PERFORM AddMetric
               MOVE "STF-LEAVERS" TO NewMetCode
               MOVE "Leavers" TO NewMetLabel
               MOVE Leavers TO NewMetValue
               PERFORM AddMetric
           END-IF
           IF PayrollSourceFound
               PERFORM BuildPayrollMetrics
           END-IF
           IF StudentSourceFound
               PERFORM BuildGpaMetrics
           END-IF
           IF OpenItemSourceFound
               PERFORM BuildOpenItemMetrics
           END-IF
           IF ExceptionSourceFound
               PERFORM BuildExceptionMetrics
           END-IF.

       BuildApplicantMetrics.
           MOVE 1 TO NewMetSection
           MOVE "C" TO NewMetKind
           PERFORM VARYING BandIdx FROM 1 BY 1 UNTIL BandIdx > 5
               MOVE SPACES TO NewMetCode
               STRING "APP-RCV-B" BandIdx DELIMITED BY SIZE
                   INTO NewMetCode
               MOVE SPACES TO NewMetLabel
               STRING "Received   " BandLabelText (BandIdx)
                   DELIMITED BY SIZE INTO NewMetLabel
               COMPUTE NewMetValue = BandAccepted (BandIdx)
                   + BandRejected (BandIdx)
               PERFORM AddMetric
               MOVE SPACES TO NewMetCode
               STRING "APP-ACC-B" BandIdx DELIMITED BY SIZE
                   INTO NewMetCode
               MOVE SPACES TO NewMetLabel
               STRING "  accepted " BandLabelText (BandIdx)
                   DELIMITED BY SIZE INTO NewMetLabel
               MOVE BandAccepted (BandIdx) TO NewMetValue
               PERFORM AddMetric
               MOVE SPACES TO NewMetCode
               STRING "APP-REJ-B" BandIdx DELIMITED BY SIZE
                   INTO NewMetCode
               MOVE SPACES TO NewMetLabel
               STRING "  rejected " BandLabelText (BandIdx)
                   DELIMITED BY SIZE INTO NewMetLabel
               MOVE BandRejected (BandIdx) TO NewMetValue
               PERFORM AddMetric
           END-PERFORM
           MOVE "APP-RCV-ALL" TO NewMetCode
           MOVE "Received   all bands" TO NewMetLabel
           COMPUTE NewMetValue = AcceptedTotal + RejectedTotal
           PERFORM AddMetric
           MOVE "APP-ACC-ALL" TO NewMetCode
           MOVE "  accepted all bands" TO NewMetLabel
           MOVE AcceptedTotal TO NewMetValue
           PERFORM AddMetric
           MOVE "APP-REJ-ALL" TO NewMetCode
           MOVE "  rejected all bands" TO NewMetLabel
           MOVE RejectedTotal TO NewMetValue
           PERFORM AddMetric
           MOVE "APP-RUNS" TO NewMetCode
           MOVE "Agecheck runs counted" TO NewMetLabel
           MOVE AgecheckRuns TO NewMetValue
           PERFORM AddMetric.

       BuildPayrollMetrics.
           MOVE 3 TO NewMetSection
           MOVE "C" TO NewMetKind
           MOVE "PAY-RECORDS" TO NewMetCode
           MOVE "Payroll records posted" TO NewMetLabel
           MOVE PayRecords TO NewMetValue
           PERFORM AddMetric
           MOVE "A" TO NewMetKind
           MOVE "PAY-GROSS" TO NewMetCode
           MOVE "Gross pay" TO NewMetLabel
           MOVE PayGross TO NewMetValue
           PERFORM AddMetric
           MOVE "PAY-TAX" TO NewMetCode
           MOVE "Tax withheld" TO NewMetLabel
           MOVE PayTax TO NewMetValue
           PERFORM AddMetric
           MOVE "PAY-NET" TO NewMetCode
           MOVE "Net of tax" TO NewMetLabel
           MOVE PayNet TO NewMetValue
           PERFORM AddMetric.

       BuildGpaMetrics.
           MOVE 4 TO NewMetSection
           MOVE "C" TO NewMetKind
           MOVE "GPA-STUDENTS" TO NewMetCode
           MOVE "Students on the master" TO NewMetLabel
           MOVE GpaStudents TO NewMetValue
           PERFORM AddMetric
           MOVE "GPA-B1" TO NewMetCode
           MOVE "  GPA 3.50 - 4.00" TO NewMetLabel
           MOVE GpaBandCount (1) TO NewMetValue
           PERFORM AddMetric
           MOVE "GPA-B2" TO NewMetCode
           MOVE "  GPA 3.00 - 3.49" TO NewMetLabel
           MOVE GpaBandCount (2) TO NewMetValue
           PERFORM AddMetric
           MOVE "GPA-B3" TO NewMetCode
           MOVE "  GPA 2.00 - 2.99" TO NewMetLabel
           MOVE GpaBandCount (3) TO NewMetValue
           PERFORM AddMetric
           MOVE "GPA-B4" TO NewMetCode
           MOVE "  GPA 1.00 - 1.99" TO NewMetLabel
           MOVE GpaBandCount (4) TO NewMetValue
           PERFORM AddMetric
           MOVE "GPA-B5" TO NewMetCode
           MOVE "  GPA under 1.00" TO NewMetLabel
           MOVE GpaBandCount (5) TO NewMetValue
           PERFORM AddMetric
           MOVE "A" TO NewMetKind
           MOVE "GPA-AVERAGE" TO NewMetCode
           MOVE "Average weighted GPA" TO NewMetLabel
           MOVE GpaAverage TO NewMetValue
           PERFORM AddMetric.

       BuildOpenItemMetrics.
           MOVE 5 TO NewMetSection
           MOVE "C" TO NewMetKind
           MOVE "OPN-COUNT-A" TO NewMetCode
           MOVE "Open items side A" TO NewMetLabel
           MOVE OpenCountA TO NewMetValue
           PERFORM AddMetric
           MOVE "OPN-COUNT-B" TO NewMetCode
           MOVE "Open items side B" TO NewMetLabel
           MOVE OpenCountB TO NewMetValue
           PERFORM AddMetric
           MOVE "OPN-AGED" TO NewMetCode
           MOVE "Open over 30 days" TO NewMetLabel
           MOVE OpenAged TO NewMetValue
           PERFORM AddMetric
           MOVE "A" TO NewMetKind
           MOVE "OPN-AMOUNT-A" TO NewMetCode
           MOVE "Open amount side A" TO NewMetLabel
           MOVE OpenAmountA TO NewMetValue
           PERFORM AddMetric
           MOVE "OPN-AMOUNT-B" TO NewMetCode
           MOVE "Open amount side B" TO NewMetLabel
           MOVE OpenAmountB TO NewMetValue
           PERFORM AddMetric.

       BuildExceptionMetrics.
           MOVE 6 TO NewMetSection
           MOVE "C" TO NewMetKind
           MOVE "EXC-TOTAL" TO NewMetCode
           MOVE "Exceptions logged" TO NewMetLabel
           MOVE ExceptionTotal TO NewMetValue
           PERFORM AddMetric
           PERFORM VARYING SeverityIdx FROM 1 BY 1
                   UNTIL SeverityIdx > 3
               MOVE SPACES TO NewMetCode
               STRING "EXC-SEV-" SeverityIdx DELIMITED BY SIZE
                   INTO NewMetCode
               MOVE SPACES TO NewMetLabel
               STRING "  severity " SeverityIdx DELIMITED BY SIZE
                   INTO NewMetLabel
               MOVE ExcSeverityCount (SeverityIdx) TO NewMetValue
               PERFORM AddMetric
           END-PERFORM.

       AddMetric.
           IF MetricUsed < 60
               ADD 1 TO MetricUsed
               MOVE NewMetSection TO TblMetSection (MetricUsed)
               MOVE NewMetCode    TO TblMetCode (MetricUsed)
               MOVE NewMetLabel   TO TblMetLabel (MetricUsed)
               MOVE NewMetKind    TO TblMetKind (MetricUsed)
               MOVE NewMetValue   TO TblMetThis (MetricUsed)
               MOVE 0             TO TblMetPrior (MetricUsed)
               MOVE "N"           TO TblMetPriorFnd (MetricUsed)
           ELSE
               DISPLAY "Figure table full - " NewMetCode
                   " not packed."
           END-IF.

      *> Last month's figures off the history, the later of two
      *> packings of the month taking precedence.
       LoadPriorMonth.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT MiHistoryFile
           IF MiHistoryFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadMiHistoryRecord
               PERFORM UNTIL EndOfInputFile
                   IF MihMonth = PriorMonth
                       PERFORM MatchPriorFigure
                   END-IF
                   PERFORM ReadMiHistoryRecord
               END-PERFORM
               CLOSE MiHistoryFile
           END-IF.

       ReadMiHistoryRecord.
           READ MiHistoryFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       MatchPriorFigure.
           PERFORM VARYING MetricIdx FROM 1 BY 1
                   UNTIL MetricIdx > MetricUsed
               IF TblMetCode (MetricIdx) = MihCode
                   MOVE MihValue TO TblMetPrior (MetricIdx)
                   MOVE "Y" TO TblMetPriorFnd (MetricIdx)
               END-IF
           END-PERFORM.

      *> One section: its title, kept on a page with at least its
      *> first few lines, then each of its figures - or a note that
      *> the source was not there to read.
       PrintOneSection.
           IF PrintLineCount + 4 > PageLineLimit
               PERFORM StartNewPage
           END-IF
           MOVE SPACES TO MiPackLine
           PERFORM PutPackLine
           MOVE SectionTitle (SectionIdx) TO MiPackLine
           PERFORM PutPackLine
           MOVE SectionIdx TO PrintedSection
           PERFORM PrintOneFigure
               VARYING MetricIdx FROM 1 BY 1
                   UNTIL MetricIdx > MetricUsed
           EVALUATE TRUE
               WHEN SectionIdx = 1 AND NOT ApplicantSourceFound
                   MOVE "  Agecheck extracts not on file."
                       TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 1 AND ExtractRunsPurged
                   MOVE "  ** Incomplete - some of the month's extract"
                       TO MiPackLine
                   PERFORM PutPackLine
                   MOVE "     generations are already purged."
                       TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 2 AND NOT EmployeeSourceFound
                   MOVE "  Employee master not on file."
                       TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 3 AND NOT PayrollSourceFound
                   MOVE "  Payroll deduction feed not on file."
                       TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 4 AND NOT StudentSourceFound
                   MOVE "  Student master not on file." TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 5 AND NOT OpenItemSourceFound
                   MOVE "  Open-item file not on file." TO MiPackLine
                   PERFORM PutPackLine
               WHEN SectionIdx = 6 AND NOT ExceptionSourceFound
                   MOVE "  Exception log not on file." TO MiPackLine
                   PERFORM PutPackLine
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PrintOneFigure.
           IF TblMetSection (MetricIdx) = PrintedSection
               MOVE SPACES TO FigureLine
               STRING "  " TblMetLabel (MetricIdx)
                   DELIMITED BY SIZE INTO FglLabel
               MOVE TblMetThis (MetricIdx) TO NewMetValue
               MOVE TblMetKind (MetricIdx) TO NewMetKind
               PERFORM EditFigure
               MOVE FglChange TO FglThis
               IF TblMetPriorFnd (MetricIdx) = "Y"
                   MOVE TblMetPrior (MetricIdx) TO NewMetValue
                   PERFORM EditFigure
                   MOVE FglChange TO FglPrior
                   COMPUTE NewMetValue = TblMetThis (MetricIdx)
                       - TblMetPrior (MetricIdx)
                   PERFORM EditFigure
                   PERFORM EditChangePct
               ELSE
                   MOVE "n/a" TO FglPrior
                   MOVE SPACES TO FglChange
                   MOVE SPACES TO FglPct
               END-IF
               MOVE FigureLine TO MiPackLine
               PERFORM PutPackLine
           END-IF.

      *> NewMetValue edited into FglChange as a count or an amount.
       EditFigure.
           IF NewMetIsCount
               MOVE NewMetValue TO EditCount
               MOVE EditCount TO FglChange
           ELSE
               MOVE NewMetValue TO EditAmount
               MOVE EditAmount TO FglChange
           END-IF.

       EditChangePct.
           IF TblMetPrior (MetricIdx) = 0
               MOVE SPACES TO FglPct
           ELSE
               COMPUTE ChangePct ROUNDED =
                   (TblMetThis (MetricIdx) - TblMetPrior (MetricIdx))
                       * 100 / TblMetPrior (MetricIdx)
                   ON SIZE ERROR
                       MOVE 99999.9 TO ChangePct
               END-COMPUTE
               MOVE ChangePct TO EditPct
               MOVE EditPct TO FglPct
           END-IF.

      *> Every line of the pack goes out through here, so a full
      *> page starts the next one with its header and headings.
       PutPackLine.
           IF PrintLineCount >= PageLineLimit
               MOVE MiPackLine TO HeldPackLine
               PERFORM StartNewPage
               MOVE HeldPackLine TO MiPackLine
           END-IF
           WRITE MiPackLine
           ADD 1 TO PrintLineCount.

       StartNewPage.
           ADD 1 TO RptPageNumber
           MOVE "MONTHLY MANAGEMENT PACK" TO RptReportTitle
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO MiPackLine
           WRITE MiPackLine
           MOVE ReportYear    TO MlMonthYear
           MOVE ReportMonthNo TO MlMonthNo
           MOVE PriorYear     TO MlPriorYear
           MOVE PriorMonthNo  TO MlPriorNo
           MOVE MonthLine TO MiPackLine
           WRITE MiPackLine
           MOVE ColumnHeadingLine TO MiPackLine
           WRITE MiPackLine
           MOVE 3 TO PrintLineCount.

      *> This month's figures onto the history, for next month's
      *> pack to compare against.
       AppendMonthHistory.
           OPEN EXTEND MiHistoryFile
           IF MiHistoryFileNotFound
               OPEN OUTPUT MiHistoryFile
           END-IF
           PERFORM AppendOneFigure
               VARYING MetricIdx FROM 1 BY 1
                   UNTIL MetricIdx > MetricUsed
           CLOSE MiHistoryFile.

       AppendOneFigure.
           MOVE ReportMonth TO MihMonth
           MOVE TblMetCode (MetricIdx) TO MihCode
           MOVE TblMetThis (MetricIdx) TO MihValue
           WRITE MiHistoryRecord.

       GetJobParm.
           MOVE "MgmtInfo" TO JpProgramId
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
           MOVE "MgmtInfo" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Month=" ReportMonth " Prior=" PriorMonth
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Figures=" MetricUsed " Missing=" SourcesMissing
               " Pages=" RptPageNumber
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
