      *> back from the spreadsheet users used to be hand-converted
      *> to the fixed layouts with leading signs and implied
      *> decimals; this run accepts a comma-delimited file with a
      *> header row for the salary feed, the grade feed, the
      *> applicant feed or finance's account budgets, validates
      *> every field the way PreEdit does - a budget's account code
      *> against the account master as well - and writes the
      *> fixed-format file complete with a
      *> generated H header and T trailer whose detail count and
      *> hash total the consuming program's controls will accept.
      *> Rows that fail validation are listed on the import report
               FILE STATUS IS ImportCsvFileStatus.
           SELECT FixedOutFile ASSIGN TO DYNAMIC FixedOutFileName
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AccountMasterFile ASSIGN TO
               "Data/Ifelse/IEACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterFileStatus.
           SELECT ImportReportFile ASSIGN TO
               "Data/Shared/IMPORTRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  FixedOutFile.
       01  FixedOutLine PIC X(80).

       FD  AccountMasterFile.
           COPY ACCTMAST.

       FD  ImportReportFile.
       01  ImportReportLine PIC X(132).

           COPY OPERATOR.
           COPY DATECHK.
           COPY RPTHDR.
           COPY FEEDLAY.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.

       01 ImportCsvFileName PIC X(44).
       01 FixedOutFileName  PIC X(44).
      *> The feed the fixed file is cut for, whose current layout
      *> version the generated header carries.
       01 ImportFeedName    PIC X(10).

       01 ImportCsvFileStatus PIC XX.
           88 ImportCsvFileNotFound VALUE "35".
       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfImportCsvFile VALUE "Y".

       01 AccountMasterFileStatus PIC XX.
           88 AccountMasterFileNotFound VALUE "35".

       01 WS-Master-Eof-Flag PIC X VALUE "N".
           88 EndOfAccountMasterFile VALUE "Y".

       01 WS-Acct-Found-Flag PIC X VALUE "N".
           88 AccountFound VALUE "Y".

      *> The account codes on the master, for proving a budget
      *> row's account before it is written.
       01 AccountTable.
           05 TblAcctCode PIC X(5) OCCURS 200 TIMES.
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).
       01 LookupAcctCode PIC X(5).

       01 ImportChoice PIC X.
           88 ImportSalaries   VALUE "S".
           88 ImportGrades     VALUE "G".
           88 ImportApplicants VALUE "A".
           88 ImportBudgets    VALUE "B".

      *> The comma-separated fields of one row, unstrung before the
      *> field edits.
       01 CsvField5 PIC X(20).
       01 CsvField6 PIC X(20).
       01 CsvField7 PIC X(20).
      *> Grade rows only: the marks of subjects 6 to 20, in columns
      *> 8 to 22, for a catalog past five subjects.
       01 CsvLaterMarks.
           05 CsvLaterMark PIC X(20) OCCURS 15 TIMES.

       01 WS-Record-Flag PIC X.
           88 RecordClean VALUE "Y".
       01 WorkAmount PIC 9(7).
       01 WorkMark   PIC 9(3).
       01 WorkDate   PIC 9(8).
       01 WorkMonth  PIC 9(6).
       01 MarkIdx    PIC 9(2).

      *> The fixed detail images built from a clean row, one layout
      *> per consuming feed.
       01 SalaryDetail.
           05 SdEmployeeId PIC X(10).
           05 SdSalary     PIC 9(5).
           05 SdEarnType   PIC X(4).

       01 GradeDetail.
           05 GdStudentId PIC X(10).
           05 GdMark      PIC 9(3) OCCURS 5 TIMES.
           05 GdClassCode PIC X(3).
           05 GdRecordType PIC X VALUE SPACE.
           05 GdLaterMark PIC 9(3) OCCURS 15 TIMES.

       01 ApplicantDetail.
           05 AdApplicantId PIC X(10).
           05 AdName        PIC X(20).
           05 AdDob         PIC 9(8).
           05 AdProgramme   PIC X(4).

       01 BudgetDetail.
           05 BdAcctCode PIC X(5).
           05 BdMonth    PIC 9(6).
           05 BdAmount   PIC 9(7).

       01 HeaderDetail.
           05 HdRecordType   PIC X VALUE "H".
           05 HdFileDate     PIC 9(8).
           05 HdSourceSystem PIC X(8) VALUE "DELIMIMP".
           05 HdLayoutVer    PIC X(2).

       01 TrailerDetail.
           05 TdRecordType  PIC X VALUE "T".

           PERFORM StartNewRunId.

           DISPLAY "Import - (S)alaries, (G)rades, (A)pplicants or ".
           DISPLAY "(B)udgets: ".
           ACCEPT ImportChoice.

           EVALUATE TRUE
                       ImportCsvFileName
                   MOVE "Data/EvTrue/SALARIES.DAT" TO
                       FixedOutFileName
                   MOVE "SALARIES" TO ImportFeedName
               WHEN ImportGrades
                   MOVE "Data/Nested/GCTXN.CSV" TO ImportCsvFileName
                   MOVE "Data/Nested/GCTXN.DAT" TO FixedOutFileName
                   MOVE "GCTXN" TO ImportFeedName
               WHEN ImportApplicants
                   MOVE "Data/Agecheck/APPLICANT.CSV" TO
                       ImportCsvFileName
                   MOVE "Data/Agecheck/APPLICANT.DAT" TO
                       FixedOutFileName
                   MOVE "APPLICANT" TO ImportFeedName
               WHEN ImportBudgets
                   MOVE "Data/Ifelse/IEBUDGET.CSV" TO
                       ImportCsvFileName
                   MOVE "Data/Ifelse/IEBUDGET.DAT" TO
                       FixedOutFileName
                   MOVE "IEBUDGET" TO ImportFeedName
                   PERFORM LoadAccountMaster
               WHEN OTHER
                   DISPLAY "Unrecognized choice - nothing imported."
                   MOVE 4 TO RETURN-CODE
                           PERFORM EditGradeRow
                       WHEN ImportApplicants
                           PERFORM EditApplicantRow
                       WHEN ImportBudgets
                           PERFORM EditBudgetRow
                   END-EVALUATE
                   IF RecordClean
                       ADD 1 TO CleanCount
           MOVE SPACES TO CsvField5
           MOVE SPACES TO CsvField6
           MOVE SPACES TO CsvField7
           MOVE SPACES TO CsvLaterMarks
           UNSTRING ImportCsvLine DELIMITED BY ","
               INTO CsvField1, CsvField2, CsvField3, CsvField4,
                   CsvField5, CsvField6, CsvField7,
                   CsvLaterMark (1), CsvLaterMark (2),
                   CsvLaterMark (3), CsvLaterMark (4),
                   CsvLaterMark (5), CsvLaterMark (6),
                   CsvLaterMark (7), CsvLaterMark (8),
                   CsvLaterMark (9), CsvLaterMark (10),
                   CsvLaterMark (11), CsvLaterMark (12),
                   CsvLaterMark (13), CsvLaterMark (14),
                   CsvLaterMark (15)
           END-UNSTRING.

      *> An employee ID and a salary within the field's five
      *> digits, hashed the way TaxSlab's trailer check recomputes.
      *> The optional third column is the earnings type code -
      *> left blank it is basic salary; more than four characters
      *> cannot be a type code and sets the row aside.
       EditSalaryRow.
           EVALUATE TRUE
               WHEN CsvField1 = SPACES
                           MOVE "SALARY OUTSIDE FIELD" TO
                               ImportReason
                       END-IF
                       IF CsvField3 (5:16) NOT = SPACES
                           MOVE "N" TO WS-Record-Flag
                           MOVE "EARNINGS TYPE TOO LONG" TO
                               ImportReason
                       END-IF
                   END-IF
           END-EVALUATE
           IF RecordClean
               MOVE CsvField1  TO SdEmployeeId
               MOVE WorkAmount TO SdSalary
               MOVE CsvField3  TO SdEarnType
               ADD SdSalary TO CleanHash
               MOVE SalaryDetail TO FixedOutLine
               WRITE FixedOutLine
      *> recomputes.  The seventh column is the class/section code
      *> the per-class ranking and summaries key on - a row without
      *> one would land its student in a blank class, so it is set
      *> aside the same as a bad mark.  Columns 8 to 22 are the
      *> marks of subjects 6 to 20, held to the same rule when
      *> present and no mark when left off.
       EditGradeRow.
           EVALUATE TRUE
               WHEN CsvField1 = SPACES
                   PERFORM EditOneGradeMark
                       VARYING MarkIdx FROM 1 BY 1
                           UNTIL MarkIdx > 5 OR NOT RecordClean
                   PERFORM EditOneLaterMark
                       VARYING MarkIdx FROM 1 BY 1
                           UNTIL MarkIdx > 15 OR NOT RecordClean
           END-EVALUATE
           IF RecordClean
               PERFORM VARYING MarkIdx FROM 1 BY 1 UNTIL MarkIdx > 5
                   ADD GdMark (MarkIdx) TO CleanHash
               END-PERFORM
               PERFORM VARYING MarkIdx FROM 1 BY 1 UNTIL MarkIdx > 15
                   ADD GdLaterMark (MarkIdx) TO CleanHash
               END-PERFORM
               MOVE GradeDetail TO FixedOutLine
               WRITE FixedOutLine
           END-IF.
               END-IF
           END-IF.

       EditOneLaterMark.
           MOVE 0 TO GdLaterMark (MarkIdx)
           IF CsvLaterMark (MarkIdx) NOT = SPACES
               MOVE CsvLaterMark (MarkIdx) TO NumEntryRaw
               CALL "NumValidate" USING NumEntryRaw, NumEntryValid
               IF NOT NumEntryIsValid
                   MOVE "N" TO WS-Record-Flag
                   MOVE "MARK NOT NUMERIC" TO ImportReason
               ELSE
                   COMPUTE WorkAmount =
                       FUNCTION NUMVAL(FUNCTION TRIM(NumEntryRaw))
                   IF WorkAmount > 100
                       MOVE "N" TO WS-Record-Flag
                       MOVE "MARK OUTSIDE 0-100" TO ImportReason
                   ELSE
                       MOVE WorkAmount TO GdLaterMark (MarkIdx)
                   END-IF
               END-IF
           END-IF.

      *> A keyed, named applicant with a real, non-future date of
      *> birth, hashed the way Agecheck's trailer check recomputes.
      *> The optional fourth column is the programme code - blank
      *> is the adult programme.
       EditApplicantRow.
           EVALUATE TRUE
               WHEN CsvField1 = SPACES
                               ImportReason
                       END-IF
                   END-IF
                   IF CsvField4 (5:16) NOT = SPACES
                       MOVE "N" TO WS-Record-Flag
                       MOVE "PROGRAMME CODE TOO LONG" TO ImportReason
                   END-IF
           END-EVALUATE
           IF RecordClean
               MOVE CsvField1 TO AdApplicantId
               MOVE CsvField2 TO AdName
               MOVE WorkDate  TO AdDob
               MOVE CsvField4 TO AdProgramme
               ADD AdDob TO CleanHash
               MOVE ApplicantDetail TO FixedOutLine
               WRITE FixedOutLine
           END-IF.

      *> An account code open or closed on the account master, a
      *> budget month as YYYYMM with a real month, and a whole
      *> budget amount within the field's seven digits, hashed the
      *> way the IfElse budget report's trailer check recomputes.
       EditBudgetRow.
           MOVE CsvField1 TO LookupAcctCode
           PERFORM FindAccount
           EVALUATE TRUE
               WHEN CsvField1 = SPACES
                   MOVE "N" TO WS-Record-Flag
                   MOVE "ACCOUNT CODE MISSING" TO ImportReason
               WHEN CsvField1 (6:15) NOT = SPACES
                   MOVE "N" TO WS-Record-Flag
                   MOVE "ACCOUNT CODE TOO LONG" TO ImportReason
               WHEN NOT AccountFound
                   MOVE "N" TO WS-Record-Flag
                   MOVE "ACCOUNT NOT ON MASTER" TO ImportReason
               WHEN OTHER
                   PERFORM EditBudgetMonth
                   IF RecordClean
                       PERFORM EditBudgetAmount
                   END-IF
           END-EVALUATE
           IF RecordClean
               MOVE CsvField1  TO BdAcctCode
               MOVE WorkMonth  TO BdMonth
               MOVE WorkAmount TO BdAmount
               ADD BdAmount TO CleanHash
               MOVE BudgetDetail TO FixedOutLine
               WRITE FixedOutLine
           END-IF.

      *> The month is proved as the first day of that month, so the
      *> same date check the other feeds use decides it.
       EditBudgetMonth.
           MOVE CsvField2 TO NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NOT NumEntryIsValid
               MOVE "N" TO WS-Record-Flag
               MOVE "MONTH NOT NUMERIC" TO ImportReason
           ELSE
               COMPUTE WorkMonth =
                   FUNCTION NUMVAL(FUNCTION TRIM(CsvField2))
               COMPUTE DateCheckValue = WorkMonth * 100 + 1
               MOVE "N" TO DateCheckFuture
               CALL "DateCheck" USING DateCheckValue,
                   DateCheckFuture, DateCheckValid
               IF NOT DateCheckOk
                   MOVE "N" TO WS-Record-Flag
                   MOVE "MONTH NOT YYYYMM" TO ImportReason
               END-IF
           END-IF.

       EditBudgetAmount.
           MOVE CsvField3 TO NumEntryRaw
           CALL "NumValidate" USING NumEntryRaw, NumEntryValid
           IF NOT NumEntryIsValid
               MOVE "N" TO WS-Record-Flag
               MOVE "BUDGET NOT NUMERIC" TO ImportReason
           ELSE
               COMPUTE WorkAmount =
                   FUNCTION NUMVAL(FUNCTION TRIM(CsvField3))
           END-IF.

       LoadAccountMaster.
           MOVE 0 TO AccountUsed
           OPEN INPUT AccountMasterFile
           IF AccountMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAccountMasterRecord
               PERFORM UNTIL EndOfAccountMasterFile
                   IF AccountUsed < 200
                       ADD 1 TO AccountUsed
                       MOVE AcmAcctCode TO TblAcctCode (AccountUsed)
                   END-IF
                   PERFORM ReadAccountMasterRecord
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

       ReadAccountMasterRecord.
           READ AccountMasterFile
               AT END SET EndOfAccountMasterFile TO TRUE
           END-READ.

       FindAccount.
           MOVE "N" TO WS-Acct-Found-Flag
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed OR AccountFound
               IF TblAcctCode (AccountIdx) = LookupAcctCode
                   SET AccountFound TO TRUE
               END-IF
           END-PERFORM.

       ReportSetAsideRow.
           ADD 1 TO SetAsideCount
           MOVE FixedOutFileName TO RptFilePath
           DISPLAY ReportDetail.

      *> The generated H header the consuming program's control
      *> check expects: record type, file date, source system and
      *> the layout version the details are cut in.
       WriteGeneratedHeader.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HdFileDate
           MOVE "Q" TO FlyAction
           MOVE ImportFeedName TO FlyFeedName
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict
           MOVE FlyCurrentVersion TO HdLayoutVer
           MOVE HeaderDetail TO FixedOutLine
           WRITE FixedOutLine.

