      *> import cleanly anywhere.  This run writes a comma-delimited
      *> file with a column-name header row for a chosen key output
      *> - the payroll deduction feed, the grade file, the age-band
      *> summary, the ledger, or the IfElse account posting history
      *> with each account's description from the account master -
      *> taking only the records stamped inside a keyed date range.
      *> Decimals carry an explicit point and signs lead the value.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT LedgerFile ASSIGN TO "Data/Comput/LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT AcctHistoryFile ASSIGN TO
               "Data/Ifelse/IEHISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SourceFileStatus.
           SELECT AccountMasterFile ASSIGN TO
               "Data/Ifelse/IEACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AccountMasterFileStatus.
           SELECT ExportFile ASSIGN TO DYNAMIC ExportFileName
               ORGANIZATION IS LINE SEQUENTIAL.

      *> Appended after the stamp so rows from before classes
      *> existed read their class back as spaces.
           05 GrClassCode    PIC X(3).
           05 GrResitFlags   PIC X(5).
      *> Subjects 6 to 20, behind the blank attendance area the
      *> grade row shares with the master - spaces on a row posted
      *> before they were carried.
           05 FILLER         PIC X(24).
           05 GrLaterMarks.
               10 GrLaterMark PIC 9(3) OCCURS 15 TIMES.
           05 GrLaterResitFlags PIC X(15).

       FD  AgeBandFile.
       01  AgeBandRecord.
           05 BandProgramme PIC X(4).
           05 BandLabel PIC X(12).
           05 BandCount PIC ZZZZ9.
           COPY RUNSTAMP.
       FD  LedgerFile.
           COPY LEDGREC.

       FD  AcctHistoryFile.
       01  AcctHistoryRecord.
           05 IehDate     PIC 9(8).
           05 IehAcctCode PIC X(5).
           05 IehPosCount PIC 9(5).
           05 IehPosTotal PIC 9(7).
           05 IehNegCount PIC 9(5).
           05 IehNegTotal PIC 9(7).
           COPY RUNSTAMP.

       FD  AccountMasterFile.
           COPY ACCTMAST.

       FD  ExportFile.
       01  ExportLine PIC X(250).

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfSourceFile VALUE "Y".

       01 AccountMasterFileStatus PIC XX.
           88 AccountMasterFileNotFound VALUE "35".

       01 WS-Master-Eof-Flag PIC X VALUE "N".
           88 EndOfAccountMasterFile VALUE "Y".

       01 WS-Acct-Found-Flag PIC X VALUE "N".
           88 AccountFound VALUE "Y".

      *> Code and description from the account master, for the
      *> account history extract.
       01 AccountTable.
           05 AccountEntry OCCURS 200 TIMES.
               10 TblAcctCode PIC X(5).
               10 TblAcctDesc PIC X(20).
       01 AccountUsed PIC 9(3) VALUE 0.
       01 AccountIdx  PIC 9(3).
       01 ExportAcctDesc PIC X(20).

       01 ExportChoice PIC X.
           88 ExportPayroll  VALUE "P".
           88 ExportGrades   VALUE "G".
           88 ExportAgeBands VALUE "A".
           88 ExportLedger   VALUE "L".
           88 ExportAcctHist VALUE "H".

       01 FromDate  PIC 9(8).
       01 ThruDate  PIC 9(8).
       01 EdSigned4  PIC +9(4).
       01 EdCount    PIC 9(5).

      *> A grade row's marks for subjects 6 to 20 as trailing CSV
      *> columns, a mark not carried going out as zero.
       01 ExportLaterMarks.
           05 ExportLaterEntry OCCURS 15 TIMES.
               10 FILLER          PIC X VALUE ",".
               10 ExportLaterMark PIC 9(3).
       01 LaterIdx PIC 9(2).

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid

           PERFORM StartNewRunId.

           DISPLAY "Export - (P)ayroll, (G)rades, (A)ge bands, ".
           DISPLAY "(L)edger or account (H)istory: ".
           ACCEPT ExportChoice.

           MOVE "N" TO NumEntryValid
                   PERFORM ExportAgeBandFile
               WHEN ExportLedger
                   PERFORM ExportLedgerFile
               WHEN ExportAcctHist
                   PERFORM ExportAcctHistoryFile
               WHEN OTHER
                   DISPLAY "Unrecognized choice - nothing exported."
           END-EVALUATE.
               MOVE SPACES TO ExportLine
               STRING "STUDENT_ID,SUBJ1,SUBJ2,SUBJ3,SUBJ4,SUBJ5,"
                   "TOTAL,AVERAGE,GPA,GRADE,PASS_FAIL,HONOR,CLASS,"
                   "WEIGHTED_AVG,WEIGHTED_GPA,RUN_DATE,"
                   "SUBJ6,SUBJ7,SUBJ8,SUBJ9,SUBJ10,SUBJ11,SUBJ12,"
                   "SUBJ13,SUBJ14,SUBJ15,SUBJ16,SUBJ17,SUBJ18,"
                   "SUBJ19,SUBJ20"
                   DELIMITED BY SIZE INTO ExportLine
               WRITE ExportLine
               PERFORM ReadGradeRecord
           MOVE GrGpa TO EdGpa
           MOVE GrWeightedAvg TO EdWAvg
           MOVE GrWeightedGpa TO EdWGpa
           PERFORM VARYING LaterIdx FROM 1 BY 1 UNTIL LaterIdx > 15
               IF GrLaterMark (LaterIdx) NUMERIC
                   MOVE GrLaterMark (LaterIdx)
                       TO ExportLaterMark (LaterIdx)
               ELSE
                   MOVE 0 TO ExportLaterMark (LaterIdx)
               END-IF
           END-PERFORM
           MOVE SPACES TO ExportLine
           STRING FUNCTION TRIM(GrStudentId) ","
               GrSubject1 "," GrSubject2 "," GrSubject3 ","
               EdWAvg ","
               EdWGpa ","
               RunStampDate OF GradeRecord
               ExportLaterMarks
               DELIMITED BY SIZE INTO ExportLine
           WRITE ExportLine.

               DISPLAY "Age-band summary not on disk."
           ELSE
               OPEN OUTPUT ExportFile
               MOVE "PROGRAMME,AGE_BAND,APPLICANTS,RUN_DATE"
                   TO ExportLine
               WRITE ExportLine
               PERFORM ReadAgeBandRecord
               PERFORM UNTIL EndOfSourceFile
           ADD 1 TO ExportedCount
           COMPUTE EdCount = FUNCTION NUMVAL(BandCount)
           MOVE SPACES TO ExportLine
           STRING FUNCTION TRIM(BandProgramme) ","
               FUNCTION TRIM(BandLabel) ","
               EdCount ","
               RunStampDate OF AgeBandRecord
               DELIMITED BY SIZE INTO ExportLine
               DELIMITED BY SIZE INTO ExportLine
           WRITE ExportLine.

      *> The IfElse posting history, one row per account per batch
      *> run, with the account's description from the master - a
      *> code no longer on the master exports a blank description.
       ExportAcctHistoryFile.
           MOVE "Data/Ifelse/IEHISTORY.CSV" TO ExportFileName
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT AcctHistoryFile
           IF SourceFileNotFound
               DISPLAY "Account history not on disk."
           ELSE
               PERFORM LoadAccountMaster
               OPEN OUTPUT ExportFile
               MOVE SPACES TO ExportLine
               STRING "RUN_DATE,ACCOUNT,DESCRIPTION,POS_COUNT,"
                   "POS_TOTAL,NEG_COUNT,NEG_TOTAL,RUN_ID"
                   DELIMITED BY SIZE INTO ExportLine
               WRITE ExportLine
               PERFORM ReadAcctHistoryRecord
               PERFORM UNTIL EndOfSourceFile
                   IF RunStampDate OF AcctHistoryRecord >= FromDate
                       AND RunStampDate OF AcctHistoryRecord
                           <= ThruDate
                       PERFORM WriteAcctHistoryCsvLine
                   END-IF
                   PERFORM ReadAcctHistoryRecord
               END-PERFORM
               CLOSE AcctHistoryFile
               CLOSE ExportFile
               DISPLAY "Written: " FUNCTION TRIM(ExportFileName)
           END-IF.

       ReadAcctHistoryRecord.
           READ AcctHistoryFile
               AT END SET EndOfSourceFile TO TRUE
           END-READ.

       WriteAcctHistoryCsvLine.
           ADD 1 TO ExportedCount
           PERFORM FindAccountDesc
           MOVE SPACES TO ExportLine
           STRING IehDate ","
               FUNCTION TRIM(IehAcctCode) ","
               FUNCTION TRIM(ExportAcctDesc) ","
               IehPosCount ","
               IehPosTotal ","
               IehNegCount ","
               IehNegTotal ","
               RunStampRunId OF AcctHistoryRecord
               DELIMITED BY SIZE INTO ExportLine
           WRITE ExportLine.

       LoadAccountMaster.
           OPEN INPUT AccountMasterFile
           IF AccountMasterFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadAccountMasterRecord
               PERFORM UNTIL EndOfAccountMasterFile
                   IF AccountUsed < 200
                       ADD 1 TO AccountUsed
                       MOVE AcmAcctCode TO TblAcctCode (AccountUsed)
                       MOVE AcmDesc     TO TblAcctDesc (AccountUsed)
                   END-IF
                   PERFORM ReadAccountMasterRecord
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

       ReadAccountMasterRecord.
           READ AccountMasterFile
               AT END SET EndOfAccountMasterFile TO TRUE
           END-READ.

       FindAccountDesc.
           MOVE "N" TO WS-Acct-Found-Flag
           MOVE SPACES TO ExportAcctDesc
           PERFORM VARYING AccountIdx FROM 1 BY 1
                   UNTIL AccountIdx > AccountUsed OR AccountFound
               IF TblAcctCode (AccountIdx) = IehAcctCode
                   SET AccountFound TO TRUE
                   MOVE TblAcctDesc (AccountIdx) TO ExportAcctDesc
               END-IF
           END-PERFORM.

      *> Re-prompts until the operator signs on with a recognized ID
      *> and password, before any processing begins.
       SignOnOperator.
