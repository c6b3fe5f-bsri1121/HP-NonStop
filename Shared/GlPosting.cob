       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlPosting.

      *> General-ledger posting and trial balance.  Every payroll
      *> run, retro adjustment, bank return and year-end true-up
      *> writes a balanced journal to the journal interface file,
      *> but nothing ever accumulated them - finance had no way to
      *> tie the payroll liabilities out before taking the figures
      *> into their own ledger.  This run applies each journal on
      *> the file to the balance master, by chart account, cost
      *> center and pay period, one journal per run ID from the run
      *> stamp.  A run
      *> whose journal was already posted is refused, so posting
      *> twice cannot double the balances; so is a journal whose
      *> debits do not equal its credits, or one naming an account
      *> that is not on the chart.  A refused journal is logged and
      *> listed, and the rest still post.  The trial balance is
      *> then printed from the master, period by period.
      *>
      *> The posting is merged into the master through a sort of
      *> the old balances and the new lines together, so the master
      *> can hold any number of accounts, cost centers and periods
      *> without a table to outgrow.  A journal once posted is taken
      *> off the journal file and onto the released-journal file
      *> the despatch step sends to finance, so the file the pay,
      *> adjustment and allocation runs append to only ever holds
      *> what is still to post; a refused journal stays on it until
      *> it is put right.  The journal as it stood before is kept as
      *> a dated generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChartOfAccountsFile ASSIGN TO
               "Data/EvTrue/GLACCTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ChartOfAccountsFileStatus.
           SELECT GlJournalFile ASSIGN TO
               "Data/EvTrue/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlJournalFileStatus.
           SELECT GlBalanceFile ASSIGN TO
               "Data/EvTrue/GLBALANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GlBalanceFileStatus.
           SELECT PostedRunFile ASSIGN TO
               "Data/EvTrue/GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PostedRunFileStatus.
           SELECT TrialBalanceFile ASSIGN TO
               "Data/EvTrue/TRIALBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PostingWorkFile ASSIGN TO
               "Data/EvTrue/GLPOSTWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BalanceSortFile ASSIGN TO
               "Data/EvTrue/GLBALWRK.DAT".
           SELECT BalanceSortedFile ASSIGN TO
               "Data/EvTrue/GLBALSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ReleasedJournalFile ASSIGN TO
               "Data/EvTrue/GLPOSTJRN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReleasedJournalFileStatus.
           SELECT HeldJournalFile ASSIGN TO
               "Data/EvTrue/GLJRNHELD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The chart of accounts - posting key, account number and
      *> description - the same file the posting programs take
      *> their accounts from.
       FD  ChartOfAccountsFile.
       01  ChartOfAccountsRecord.
           05 GlaPostKey PIC X(8).
           05 GlaAccount PIC X(8).
           05 GlaDesc    PIC X(20).

       FD  GlJournalFile.
           COPY GLJRNL.

       FD  GlBalanceFile.
           COPY GLBAL.

      *> One row per journal this program has posted - the run ID
      *> from the journal's stamp, its line count and totals, and
      *> when it was posted - appended run after run; it is what
      *> refuses the same journal a second time.
       FD  PostedRunFile.
       01  PostedRunRecord.
           05 PstRunId    PIC X(14).
           05 PstLines    PIC 9(5).
           05 PstDebit    PIC 9(13)V99.
           05 PstCredit   PIC 9(13)V99.
           05 PstPostedOn PIC 9(8).
           05 PstPostedBy PIC X(14).

       FD  TrialBalanceFile.
       01  TrialBalanceLine PIC X(100).

      *> Tonight's posting lines in the balance master's own
      *> layout, so old balances and new lines sort as one file.
       FD  PostingWorkFile.
       01  PostingWorkRecord.
           05 PwrAccount    PIC X(8).
           05 PwrCostCenter PIC X(6).
           05 PwrPeriodId   PIC X(6).
           05 PwrDebit      PIC 9(13)V99.
           05 PwrCredit     PIC 9(13)V99.

       SD  BalanceSortFile.
       01  BalanceSortRecord.
           05 BsrAccount    PIC X(8).
           05 BsrCostCenter PIC X(6).
           05 BsrPeriodId   PIC X(6).
           05 BsrDebit      PIC 9(13)V99.
           05 BsrCredit     PIC 9(13)V99.

       FD  BalanceSortedFile.
       01  BalanceSortedRecord.
           05 BstAccount    PIC X(8).
           05 BstCostCenter PIC X(6).
           05 BstPeriodId   PIC X(6).
           05 BstDebit      PIC 9(13)V99.
           05 BstCredit     PIC 9(13)V99.

      *> The journals this run posted, line for line as they stood
      *> on the journal file - the ledger's despatch to finance.
       FD  ReleasedJournalFile.
       01  ReleasedJournalLine PIC X(94).

      *> The refused journals' lines, carried over while the
      *> journal file is rewritten without what has posted.
       FD  HeldJournalFile.
       01  HeldJournalLine PIC X(94).

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY RUNLOCK.
       01 SavedReturnCode PIC S9(4).
           COPY OPERATOR.
           COPY SESSION.
           COPY JOBPARM.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY RPTHDR.
           COPY RUNSTATS.
           COPY GENKEEP.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 2.

       01 ChartOfAccountsFileStatus PIC XX.
           88 ChartOfAccountsFileNotFound VALUE "35".

       01 GlJournalFileStatus PIC XX.
           88 GlJournalFileNotFound VALUE "35".

       01 GlBalanceFileStatus PIC XX.
           88 GlBalanceFileNotFound VALUE "35".

       01 PostedRunFileStatus PIC XX.
           88 PostedRunFileNotFound VALUE "35".

       01 ReleasedJournalFileStatus PIC XX.
           88 ReleasedJournalFileNotFound VALUE "35".

       01 WS-Gla-Eof-Flag PIC X VALUE "N".
           88 EndOfChartOfAccountsFile VALUE "Y".

       01 WS-Jrn-Eof-Flag PIC X VALUE "N".
           88 EndOfGlJournalFile VALUE "Y".

       01 WS-Glb-Eof-Flag PIC X VALUE "N".
           88 EndOfGlBalanceFile VALUE "Y".

       01 WS-Pst-Eof-Flag PIC X VALUE "N".
           88 EndOfPostedRunFile VALUE "Y".

       01 WS-Srt-Eof-Flag PIC X VALUE "N".
           88 EndOfBalanceSortedFile VALUE "Y".

       01 WS-Hld-Eof-Flag PIC X VALUE "N".
           88 EndOfHeldJournalFile VALUE "Y".

       01 WS-Bal-File-Flag PIC X VALUE "N".
           88 BalanceMasterOnDisk VALUE "Y".

       01 WS-Found-Flag PIC X VALUE "N".
           88 EntryFound VALUE "Y".

       01 WS-Chart-File-Flag PIC X VALUE "N".
           88 ChartOnDisk VALUE "Y".

      *> Set when the chart or the journal file holds more than its
      *> table can carry - a journal judged against a truncated
      *> chart, or only partly tallied, could post wrongly, so
      *> nothing is posted this run.
       01 WS-Overflow-Flag PIC X VALUE "N".
           88 TableOverflow VALUE "Y".

      *> The chart held in storage for the account check and the
      *> trial-balance descriptions.
       01 ChartTable.
           05 ChartEntry OCCURS 200 TIMES.
               10 TblChartAccount PIC X(8).
               10 TblChartDesc    PIC X(20).
       01 ChartUsed PIC 9(3) VALUE 0.
       01 ChartIdx  PIC 9(3).

      *> One entry per journal found on the interface file, with
      *> its totals and the verdict on whether it may post.
       01 JournalRunTable.
           05 JournalRunEntry OCCURS 100 TIMES.
               10 TblRunId     PIC X(14).
               10 TblRunLines  PIC 9(5).
               10 TblRunDebit  PIC 9(13)V99.
               10 TblRunCredit PIC 9(13)V99.
               10 TblRunStatus PIC X.
                   88 RunToPost        VALUE "Y".
                   88 RunAlreadyPosted VALUE "D".
                   88 RunUnbalanced    VALUE "U".
                   88 RunBadAccount    VALUE "A".
               10 TblRunBadAcct PIC X(8).
       01 JournalRunUsed PIC 9(3) VALUE 0.
       01 JournalRunIdx  PIC 9(3).

       01 RecordsRead     PIC 9(7) VALUE 0.
       01 RecordsWritten  PIC 9(7) VALUE 0.
       01 RecordsRejected PIC 9(7) VALUE 0.
       01 JournalsPosted  PIC 9(3) VALUE 0.
       01 JournalsRefused PIC 9(3) VALUE 0.
       01 LinesPosted     PIC 9(7) VALUE 0.
       01 LinesReleased   PIC 9(7) VALUE 0.
       01 LinesHeld       PIC 9(7) VALUE 0.

      *> Trial-balance working totals.
       01 CurrentPeriodId PIC X(6).
       01 PeriodDebit     PIC 9(13)V99.
       01 PeriodCredit    PIC 9(13)V99.
       01 GrandDebit      PIC 9(13)V99 VALUE 0.
       01 GrandCredit     PIC 9(13)V99 VALUE 0.
       01 AccountBalance  PIC S9(13)V99.

       01 PostingLine.
           05 PslRunId    PIC X(14).
           05 FILLER      PIC X(2) VALUE SPACES.
           05 PslLines    PIC ZZZZ9.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 PslDebit    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 PslCredit   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 PslOutcome  PIC X(30).

       01 PeriodHeadingLine.
           05 FILLER      PIC X(7) VALUE "PERIOD ".
           05 PhlPeriodId PIC X(6).

       01 BalanceLine.
           05 FILLER      PIC X(2) VALUE SPACES.
           05 BllAccount  PIC X(8).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BllCostCenter PIC X(6).
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BllDesc     PIC X(20).
           05 BllDebit    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BllCredit   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER      PIC X(1) VALUE SPACE.
           05 BllBalance  PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.

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

           PERFORM LoadChartOfAccounts.
           PERFORM ScanJournal.

           IF TableOverflow
               PERFORM OverflowFailure
           ELSE
               PERFORM MarkPostedRuns
               PERFORM JudgeOneJournal
                   VARYING JournalRunIdx FROM 1 BY 1
                       UNTIL JournalRunIdx > JournalRunUsed
               PERFORM PostJournals
           END-IF.

           IF TableOverflow
               CONTINUE
           ELSE
               IF JournalsPosted > 0
                   PERFORM AppendPostedRuns
               END-IF
               PERFORM ReleasePostedJournals
           END-IF.

           OPEN OUTPUT TrialBalanceFile.
           PERFORM WritePostingSummary.
           PERFORM WriteTrialBalance.
           CLOSE TrialBalanceFile.

           DISPLAY "GL posting: " JournalsPosted " journals posted, "
               JournalsRefused " refused, " LinesPosted
               " lines applied.".
           DISPLAY "GL posting: " LinesReleased
               " journal lines released to finance, " LinesHeld
               " held on the journal file.".

           PERFORM WriteRunStats.
           PERFORM WriteAuditLog.

           EVALUATE TRUE
               WHEN TableOverflow
                   MOVE 8 TO RETURN-CODE
               WHEN JournalsRefused > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM ReleaseRunLock.

           GOBACK.

      *> The chart in storage.  No chart on disk means no account
      *> check - every account posts - and the trial balance runs
      *> without descriptions.
       LoadChartOfAccounts.
           MOVE "N" TO WS-Gla-Eof-Flag
           OPEN INPUT ChartOfAccountsFile
           IF ChartOfAccountsFileNotFound
               DISPLAY "Chart of accounts not on disk - accounts "
                   "will not be checked."
           ELSE
               SET ChartOnDisk TO TRUE
               PERFORM ReadChartOfAccountsRecord
               PERFORM UNTIL EndOfChartOfAccountsFile
                   PERFORM FindChartAccount
                   IF NOT EntryFound
                       IF ChartUsed < 200
                           ADD 1 TO ChartUsed
                           MOVE GlaAccount TO
                               TblChartAccount (ChartUsed)
                           MOVE GlaDesc TO TblChartDesc (ChartUsed)
                       ELSE
                           SET TableOverflow TO TRUE
                       END-IF
                   END-IF
                   PERFORM ReadChartOfAccountsRecord
               END-PERFORM
               CLOSE ChartOfAccountsFile
           END-IF.

       ReadChartOfAccountsRecord.
           READ ChartOfAccountsFile
               AT END SET EndOfChartOfAccountsFile TO TRUE
           END-READ.

      *> Several posting keys may share one account; it is held
      *> once.
       FindChartAccount.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING ChartIdx FROM 1 BY 1
                   UNTIL ChartIdx > ChartUsed OR EntryFound
               IF TblChartAccount (ChartIdx) = GlaAccount
                   SET EntryFound TO TRUE
                   SUBTRACT 1 FROM ChartIdx
               END-IF
           END-PERFORM.

      *> First pass over the journal file: each run ID's line
      *> count and debit and credit totals, and the first account
      *> it names that is not on the chart.
       ScanJournal.
           MOVE "N" TO WS-Jrn-Eof-Flag
           OPEN INPUT GlJournalFile
           IF GlJournalFileNotFound
               DISPLAY "Journal file not on disk - nothing to post."
           ELSE
               PERFORM ReadGlJournalRecord
               PERFORM UNTIL EndOfGlJournalFile
                   ADD 1 TO RecordsRead
                   PERFORM ScanOneJournalLine
                   PERFORM ReadGlJournalRecord
               END-PERFORM
               CLOSE GlJournalFile
           END-IF.

       ReadGlJournalRecord.
           READ GlJournalFile
               AT END SET EndOfGlJournalFile TO TRUE
           END-READ.

       ScanOneJournalLine.
           IF JrnDebit NOT NUMERIC
               MOVE 0 TO JrnDebit
           END-IF
           IF JrnCredit NOT NUMERIC
               MOVE 0 TO JrnCredit
           END-IF
           PERFORM FindJournalRun
           IF NOT EntryFound
               IF JournalRunUsed < 100
                   ADD 1 TO JournalRunUsed
                   MOVE JournalRunUsed TO JournalRunIdx
                   MOVE RunStampRunId TO TblRunId (JournalRunIdx)
                   MOVE 0 TO TblRunLines (JournalRunIdx)
                   MOVE 0 TO TblRunDebit (JournalRunIdx)
                   MOVE 0 TO TblRunCredit (JournalRunIdx)
                   SET RunToPost (JournalRunIdx) TO TRUE
                   MOVE SPACES TO TblRunBadAcct (JournalRunIdx)
                   SET EntryFound TO TRUE
               ELSE
                   SET TableOverflow TO TRUE
               END-IF
           END-IF
           IF EntryFound
               ADD 1 TO TblRunLines (JournalRunIdx)
               ADD JrnDebit  TO TblRunDebit (JournalRunIdx)
               ADD JrnCredit TO TblRunCredit (JournalRunIdx)
               IF ChartOnDisk
                       AND TblRunBadAcct (JournalRunIdx) = SPACES
                   MOVE JrnAccount TO GlaAccount
                   PERFORM FindChartAccount
                   IF NOT EntryFound
                       MOVE JrnAccount TO
                           TblRunBadAcct (JournalRunIdx)
                   END-IF
               END-IF
           END-IF.

       FindJournalRun.
           MOVE "N" TO WS-Found-Flag
           PERFORM VARYING JournalRunIdx FROM 1 BY 1
                   UNTIL JournalRunIdx > JournalRunUsed
                       OR EntryFound
               IF TblRunId (JournalRunIdx) = RunStampRunId
                   SET EntryFound TO TRUE
                   SUBTRACT 1 FROM JournalRunIdx
               END-IF
           END-PERFORM.

      *> A journal posts only when it has never been posted, its
      *> debits equal its credits, and every account is on the
      *> chart - a refusal is logged for the morning review.
       JudgeOneJournal.
           EVALUATE TRUE
               WHEN RunAlreadyPosted (JournalRunIdx)
                   CONTINUE
               WHEN TblRunDebit (JournalRunIdx)
                       NOT = TblRunCredit (JournalRunIdx)
                   SET RunUnbalanced (JournalRunIdx) TO TRUE
                   PERFORM LogRefusedJournal
               WHEN TblRunBadAcct (JournalRunIdx) NOT = SPACES
                   SET RunBadAccount (JournalRunIdx) TO TRUE
                   PERFORM LogRefusedJournal
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF NOT RunToPost (JournalRunIdx)
               ADD 1 TO JournalsRefused
               ADD TblRunLines (JournalRunIdx) TO RecordsRejected
           END-IF.

      *> The posted-run log read straight through against the
      *> journals on the file, so the log can grow year on year
      *> with no table to outgrow.
       MarkPostedRuns.
           MOVE "N" TO WS-Pst-Eof-Flag
           OPEN INPUT PostedRunFile
           IF PostedRunFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadPostedRunRecord
               PERFORM UNTIL EndOfPostedRunFile
                   PERFORM VARYING JournalRunIdx FROM 1 BY 1
                           UNTIL JournalRunIdx > JournalRunUsed
                       IF TblRunId (JournalRunIdx) = PstRunId
                           SET RunAlreadyPosted (JournalRunIdx)
                               TO TRUE
                       END-IF
                   END-PERFORM
                   PERFORM ReadPostedRunRecord
               END-PERFORM
               CLOSE PostedRunFile
           END-IF.

       ReadPostedRunRecord.
           READ PostedRunFile
               AT END SET EndOfPostedRunFile TO TRUE
           END-READ.

       LogRefusedJournal.
           SET ErrControlMismatch TO TRUE
           MOVE "GlPosting"  TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           IF RunUnbalanced (JournalRunIdx)
               STRING "Journal out of balance: "
                   TblRunId (JournalRunIdx)
                   DELIMITED BY SIZE INTO ExcpReasonText
           ELSE
               STRING "Account " TblRunBadAcct (JournalRunIdx)
                   " not on chart: " TblRunId (JournalRunIdx)
                   DELIMITED BY SIZE INTO ExcpReasonText
           END-IF
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY ExcpReasonText.

      *> Second pass: every line of a journal cleared to post goes
      *> to the posting work file, which is then sorted in with the
      *> old balances and merged into the new master.
       PostJournals.
           PERFORM VARYING JournalRunIdx FROM 1 BY 1
                   UNTIL JournalRunIdx > JournalRunUsed
               IF RunToPost (JournalRunIdx)
                   ADD 1 TO JournalsPosted
               END-IF
           END-PERFORM
           IF JournalsPosted > 0
               PERFORM WritePostingWork
               PERFORM SortBalances
               PERFORM MergeBalances
           END-IF.

       WritePostingWork.
           MOVE "N" TO WS-Jrn-Eof-Flag
           OPEN OUTPUT PostingWorkFile
           OPEN INPUT GlJournalFile
           PERFORM ReadGlJournalRecord
           PERFORM UNTIL EndOfGlJournalFile
               PERFORM PostOneJournalLine
               PERFORM ReadGlJournalRecord
           END-PERFORM
           CLOSE GlJournalFile
           CLOSE PostingWorkFile.

       PostOneJournalLine.
           PERFORM FindJournalRun
           IF EntryFound
               IF RunToPost (JournalRunIdx)
                   IF JrnDebit NOT NUMERIC
                       MOVE 0 TO JrnDebit
                   END-IF
                   IF JrnCredit NOT NUMERIC
                       MOVE 0 TO JrnCredit
                   END-IF
                   MOVE JrnAccount    TO PwrAccount
                   MOVE JrnCostCenter TO PwrCostCenter
                   MOVE JrnPeriodId   TO PwrPeriodId
                   MOVE JrnDebit      TO PwrDebit
                   MOVE JrnCredit     TO PwrCredit
                   WRITE PostingWorkRecord
                   ADD 1 TO LinesPosted
               END-IF
           END-IF.

      *> The old master and tonight's lines into period, account
      *> and cost-center order together.  The first posting run
      *> finds no master and sorts the lines alone.
       SortBalances.
           MOVE "N" TO WS-Bal-File-Flag
           OPEN INPUT GlBalanceFile
           IF NOT GlBalanceFileNotFound
               SET BalanceMasterOnDisk TO TRUE
               CLOSE GlBalanceFile
           END-IF
           IF BalanceMasterOnDisk
               SORT BalanceSortFile
                   ON ASCENDING KEY BsrPeriodId BsrAccount
                       BsrCostCenter
                   USING GlBalanceFile PostingWorkFile
                   GIVING BalanceSortedFile
           ELSE
               SORT BalanceSortFile
                   ON ASCENDING KEY BsrPeriodId BsrAccount
                       BsrCostCenter
                   USING PostingWorkFile
                   GIVING BalanceSortedFile
           END-IF.

      *> One master row per key, the old balance and every line
      *> posted to it tonight added together - the master is
      *> written back in key order, so the trial balance prints
      *> straight down it.
       MergeBalances.
           MOVE "N" TO WS-Srt-Eof-Flag
           OPEN INPUT BalanceSortedFile
           OPEN OUTPUT GlBalanceFile
           PERFORM ReadBalanceSortedRecord
           PERFORM UNTIL EndOfBalanceSortedFile
               MOVE BstAccount    TO GlbAccount
               MOVE BstCostCenter TO GlbCostCenter
               MOVE BstPeriodId   TO GlbPeriodId
               MOVE 0 TO GlbDebit
               MOVE 0 TO GlbCredit
               PERFORM UNTIL EndOfBalanceSortedFile
                       OR BstPeriodId NOT = GlbPeriodId
                       OR BstAccount NOT = GlbAccount
                       OR BstCostCenter NOT = GlbCostCenter
                   ADD BstDebit  TO GlbDebit
                   ADD BstCredit TO GlbCredit
                   PERFORM ReadBalanceSortedRecord
               END-PERFORM
               WRITE GlBalanceRecord
               ADD 1 TO RecordsWritten
           END-PERFORM
           CLOSE GlBalanceFile
           CLOSE BalanceSortedFile.

       ReadBalanceSortedRecord.
           READ BalanceSortedFile
               AT END SET EndOfBalanceSortedFile TO TRUE
           END-READ.

       ReadGlBalanceRecord.
           READ GlBalanceFile
               AT END SET EndOfGlBalanceFile TO TRUE
           END-READ.

      *> A chart or journal file too big for its table posts
      *> nothing and leaves every file as it was.
       OverflowFailure.
           SET ErrControlMismatch TO TRUE
           MOVE "GlPosting"  TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE "GL tables overflow - nothing posted" TO
               ExcpReasonText
           MOVE OperatorId TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           DISPLAY "Run stopped - a GL table overflowed; nothing "
               "posted.".

      *> Each journal just posted goes on the log, so the next run
      *> refuses it.
       AppendPostedRuns.
           IF TableOverflow
               CONTINUE
           ELSE
               OPEN EXTEND PostedRunFile
               IF PostedRunFileNotFound
                   OPEN OUTPUT PostedRunFile
               END-IF
               PERFORM VARYING JournalRunIdx FROM 1 BY 1
                       UNTIL JournalRunIdx > JournalRunUsed
                   IF RunToPost (JournalRunIdx)
                       MOVE TblRunId (JournalRunIdx)     TO PstRunId
                       MOVE TblRunLines (JournalRunIdx)  TO PstLines
                       MOVE TblRunDebit (JournalRunIdx)  TO PstDebit
                       MOVE TblRunCredit (JournalRunIdx) TO PstCredit
                       MOVE FUNCTION CURRENT-DATE(1:8) TO PstPostedOn
                       MOVE RunIdValue TO PstPostedBy
                       WRITE PostedRunRecord
                   END-IF
               END-PERFORM
               CLOSE PostedRunFile
           END-IF.

      *> Every journal that has posted comes off the journal file:
      *> tonight's are added to the released-journal file for the
      *> despatch to finance, one posted on an earlier night is
      *> simply dropped, and a refused journal is held on the file
      *> to post once it is put right.  The released file builds
      *> up across postings until the despatch takes it and empties
      *> it, so a second posting before the despatch loses nothing.
      *> The journal file as it stood is kept as a dated generation
      *> first.
       ReleasePostedJournals.
           MOVE "Data/EvTrue/GLJOURNAL.DAT" TO GenBasePath
           CALL "GenKeep" USING GenBasePath
           OPEN EXTEND ReleasedJournalFile
           IF ReleasedJournalFileNotFound
               OPEN OUTPUT ReleasedJournalFile
           END-IF
           OPEN OUTPUT HeldJournalFile
           MOVE "N" TO WS-Jrn-Eof-Flag
           OPEN INPUT GlJournalFile
           IF GlJournalFileNotFound
               CLOSE ReleasedJournalFile
               CLOSE HeldJournalFile
           ELSE
               PERFORM ReadGlJournalRecord
               PERFORM UNTIL EndOfGlJournalFile
                   PERFORM ReleaseOneJournalLine
                   PERFORM ReadGlJournalRecord
               END-PERFORM
               CLOSE GlJournalFile
               CLOSE ReleasedJournalFile
               CLOSE HeldJournalFile
               PERFORM RestoreHeldJournals
           END-IF.

       ReleaseOneJournalLine.
           PERFORM FindJournalRun
           EVALUATE TRUE
               WHEN NOT EntryFound
                   WRITE HeldJournalLine FROM GlJournalRecord
                   ADD 1 TO LinesHeld
               WHEN RunToPost (JournalRunIdx)
                   WRITE ReleasedJournalLine FROM GlJournalRecord
                   ADD 1 TO LinesReleased
               WHEN RunAlreadyPosted (JournalRunIdx)
                   CONTINUE
               WHEN OTHER
                   WRITE HeldJournalLine FROM GlJournalRecord
                   ADD 1 TO LinesHeld
           END-EVALUATE.

      *> The journal file rewritten with the held lines alone.
       RestoreHeldJournals.
           MOVE "N" TO WS-Hld-Eof-Flag
           OPEN INPUT HeldJournalFile
           OPEN OUTPUT GlJournalFile
           PERFORM ReadHeldJournalLine
           PERFORM UNTIL EndOfHeldJournalFile
               WRITE GlJournalRecord FROM HeldJournalLine
               PERFORM ReadHeldJournalLine
           END-PERFORM
           CLOSE GlJournalFile
           CLOSE HeldJournalFile.

       ReadHeldJournalLine.
           READ HeldJournalFile
               AT END SET EndOfHeldJournalFile TO TRUE
           END-READ.

      *> The head of the report: every journal found on the file
      *> and what became of it.
       WritePostingSummary.
           MOVE "GL POSTING AND TRIAL BALANCE" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE "JOURNALS ON FILE" TO TrialBalanceLine
           WRITE TrialBalanceLine
           PERFORM VARYING JournalRunIdx FROM 1 BY 1
                   UNTIL JournalRunIdx > JournalRunUsed
               MOVE TblRunId (JournalRunIdx)     TO PslRunId
               MOVE TblRunLines (JournalRunIdx)  TO PslLines
               MOVE TblRunDebit (JournalRunIdx)  TO PslDebit
               MOVE TblRunCredit (JournalRunIdx) TO PslCredit
               EVALUATE TRUE
                   WHEN TableOverflow
                       MOVE "NOT POSTED - TABLE OVERFLOW"
                           TO PslOutcome
                   WHEN RunToPost (JournalRunIdx)
                       MOVE "POSTED" TO PslOutcome
                   WHEN RunAlreadyPosted (JournalRunIdx)
                       MOVE "REFUSED - ALREADY POSTED" TO PslOutcome
                   WHEN RunUnbalanced (JournalRunIdx)
                       MOVE "REFUSED - OUT OF BALANCE" TO PslOutcome
                   WHEN OTHER
                       MOVE SPACES TO PslOutcome
                       STRING "REFUSED - ACCOUNT "
                           TblRunBadAcct (JournalRunIdx)
                           DELIMITED BY SIZE INTO PslOutcome
               END-EVALUATE
               MOVE PostingLine TO TrialBalanceLine
               WRITE TrialBalanceLine
           END-PERFORM.

      *> The trial balance straight down the key-ordered master: a
      *> heading and a total line for each period, every period's
      *> debits and credits shown side by side so a period that
      *> does not balance stands out, and the grand totals last.
       WriteTrialBalance.
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE "TRIAL BALANCE BY PERIOD" TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE LOW-VALUES TO CurrentPeriodId
           MOVE "N" TO WS-Glb-Eof-Flag
           OPEN INPUT GlBalanceFile
           IF GlBalanceFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadGlBalanceRecord
               PERFORM UNTIL EndOfGlBalanceFile
                   IF GlbPeriodId NOT = CurrentPeriodId
                       IF CurrentPeriodId NOT = LOW-VALUES
                           PERFORM WritePeriodTotal
                       END-IF
                       PERFORM StartPeriod
                   END-IF
                   PERFORM WriteOneBalanceLine
                   PERFORM ReadGlBalanceRecord
               END-PERFORM
               CLOSE GlBalanceFile
           END-IF
           IF CurrentPeriodId NOT = LOW-VALUES
               PERFORM WritePeriodTotal
           END-IF
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE SPACES TO BalanceLine
           MOVE "ALL PERIODS" TO BllDesc
           MOVE GrandDebit  TO BllDebit
           MOVE GrandCredit TO BllCredit
           COMPUTE AccountBalance = GrandDebit - GrandCredit
           MOVE AccountBalance TO BllBalance
           MOVE BalanceLine TO TrialBalanceLine
           WRITE TrialBalanceLine
           DISPLAY BalanceLine.

       StartPeriod.
           MOVE GlbPeriodId TO CurrentPeriodId
           MOVE 0 TO PeriodDebit
           MOVE 0 TO PeriodCredit
           MOVE SPACES TO TrialBalanceLine
           WRITE TrialBalanceLine
           MOVE CurrentPeriodId TO PhlPeriodId
           MOVE PeriodHeadingLine TO TrialBalanceLine
           WRITE TrialBalanceLine.

       WriteOneBalanceLine.
           MOVE SPACES TO BalanceLine
           MOVE GlbAccount TO BllAccount
           MOVE GlbCostCenter TO BllCostCenter
           MOVE GlbAccount TO GlaAccount
           PERFORM FindChartAccount
           IF EntryFound
               MOVE TblChartDesc (ChartIdx) TO BllDesc
           ELSE
               MOVE "NOT ON CHART" TO BllDesc
           END-IF
           MOVE GlbDebit  TO BllDebit
           MOVE GlbCredit TO BllCredit
           COMPUTE AccountBalance = GlbDebit - GlbCredit
           MOVE AccountBalance TO BllBalance
           MOVE BalanceLine TO TrialBalanceLine
           WRITE TrialBalanceLine
           ADD GlbDebit  TO PeriodDebit
           ADD GlbCredit TO PeriodCredit.

       WritePeriodTotal.
           MOVE SPACES TO BalanceLine
           MOVE "PERIOD TOTAL" TO BllDesc
           MOVE PeriodDebit  TO BllDebit
           MOVE PeriodCredit TO BllCredit
           COMPUTE AccountBalance = PeriodDebit - PeriodCredit
           MOVE AccountBalance TO BllBalance
           MOVE BalanceLine TO TrialBalanceLine
           WRITE TrialBalanceLine
           ADD PeriodDebit  TO GrandDebit
           ADD PeriodCredit TO GrandCredit.

      *> Appends this run's record counts to the shared statistics
      *> file.
       WriteRunStats.
           MOVE "GlPosting" TO StatProgramId
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
           MOVE "GlPosting" TO JpProgramId
           MOVE "N" TO JpParmFound
           CALL "JobParmGet" USING JpProgramId, JpParmName,
               JpParmValue, JpParmFound.

      *> Under NightlyBatch the operator identity comes from the
      *> job-parameter file, so the posting runs with no console
      *> and no hung prompt.
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
           MOVE RunIdValue TO AuditRunId
           MOVE RunIdValue TO ExcpRunId.

      *> The balance master is rewritten whole, so only one posting
      *> may run at a time.
       AcquireRunLock.
           MOVE "GlPosting" TO LockProgramId
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

      *> Appends a run-level entry to the central audit trail with
      *> what was posted and refused.
       WriteAuditLog.
           MOVE "GlPosting" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Journals=" JournalRunUsed " Lines=" RecordsRead
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Posted=" JournalsPosted " Refused="
               JournalsRefused
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
