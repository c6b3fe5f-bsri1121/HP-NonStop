               "Data/Nested/GCSUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubjectCatalogFileStatus.
           SELECT EnrolmentFile ASSIGN TO "Data/Nested/GCENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrolmentFileStatus.
           SELECT MissingMarksFile ASSIGN TO
               "Data/Nested/GCMISSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ResitRegisterFile ASSIGN TO
               "Data/Nested/GCRESIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RankPrintFile ASSIGN TO
               "Data/Nested/GCRANKRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TrimFile ASSIGN TO "Data/Nested/GCTRIM.TMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RankSortFile ASSIGN TO "Data/Nested/GCRANKWRK.DAT".
           SELECT EnrolSortFile ASSIGN TO "Data/Nested/GCENRWRK.DAT".
           SELECT EnrolSortedFile ASSIGN TO "Data/Nested/GCENRSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> The grade transaction carries the class/section code after
      *> the marks, so the rankings and summaries can finally split
      *> by class instead of mixing the whole school into one list.
      *> This is layout version 03 on the header; version 02 details
      *> end at the record type, before marks past the fifth subject
      *> were carried, and name a resit's subject in one digit.
       FD  GradeTxnFile.
       01  GradeTxnRecord.
           05 TxnStudentId PIC X(10).
           05 TxnSubject4  PIC 9(3).
           05 TxnSubject5  PIC 9(3).
           05 TxnClassCode PIC X(3).
           05 TxnRecordType PIC X.
               88 ResitTransaction VALUE "R".
      *> Marks for subjects 6 to 20, behind the record type so the
      *> first five keep the columns upstream has always cut.
           05 TxnLaterMarks.
               10 TxnLaterMark PIC 9(3) OCCURS 15 TIMES.

      *> A resit mark for one failed subject, flagged R after the
      *> class code.  The mark sits in the first subject column,
      *> so the trailer's hash over the numeric mark columns takes
      *> in the resit mark and nothing else.
       01  GradeTxnResitView.
           05 RstStudentId PIC X(10).
           05 RstMark      PIC 9(3).
           05 RstSubject   PIC 9(2).
           05 FILLER       PIC X(13).
           05 RstRecordType PIC X.

      *> Alternate views of the same record storage for the control
      *> records that bracket the details - the standard header
           05 HdrRecordType   PIC X.
           05 HdrFileDate     PIC 9(8).
           05 HdrSourceSystem PIC X(8).
           05 HdrLayoutVer    PIC X(2).
       01  GradeTxnTrailerView.
           05 TrlRecordType  PIC X.
           05 TrlDetailCount PIC 9(7).
      *> existed reads its class back as spaces instead of
      *> misreading older bytes.
           05 GrClassCode    PIC X(3).
      *> Resit outcome per subject: P passed on resit with the mark
      *> capped at the pass mark, F resat and failed again, space
      *> for a subject not resat.
           05 GrResitFlags.
               10 GrResitFlag PIC X OCCURS 5 TIMES.
      *> Subjects 6 to 20 follow the master's attendance area, left
      *> blank here, so a grade row and a master row still line up
      *> byte for byte - marks first, then their resit outcomes.
           05 FILLER         PIC X(24).
           05 GrLaterMarks.
               10 GrLaterMark PIC 9(3) OCCURS 15 TIMES.
           05 GrLaterResitFlags.
               10 GrLaterResitFlag PIC X OCCURS 15 TIMES.

      *> Keyed student master holding exactly one current record per
      *> student, in the same layout as the grade records.  A
      *> resubmitted mark sheet replaces the student's record here -
      *> with the prior values kept on the history file - so the
      *> class ranking report ranks each student exactly once.
      *> The term's attendance rides behind the grade fields from
      *> position 91, kept by the attendance load - a resubmitted
      *> mark sheet replaces the grade fields only, so the days
      *> already counted stay.  The marks and resit outcomes of
      *> subjects 6 to 20 follow it from position 112.
       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

      *> Prior values of every replaced master record, appended as
      *> they stood when superseded.
       FD  GradeHistFile.
       01  GradeHistRecord PIC X(171).

      *> Staging area for the resume trim - the grade feed and the
      *> history are copied back to their checkpointed lengths
      *> before the run continues, so records re-processed after a
      *> crash are not appended twice.
       FD  TrimFile.
       01  TrimLine PIC X(171).

       FD  SubjectReportFile.
       01  SubjectReportLine PIC X(100).
       FD  TermHistFile.
       01  TermHistRecord.
           05 ThTermId       PIC X(6).
           05 ThStudentImage PIC X(171).

       FD  TermCompareFile.
       01  TermCompareLine PIC X(110).
      *> can re-weight a subject without a recompile.
       FD  SubjectWeightFile.
       01  SubjectWeightRecord.
           05 WgtSubject PIC 9(2).
           05 WgtCredit  PIC 9(2).

      *> The subject catalog: a real name and an individual pass
      *> even when the overall average clears.
       FD  SubjectCatalogFile.
       01  SubjectCatalogRecord.
           05 CatSubject  PIC 9(2).
           05 CatName     PIC X(12).
           05 CatPassMark PIC 9(3).

      *> Subject enrolment - one row per student, term and subject
      *> the student is taking, kept by the registrar alongside the
      *> catalog.
       FD  EnrolmentFile.
       01  EnrolmentFileRecord PIC X(18).

      *> Every enrolled subject still without a mark when a term is
      *> asked to close - the list the registrar clears before the
      *> roll-over is allowed.
       FD  MissingMarksFile.
       01  MissingMarksLine PIC X(100).

      *> Every failed subject per student at term end - the resit
      *> list the registrar used to keep on paper.
       FD  ResitRegisterFile.
       01  ResitRegisterLine PIC X(100).

      *> Work file that puts the enrolment into student, term and
      *> subject order on the way in, so a mark sheet's subjects are
      *> found by halving the table instead of reading it through.
       SD  EnrolSortFile.
       01  EnrolSortRecord.
           05 EsrKey PIC X(18).

       FD  EnrolSortedFile.
       01  EnrolSortedRecord PIC X(18).

      *> Work file for the SORT that drives the class ranking report.
       SD  RankSortFile.
       01  RankSortRecord.
      *> the class code lines up with its master-record position.
           05 FILLER          PIC X(36).
           05 SrtClassCode    PIC X(3).
           05 SrtResitFlags   PIC X(5).
           05 FILLER          PIC X(24).
           05 SrtLaterMarks   PIC X(45).
           05 SrtLaterResitFlags PIC X(15).

       FD  RankedFile.
       01  RankedRecord.
           05 RkdHonorRoll    PIC X(1).
           05 FILLER          PIC X(36).
           05 RkdClassCode    PIC X(3).
           05 RkdResitFlags   PIC X(5).
           05 FILLER          PIC X(24).
           05 RkdLaterMarks   PIC X(45).
           05 RkdLaterResitFlags PIC X(15).

       FD  GradeRankFile.
       01  GradeRankRecord.
           05 RankPosition    PIC 9(5).
           05 RankStudentId   PIC X(10).
           05 RankTotalMarks  PIC 9(4).
           05 RankGpa         PIC 9V99.
           05 RankLetterGrade PIC X(1).
           05 RankHonorRoll   PIC X(1).
           COPY RUNSTAMP.
           05 FILLER          PIC X(42).

      *> Alternate view of the same record storage used to write the
      *> report-header line as plain text - sized to the full record
           COPY RUNSTATS.
           COPY ERRCODES.
           COPY EXCEPTREC.
           COPY FEEDRCPT.
           COPY FEEDLAY.
           COPY DRYRUN.
           COPY RPTHDR.
           COPY PARMLOOK.
           COPY PARMUSE.
       01 StudentId     PIC X(10).
       01 ClassCode     PIC X(3).

      *> One student's marks in subject order, and the resit outcome
      *> against each, viewed as tables so every check can walk
      *> them.  The first five and the rest are split out as they
      *> lie apart on the grade and master records.
       01 SubjectMarksView.
           05 StudentMark PIC 9(3) OCCURS 20 TIMES.
       01 SubjectMarksSplit REDEFINES SubjectMarksView.
           05 FirstFiveMarks PIC X(15).
           05 LaterMarks     PIC X(45).
       01 ResitFlags.
           05 ResitFlag PIC X OCCURS 20 TIMES.
       01 ResitFlagsSplit REDEFINES ResitFlags.
           05 FirstFiveFlags PIC X(5).
           05 LaterFlags     PIC X(15).

      *> The master image a student's marks are read from or put
      *> back into.
       01 MarksImage PIC X(171).

       01 TotalMarks    PIC 9(4).
       01 AverageMarks  PIC 9(3)V99.
       01 WeightedAvg   PIC 9(3)V99.
       01 WeightedGpa   PIC 9V99.
       01 WeightedTotal PIC 9(7).
       01 CreditTotal   PIC 9(4).
       01 LetterGrade   PIC X(1).
       01 PassFail      PIC X(4).
       01 HonorRoll     PIC X(1).
      *> the run ends.
       01 RecordsRead    PIC 9(7) VALUE 0.
       01 RecordsWritten PIC 9(7) VALUE 0.
       01 MarkRejects    PIC 9(7) VALUE 0.


      *> Header/trailer control handling for the transaction file.
       01 WS-Ctrl-Fail-Flag PIC X VALUE "N".
           88 ControlFailed VALUE "Y".

       01 WS-Refused-Flag PIC X VALUE "N".
           88 DuplicateFeedRefused VALUE "Y".

      *> Validate-only batch run: every mark sheet and resit is graded
      *> and applied to the master in storage as normal, but each
      *> record is handed to the dry-run forecast instead of being
      *> written, and no checkpoint is taken or resumed.
       01 WS-Dry-Flag PIC X VALUE "N".
           88 DryRunMode VALUE "Y".

       01 RunMode PIC X.
           88 BatchMode       VALUE "B".
           88 RankingReport   VALUE "R".
           88 TermRollover    VALUE "T".
           88 TermComparison  VALUE "C".
           88 AmendmentMode   VALUE "A".
           88 ResitRegister   VALUE "E".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfTxnFile    VALUE "Y".
       01 WS-Fatal-Flag PIC X VALUE "N".
           88 FatalFileError VALUE "Y".

       01 RankCounter PIC 9(5) VALUE 0.

      *> Print-report state: the line count that forces a new page
      *> header, the shared rank for tied totals, and the run
      *> totals closing the report.
       01 PrintLineCount  PIC 9(3) VALUE 0.
       01 PageLineLimit   PIC 9(3) VALUE 55.
       01 SharedRank      PIC 9(5) VALUE 0.
       01 PrevTotalMarks  PIC 9(4) VALUE 9999.
       01 ListedCount     PIC 9(5) VALUE 0.
       01 PassCount       PIC 9(5) VALUE 0.
       01 HonorCount      PIC 9(5) VALUE 0.

       01 RankPrintDetail.
           05 PrtRank      PIC ZZZZ9.
           05 FILLER       PIC X(3) VALUE SPACES.
           05 PrtStudentId PIC X(10).
           05 FILLER       PIC X(4) VALUE SPACES.
           05 PrtGrade     PIC X.
           05 FILLER       PIC X(6) VALUE SPACES.
           05 PrtHonor     PIC X.
           05 FILLER       PIC X(2) VALUE SPACES.
           05 PrtResit     PIC X(5).

       01 RankHeadingLine.
           05 FILLER PIC X(5)  VALUE " RANK".
           05 FILLER PIC X(7)  VALUE "    GPA".
           05 FILLER PIC X(7)  VALUE "  GRADE".
           05 FILLER PIC X(7)  VALUE "  HONOR".
           05 FILLER PIC X(7)  VALUE "  RESIT".

      *> Class-break state for the per-class ranking report.
       01 CurrentClassCode  PIC X(3).
       01 ClassRankCounter  PIC 9(5).
       01 ClassSharedRank   PIC 9(5).
       01 ClassPrevTotal    PIC 9(4).
       01 ClassListedCount  PIC 9(5).
       01 ClassPassCount    PIC 9(5).

      *> The student master held in storage while a run applies its
      *> mark sheets, then rewritten whole - the same way the
      *> operator roster is updated in place.  The student tables
      *> are sized for 10000 students, well past the roll, so a
      *> larger intake is a data change and not a failed night.
       01 StudentMasterTable.
           05 StudentMasterEntry OCCURS 10000 TIMES.
               10 TblStudentImage PIC X(171).
       01 StudentMasterUsed PIC 9(5) VALUE 0.
       01 StudentMasterIdx  PIC 9(5).
       01 StudentFoundIdx   PIC 9(5).

      *> Per-subject accumulators for the performance analysis
      *> report - average, highest and lowest mark, and the count of
      *> failing marks, per subject column of the master.
       01 SubjectStatTable.
           05 SubjectStatEntry OCCURS 20 TIMES.
               10 SubjTotal PIC 9(7).
               10 SubjHigh  PIC 9(3).
               10 SubjLow   PIC 9(3).
               10 SubjFail  PIC 9(5).
       01 SubjectIdx     PIC 9(2).
       01 SubjectMark    PIC 9(3).
       01 SubjectAvg     PIC 9(3)V99.
       01 AnalyzedCount  PIC 9(5) VALUE 0.

      *> Credit hours per subject, every subject weighing one until
      *> the weight table says otherwise.
       01 SubjectWeightTable.
           05 SubjectWeight PIC 9(2) OCCURS 20 TIMES.
       01 WeightIdx PIC 9(2).

       01 SubjectCatalogFileStatus PIC XX.
           88 SubjectCatalogFileNotFound VALUE "35".
           88 EndOfSubjectCatalogFile VALUE "Y".

      *> Subject names and individual pass marks from the catalog,
      *> defaulting to "SUBJECT nn" and the overall passing
      *> threshold for any subject without a row.  The catalog can
      *> carry up to 20 subjects; the subjects in play run to the
      *> highest number it holds, or the five defaults when there
      *> is no catalog, and every per-subject walk stops there.
       01 SubjectCatalogTable.
           05 SubjectCatalogEntry OCCURS 20 TIMES.
               10 CtlSubjectName PIC X(12).
               10 CtlPassMark    PIC 9(3).
               10 CtlOnCatalog   PIC X.
                   88 SubjectOnCatalog VALUE "Y".
       01 CatalogIdx PIC 9(2).
       01 SubjectCount PIC 9(2) VALUE 5.

      *> Subject enrolment per student, term and subject, loaded
      *> after the catalog so a row naming a subject the catalog
      *> does not carry is set aside instead of trusted.  The open
      *> term is the latest term on the file - the one the grade
      *> feed is marking.  A mark sheet carries every subject
      *> column, so a subject the student does not take comes in
      *> as zero; a mark above zero there is rejected, and an
      *> enrolled subject still at zero has no mark yet.  With no
      *> enrolment file at all the checks stand down and every
      *> mark sheet posts as before.
       01 EnrolmentFileStatus PIC XX.
           88 EnrolmentFileNotFound VALUE "35".
       01 WS-Enr-Eof-Flag PIC X VALUE "N".
           88 EndOfEnrolmentFile VALUE "Y".
       01 WS-Enr-File-Flag PIC X VALUE "N".
           88 EnrolmentOnFile VALUE "Y".

      *> Set when the enrolment file holds more rows than the table
      *> - checking marks against a truncated table would reject
      *> good sheets and let the roll-over skip missing marks, so
      *> nothing is posted or rolled for the run.
       01 WS-Enr-Overflow-Flag PIC X VALUE "N".
           88 EnrolmentOverflow VALUE "Y".

      *> The enrolment row in hand, read off the sorted work file.
       01 EnrolmentRecord.
           05 EnrStudentId PIC X(10).
           05 EnrTerm      PIC X(6).
           05 EnrSubject   PIC 9(2).
       01 EnrolmentTable.
           05 EnrolmentEntry OCCURS 50000 TIMES.
               10 EtStudentId PIC X(10).
               10 EtTerm      PIC X(6).
               10 EtSubject   PIC 9(2).
       01 EnrolmentUsed      PIC 9(5) VALUE 0.
       01 EnrolmentIdx       PIC 9(5).
       01 EnrolmentSetAside  PIC 9(5) VALUE 0.
       01 OpenTermId         PIC X(6) VALUE SPACES.
       01 EnrolTermWanted    PIC X(6).
       01 EnrolSubjectWanted PIC 9(2).

      *> The enrolment row looked for, laid out as a table row, and
      *> the bounds of the halving search - it closes on the first
      *> row at or after the one wanted.
       01 EnrolmentKeyWanted.
           05 EkwStudentId PIC X(10).
           05 EkwTerm      PIC X(6).
           05 EkwSubject   PIC 9(2).
       01 ChopLow  PIC 9(5).
       01 ChopHigh PIC 9(5).
       01 ChopMid  PIC 9(5).
       01 NotEnrolledSubject PIC 9(2).
       01 WS-Enrolled-Flag PIC X VALUE "N".
           88 SubjectEnrolled VALUE "Y".
       01 WS-Not-Enrolled-Flag PIC X VALUE "N".
           88 MarkNotEnrolled VALUE "Y".

      *> Term-end check: enrolled subjects of the closing term with
      *> no mark on the master hold the roll-over back.
       01 MissingMarkCount PIC 9(5) VALUE 0.
       01 WS-Roll-Refused-Flag PIC X VALUE "N".
           88 TermRollRefused VALUE "Y".

       01 MissingMarkDetail.
           05 MmdStudentId   PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 MmdTerm        PIC X(6).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 MmdSubject     PIC 9(2).
           05 FILLER         PIC X VALUE SPACE.
           05 MmdSubjectName PIC X(12).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 MmdReason      PIC X(16).

      *> Resit state: the subject in hand, its mark before and
      *> after the cap, and the register's lines.
       01 ResitSubject     PIC 9(2).
       01 ResitCappedMark  PIC 9(3).
       01 ResitCurrentMark PIC 9(3).
       01 ResitsApplied    PIC 9(5) VALUE 0.
       01 ResitsListed     PIC 9(5) VALUE 0.

       01 ResitRegisterDetail.
           05 RrdStudentId   PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RrdClassCode   PIC X(3).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RrdSubject     PIC 9(2).
           05 FILLER         PIC X VALUE SPACE.
           05 RrdSubjectName PIC X(12).
           05 FILLER         PIC X(6) VALUE " mark ".
           05 RrdMark        PIC ZZ9.
           05 FILLER         PIC X(6) VALUE " pass ".
           05 RrdPassMark    PIC ZZ9.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 RrdStatus      PIC X(12).

       01 WS-Subj-Fail-Flag PIC X VALUE "N".
           88 SubjectFailed VALUE "Y".

      *> Mark-amendment state: the keyed correction, the supervisor
      *> who authorized it, and the master image being rebuilt in
      *> place.
       01 AmendImage      PIC X(171).
       01 AmendSubject    PIC 9(2).
       01 AmendMark       PIC 9(3).
       01 AmendOldMark    PIC 9(3).
       01 AmendSupervisor PIC X(10).
       01 WS-Amend-Flag   PIC X VALUE "N".
           88 AmendmentApplied VALUE "Y".

      *> Prior-term standing per student for the comparison report.
       01 PriorTermTable.
           05 PriorTermEntry OCCURS 10000 TIMES.
               10 PtStudentId  PIC X(10).
               10 PtTotalMarks PIC 9(4).
               10 PtLetter     PIC X.
               10 PtHonor      PIC X.
       01 PriorTermUsed PIC 9(5).
       01 PriorTermIdx  PIC 9(5).
       01 WS-Prior-Found-Flag PIC X VALUE "N".
           88 PriorTermFound VALUE "Y".

           ELSE
               DISPLAY "Run mode - (I)nteractive, (B)atch, class "
               DISPLAY "(R)anking report, (S)ubject analysis, "
               DISPLAY "(T)erm-end rollover, term (C)omparison, "
               DISPLAY "r(E)sit register or mark (A)mendment: "
               ACCEPT RunMode
           END-IF.

           IF BatchMode
               PERFORM CheckDryRun
           END-IF.

           PERFORM LoadStudentMaster.
           PERFORM LoadSubjectWeights.
           PERFORM LoadSubjectCatalog.
           PERFORM LoadEnrolment.

           IF EnrolmentOverflow AND NOT (RankingReport
                   OR SubjectAnalysis OR TermComparison)
               DISPLAY "Enrolment file holds more than 50000 rows - "
                   "nothing posted or rolled."
               SET ControlFailed TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN BatchMode
                       PERFORM ProcessBatch
                   WHEN RankingReport
                       PERFORM GenerateRankingReport
                   WHEN SubjectAnalysis
                       PERFORM GenerateSubjectAnalysis
                   WHEN TermRollover
                       PERFORM RollTermEnd
                   WHEN TermComparison
                       PERFORM GenerateTermComparison
                   WHEN AmendmentMode
                       PERFORM ProcessAmendment
                   WHEN ResitRegister
                       PERFORM GenerateResitRegister
                   WHEN OTHER
                       PERFORM ProcessInteractive
               END-EVALUATE
           END-IF.

           IF StudentMasterChanged AND NOT StudentMasterOverflow
               PERFORM RewriteStudentMaster

           PERFORM WriteAuditLog.

           IF DryRunMode
               PERFORM CloseForecast
           END-IF.

           IF FatalFileError
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           IF MarkRejects > 0 OR TermRollRefused
               MOVE 4 TO RETURN-CODE
           END-IF.

           IF ControlFailed
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE SPACES TO ClassCode
           ACCEPT ClassCode

           MOVE ZEROS TO SubjectMarksView
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               DISPLAY "Enter marks for subject " SubjectIdx ": "
               ACCEPT StudentMark (SubjectIdx)
           END-PERFORM

           MOVE SPACES TO ResitFlags
           PERFORM CheckEnrolledMarks
           IF MarkNotEnrolled
               PERFORM RejectNotEnrolled
           ELSE
               PERFORM CalcGpa
               PERFORM AssignGrade
               PERFORM AssignPassFail

               DISPLAY "Grade " LetterGrade
               DISPLAY "Weighted GPA " WeightedGpa

               PERFORM WriteGradeRecord
           END-IF.

       ProcessBatch.
           MOVE 0 TO RecordsRead
                   PERFORM TrimAppendFilesToCheckpoint
               ELSE
                   MOVE 0 TO HistWritten
                   IF NOT DryRunMode
                       PERFORM CountBaseRows
                   END-IF
               END-IF

               OPEN INPUT GradeTxnFile
               PERFORM MarkCheckpointComplete

               PERFORM WriteRunStats

               PERFORM RegisterFeedReceipt
           END-IF.

       ReadTxnRecord.
           END-READ.

      *> Grade point average on a 4.0 scale, derived from the average
      *> of every subject in play - plus the credit-weighted average
      *> and GPA using the registrar's subject credit hours, so the
      *> GPA on file finally matches the registrar's own method.
       CalcGpa.
           MOVE 0 TO TotalMarks
           MOVE 0 TO WeightedTotal
           MOVE 0 TO CreditTotal
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               ADD StudentMark (SubjectIdx) TO TotalMarks
               COMPUTE WeightedTotal = WeightedTotal
                   + StudentMark (SubjectIdx)
                   * SubjectWeight (SubjectIdx)
               ADD SubjectWeight (SubjectIdx) TO CreditTotal
           END-PERFORM
           COMPUTE AverageMarks = TotalMarks / SubjectCount
           COMPUTE Gpa = AverageMarks * 4 / 100

           IF CreditTotal > 0
               COMPUTE WeightedAvg ROUNDED =
                   WeightedTotal / CreditTotal
      *> Honor Roll flag calls out the top band of students.  A
      *> student also fails when any single subject falls under
      *> that subject's own catalog pass mark, even if the overall
      *> average clears the threshold - a subject the student is
      *> not enrolled in carries zero and is not held against them.
       AssignPassFail.
           MOVE "N" TO WS-Subj-Fail-Flag
           PERFORM VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > SubjectCount
               IF StudentMark (CatalogIdx)
                       < CtlPassMark (CatalogIdx)
                   MOVE CatalogIdx TO EnrolSubjectWanted
                   PERFORM CheckSubjectEnrolled
                   IF SubjectEnrolled
                       SET SubjectFailed TO TRUE
                   END-IF
               END-IF
           END-PERFORM

           END-IF.

       WriteGradeRecord.
           MOVE SPACES TO GradeRecord
           MOVE StudentId    TO GrStudentId
           MOVE StudentMark (1) TO GrSubject1
           MOVE StudentMark (2) TO GrSubject2
           MOVE StudentMark (3) TO GrSubject3
           MOVE StudentMark (4) TO GrSubject4
           MOVE StudentMark (5) TO GrSubject5
           MOVE LaterMarks    TO GrLaterMarks
           MOVE TotalMarks    TO GrTotalMarks
           MOVE AverageMarks  TO GrAverageMarks
           MOVE Gpa           TO GrGpa
           MOVE PassFail      TO GrPassFail
           MOVE HonorRoll     TO GrHonorRoll
           MOVE ClassCode     TO GrClassCode
           MOVE FirstFiveFlags TO GrResitFlags
           MOVE LaterFlags    TO GrLaterResitFlags
           MOVE WeightedAvg   TO GrWeightedAvg
           MOVE WeightedGpa   TO GrWeightedGpa
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
           MOVE RunIdValue TO RunStampRunId OF
               GradeRecord

           EVALUATE TRUE
               WHEN DryRunMode
                   MOVE "GCGRADES" TO FcstFileName
                   MOVE GradeRecord TO FcstImage
                   PERFORM ForecastWrite
                   ADD 1 TO RecordsWritten
                   PERFORM UpdateStudentMaster
               WHEN NOT FatalFileError
                   OPEN EXTEND GradeFile
                   IF GradeFileNotFound
                       OPEN OUTPUT GradeFile
                       IF GradeFileStatus NOT = "00"
                           DISPLAY "Unable to open GradeFile - file "
                               "status " GradeFileStatus
                           SET FatalFileError TO TRUE
                       END-IF
                   END-IF
                   IF NOT FatalFileError
                       WRITE GradeRecord
                       ADD 1 TO RecordsWritten
                       PERFORM UpdateStudentMaster
                   END-IF
                   CLOSE GradeFile
           END-EVALUATE.

      *> A posted-wrong mark corrected in place: the master record
      *> is rebuilt with the corrected mark and regraded, the
           DISPLAY "Student ID to amend: "
           MOVE SPACES TO StudentId
           ACCEPT StudentId
           DISPLAY "Subject number (1-" SubjectCount "): "
           ACCEPT AmendSubject
           DISPLAY "Corrected mark (0-100): "
           ACCEPT AmendMark
           MOVE SPACES TO AmendSupervisor
           ACCEPT AmendSupervisor

           PERFORM CheckAmendEnrolment

           EVALUATE TRUE
               WHEN AmendSubject < 1 OR AmendSubject > SubjectCount
                   DISPLAY "Subject number outside 1-" SubjectCount
                       " - nothing amended."
               WHEN AmendMark > 100
                   DISPLAY "Mark outside 0-100 - nothing amended."
               WHEN AmendSupervisor = SPACES
                   DISPLAY "An authorizing supervisor is required - "
                       "nothing amended."
               WHEN NOT SubjectEnrolled
                   DISPLAY "Student not enrolled in that subject for "
                       OpenTermId " - nothing amended."
               WHEN OTHER
                   PERFORM FindAmendStudent
                   IF StudentOnMaster
           PERFORM AppendGradeHistory

           MOVE TblStudentImage (StudentFoundIdx) TO AmendImage
           MOVE AmendImage TO MarksImage
           PERFORM UnpackStudentMarks
           MOVE StudentMark (AmendSubject) TO AmendOldMark
           MOVE AmendMark TO StudentMark (AmendSubject)
           MOVE FirstFiveMarks TO AmendImage (11:15)
           MOVE LaterMarks TO AmendImage (112:45)

           PERFORM CalcGpa
           PERFORM AssignGrade
           PERFORM AssignPassFail
               " - regenerating the rankings."
           PERFORM GenerateRankingReport.

      *> The marks and resit outcomes on the master image in
      *> MarksImage, into the working tables.  A row posted before
      *> the later subjects were carried is blank there, read as no
      *> mark and no resit.
       UnpackStudentMarks.
           MOVE MarksImage (11:15)  TO FirstFiveMarks
           MOVE MarksImage (112:45) TO LaterMarks
           MOVE MarksImage (83:5)   TO FirstFiveFlags
           MOVE MarksImage (157:15) TO LaterFlags
           PERFORM VARYING SubjectIdx FROM 6 BY 1
                   UNTIL SubjectIdx > 20
               IF StudentMark (SubjectIdx) NOT NUMERIC
                   MOVE 0 TO StudentMark (SubjectIdx)
               END-IF
           END-PERFORM.

      *> Applies the just-written grade record to the in-storage
      *> master: a first-time student is added, a resubmission
      *> replaces the student's grade fields with the prior values
      *> pushed to the history file.
       UpdateStudentMaster.
           IF NOT StudentMasterOverflow
               MOVE "N" TO WS-Mst-Found-Flag
               IF StudentOnMaster
                   PERFORM AppendGradeHistory
                   MOVE GradeRecord TO
                       TblStudentImage (StudentFoundIdx) (1:90)
                   MOVE GradeRecord (112:60) TO
                       TblStudentImage (StudentFoundIdx) (112:60)
                   SET StudentMasterChanged TO TRUE
               ELSE
                   IF StudentMasterUsed < 10000
                       ADD 1 TO StudentMasterUsed
                       MOVE GradeRecord TO
                           TblStudentImage (StudentMasterUsed)
           END-IF.

       AppendGradeHistory.
           MOVE TblStudentImage (StudentFoundIdx) TO GradeHistRecord
           IF DryRunMode
               MOVE "GCHIST" TO FcstFileName
               MOVE GradeHistRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               OPEN EXTEND GradeHistFile
               IF GradeHistFileNotFound
                   OPEN OUTPUT GradeHistFile
               END-IF
               WRITE GradeHistRecord
               CLOSE GradeHistFile
           END-IF
           ADD 1 TO HistWritten.

       LoadStudentMaster.
           MOVE "N" TO WS-Mst-Eof-Flag
           ELSE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfStudentMasterFile
                   IF StudentMasterUsed < 10000
                       ADD 1 TO StudentMasterUsed
                       MOVE StudentMasterRecord TO
                           TblStudentImage (StudentMasterUsed)
           END-READ.

       RewriteStudentMaster.
           IF NOT DryRunMode
               OPEN OUTPUT StudentMasterFile
           END-IF
           PERFORM WriteOneStudentMasterRecord
               VARYING StudentMasterIdx FROM 1 BY 1
                   UNTIL StudentMasterIdx > StudentMasterUsed
           IF NOT DryRunMode
               CLOSE StudentMasterFile
           END-IF.

       WriteOneStudentMasterRecord.
           MOVE TblStudentImage (StudentMasterIdx)
               TO StudentMasterRecord
           IF DryRunMode
               MOVE "GCMASTER" TO FcstFileName
               MOVE StudentMasterRecord TO FcstImage
               PERFORM ForecastWrite
           ELSE
               WRITE StudentMasterRecord
           END-IF.

      *> Reads the registrar's subject credit hours, leaving any
      *> subject without a row at a weight of one.
       LoadSubjectWeights.
           PERFORM VARYING WeightIdx FROM 1 BY 1
                   UNTIL WeightIdx > 20
               MOVE 1 TO SubjectWeight (WeightIdx)
           END-PERFORM
           MOVE "N" TO WS-Wgt-Eof-Flag
           ELSE
               PERFORM ReadSubjectWeightRecord
               PERFORM UNTIL EndOfSubjectWeightFile
                   IF WgtSubject >= 1 AND WgtSubject <= 20
                       MOVE WgtCredit TO SubjectWeight (WgtSubject)
                   END-IF
                   PERFORM ReadSubjectWeightRecord
           END-READ.

      *> Reads the subject catalog's names and pass marks, leaving
      *> any subject without a row at its "SUBJECT nn" default and
      *> the overall passing threshold, and sets the subjects in
      *> play from the highest subject number on file.
       LoadSubjectCatalog.
           MOVE 0 TO SubjectCount
           PERFORM VARYING CatalogIdx FROM 1 BY 1
                   UNTIL CatalogIdx > 20
               MOVE SPACES TO CtlSubjectName (CatalogIdx)
               STRING "SUBJECT " CatalogIdx
                   DELIMITED BY SIZE INTO CtlSubjectName (CatalogIdx)
               MOVE PassingThreshold TO CtlPassMark (CatalogIdx)
               MOVE "N" TO CtlOnCatalog (CatalogIdx)
           END-PERFORM
           MOVE "N" TO WS-Cat-Eof-Flag
           OPEN INPUT SubjectCatalogFile
      *> With no catalog at all the five default subjects stand, so
      *> enrolment is checked against those instead of refusing
      *> every row.
           IF SubjectCatalogFileNotFound
               PERFORM VARYING CatalogIdx FROM 1 BY 1
                       UNTIL CatalogIdx > 5
                   SET SubjectOnCatalog (CatalogIdx) TO TRUE
               END-PERFORM
           ELSE
               PERFORM ReadSubjectCatalogRecord
               PERFORM UNTIL EndOfSubjectCatalogFile
                   IF CatSubject >= 1 AND CatSubject <= 20
                       MOVE CatName TO CtlSubjectName (CatSubject)
                       MOVE CatPassMark TO CtlPassMark (CatSubject)
                       SET SubjectOnCatalog (CatSubject) TO TRUE
                       IF CatSubject > SubjectCount
                           MOVE CatSubject TO SubjectCount
                       END-IF
                   END-IF
                   PERFORM ReadSubjectCatalogRecord
               END-PERFORM
               CLOSE SubjectCatalogFile
           END-IF
           IF SubjectCount = 0
               MOVE 5 TO SubjectCount
           END-IF.

       ReadSubjectCatalogRecord.
               AT END SET EndOfSubjectCatalogFile TO TRUE
           END-READ.

      *> Reads the enrolment file into storage, proving each row's
      *> subject against the catalog just loaded.
       LoadEnrolment.
           MOVE "N" TO WS-Enr-Eof-Flag
           MOVE "N" TO WS-Enr-Overflow-Flag
           MOVE 0 TO EnrolmentUsed
           MOVE 0 TO EnrolmentSetAside
           OPEN INPUT EnrolmentFile
           IF EnrolmentFileNotFound
               CONTINUE
           ELSE
               SET EnrolmentOnFile TO TRUE
               CLOSE EnrolmentFile
               SORT EnrolSortFile ON ASCENDING KEY EsrKey
                   WITH DUPLICATES IN ORDER
                   USING EnrolmentFile GIVING EnrolSortedFile
               OPEN INPUT EnrolSortedFile
               PERFORM ReadEnrolmentRecord
               PERFORM UNTIL EndOfEnrolmentFile
                   PERFORM LoadOneEnrolment
                   PERFORM ReadEnrolmentRecord
               END-PERFORM
               CLOSE EnrolSortedFile
           END-IF
           IF EnrolmentSetAside > 0
               DISPLAY EnrolmentSetAside " enrolment rows set aside "
                   "- subject not on the catalog."
           END-IF.

       ReadEnrolmentRecord.
           READ EnrolSortedFile INTO EnrolmentRecord
               AT END SET EndOfEnrolmentFile TO TRUE
           END-READ.

       LoadOneEnrolment.
           EVALUATE TRUE
               WHEN EnrSubject NOT NUMERIC
                   PERFORM SetAsideEnrolment
               WHEN EnrSubject < 1 OR EnrSubject > 20
                   PERFORM SetAsideEnrolment
               WHEN NOT SubjectOnCatalog (EnrSubject)
                   PERFORM SetAsideEnrolment
               WHEN EnrolmentUsed >= 50000
                   SET EnrolmentOverflow TO TRUE
               WHEN OTHER
                   ADD 1 TO EnrolmentUsed
                   MOVE EnrStudentId TO EtStudentId (EnrolmentUsed)
                   MOVE EnrTerm      TO EtTerm (EnrolmentUsed)
                   MOVE EnrSubject   TO EtSubject (EnrolmentUsed)
                   IF EnrTerm > OpenTermId
                       MOVE EnrTerm TO OpenTermId
                   END-IF
           END-EVALUATE.

       SetAsideEnrolment.
           ADD 1 TO EnrolmentSetAside
           DISPLAY "Enrolment row set aside: " EnrolmentRecord.

      *> One mark sheet against the open term's enrolment: the
      *> first subject carrying a mark the student is not enrolled
      *> in rejects the whole sheet.  A mark for a subject past the
      *> last one on the catalog has nothing to be enrolled in and
      *> rejects it the same way.
       CheckEnrolledMarks.
           MOVE "N" TO WS-Not-Enrolled-Flag
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 20 OR MarkNotEnrolled
               IF SubjectIdx > SubjectCount
                       AND StudentMark (SubjectIdx) > 0
                   SET MarkNotEnrolled TO TRUE
                   MOVE SubjectIdx TO NotEnrolledSubject
               END-IF
           END-PERFORM
           IF EnrolmentOnFile AND NOT MarkNotEnrolled
               MOVE OpenTermId TO EnrolTermWanted
               PERFORM VARYING SubjectIdx FROM 1 BY 1
                       UNTIL SubjectIdx > SubjectCount
                           OR MarkNotEnrolled
                   IF StudentMark (SubjectIdx) > 0
                       MOVE SubjectIdx TO EnrolSubjectWanted
                       PERFORM FindEnrolment
                       IF NOT SubjectEnrolled
                           SET MarkNotEnrolled TO TRUE
                           MOVE SubjectIdx TO NotEnrolledSubject
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> A corrected mark above zero needs the subject enrolled in
      *> the open term, the same rule the mark sheets answer to.
       CheckAmendEnrolment.
           SET SubjectEnrolled TO TRUE
           IF EnrolmentOnFile AND AmendMark > 0
                   AND AmendSubject >= 1
                   AND AmendSubject <= SubjectCount
               MOVE OpenTermId TO EnrolTermWanted
               MOVE AmendSubject TO EnrolSubjectWanted
               PERFORM FindEnrolment
           END-IF.

      *> Whether the subject in EnrolSubjectWanted is one the
      *> student takes this term - every subject counts when there
      *> is no enrolment file.
       CheckSubjectEnrolled.
           IF EnrolmentOnFile
               MOVE OpenTermId TO EnrolTermWanted
               PERFORM FindEnrolment
           ELSE
               SET SubjectEnrolled TO TRUE
           END-IF.

       FindEnrolment.
           MOVE "N" TO WS-Enrolled-Flag
           MOVE StudentId          TO EkwStudentId
           MOVE EnrolTermWanted    TO EkwTerm
           MOVE EnrolSubjectWanted TO EkwSubject
           MOVE 1 TO ChopLow
           COMPUTE ChopHigh = EnrolmentUsed + 1
           PERFORM UNTIL ChopLow >= ChopHigh
               COMPUTE ChopMid = (ChopLow + ChopHigh) / 2
               IF EnrolmentEntry (ChopMid) < EnrolmentKeyWanted
                   COMPUTE ChopLow = ChopMid + 1
               ELSE
                   MOVE ChopMid TO ChopHigh
               END-IF
           END-PERFORM
           IF ChopLow <= EnrolmentUsed
               IF EnrolmentEntry (ChopLow) = EnrolmentKeyWanted
                   SET SubjectEnrolled TO TRUE
               END-IF
           END-IF.

      *> A rejected sheet is logged to the central exception file
      *> and counted on the run statistics; nothing of it posts.
       RejectNotEnrolled.
           ADD 1 TO MarkRejects
           SET ErrOutOfRangeInput TO TRUE
           MOVE "GradeCheck" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE SPACES TO ExcpReasonText
           STRING StudentId " not enrolled in subject "
               NotEnrolledSubject
               DELIMITED BY SIZE INTO ExcpReasonText
           MOVE OperatorId   TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           PERFORM ForecastRejectedTxn
           DISPLAY "Mark sheet rejected - " StudentId " has a mark "
               "for " CtlSubjectName (NotEnrolledSubject)
               " but is not enrolled in " OpenTermId ".".

      *> The resit register: every enrolled subject on the master
      *> still under its catalog pass mark, with whether a resit is
      *> due or was already sat and failed.  A subject passed on
      *> resit is off the list.
       GenerateResitRegister.
           MOVE 0 TO ResitsListed
           OPEN OUTPUT ResitRegisterFile
           MOVE "RESIT REGISTER" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ResitRegisterLine
           WRITE ResitRegisterLine

           PERFORM ListStudentResits
               VARYING StudentMasterIdx FROM 1 BY 1
                   UNTIL StudentMasterIdx > StudentMasterUsed

           MOVE SPACES TO ResitRegisterLine
           STRING "FAILED SUBJECTS LISTED " ResitsListed
               DELIMITED BY SIZE INTO ResitRegisterLine
           WRITE ResitRegisterLine
           DISPLAY ResitRegisterLine
           CLOSE ResitRegisterFile.

       ListStudentResits.
           MOVE TblStudentImage (StudentMasterIdx) (1:10) TO StudentId
           MOVE TblStudentImage (StudentMasterIdx) TO MarksImage
           PERFORM UnpackStudentMarks
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               MOVE StudentMark (SubjectIdx) TO SubjectMark
               IF SubjectMark < CtlPassMark (SubjectIdx)
                   MOVE SubjectIdx TO EnrolSubjectWanted
                   PERFORM CheckSubjectEnrolled
                   IF SubjectEnrolled
                       PERFORM WriteResitLine
                   END-IF
               END-IF
           END-PERFORM.

       WriteResitLine.
           ADD 1 TO ResitsListed
           MOVE StudentId TO RrdStudentId
           MOVE TblStudentImage (StudentMasterIdx) (80:3)
               TO RrdClassCode
           MOVE SubjectIdx TO RrdSubject
           MOVE CtlSubjectName (SubjectIdx) TO RrdSubjectName
           MOVE SubjectMark TO RrdMark
           MOVE CtlPassMark (SubjectIdx) TO RrdPassMark
           IF ResitFlag (SubjectIdx) = "F"
               MOVE "RESIT FAILED" TO RrdStatus
           ELSE
               MOVE "RESIT DUE" TO RrdStatus
           END-IF
           MOVE ResitRegisterDetail TO ResitRegisterLine
           WRITE ResitRegisterLine
           DISPLAY ResitRegisterDetail.

      *> Term-end: every enrolled subject of the closing term must
      *> carry a mark first.  Once it does, the live master rolls
      *> into the term history under the closing term's ID and the
      *> live files start the new term empty.
       RollTermEnd.
           DISPLAY "Term ID to close (e.g. 2026T1): "
           ACCEPT TermId

           PERFORM ListMissingMarks
           IF MissingMarkCount > 0
               SET TermRollRefused TO TRUE
               DISPLAY "Term " TermId " not closed - "
                   MissingMarkCount " enrolled subjects have no "
                   "mark (GCMISSRPT)."
           ELSE
               PERFORM CloseTerm
           END-IF.

      *> Lists the closing term's enrolled subjects with no mark -
      *> the student has no mark sheet on the master, or the
      *> subject's mark is still zero.
       ListMissingMarks.
           MOVE 0 TO MissingMarkCount
           OPEN OUTPUT MissingMarksFile
           MOVE "ENROLLED SUBJECTS NOT MARKED" TO RptReportTitle
           MOVE 1 TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO MissingMarksLine
           WRITE MissingMarksLine

           PERFORM CheckOneEnrolledMark
               VARYING EnrolmentIdx FROM 1 BY 1
                   UNTIL EnrolmentIdx > EnrolmentUsed

           MOVE SPACES TO MissingMarksLine
           STRING "TERM " TermId " SUBJECTS WITHOUT A MARK "
               MissingMarkCount
               DELIMITED BY SIZE INTO MissingMarksLine
           WRITE MissingMarksLine
           CLOSE MissingMarksFile.

       CheckOneEnrolledMark.
           IF EtTerm (EnrolmentIdx) = TermId
               MOVE EtStudentId (EnrolmentIdx) TO StudentId
               PERFORM FindAmendStudent
               IF StudentOnMaster
                   MOVE TblStudentImage (StudentFoundIdx) TO MarksImage
                   PERFORM UnpackStudentMarks
                   MOVE StudentMark (EtSubject (EnrolmentIdx))
                       TO SubjectMark
                   IF SubjectMark = 0
                       MOVE "MARK NOT POSTED" TO MmdReason
                       PERFORM WriteMissingMark
                   END-IF
               ELSE
                   MOVE "NO MARK SHEET" TO MmdReason
                   PERFORM WriteMissingMark
               END-IF
           END-IF.

       WriteMissingMark.
           ADD 1 TO MissingMarkCount
           MOVE EtStudentId (EnrolmentIdx) TO MmdStudentId
           MOVE EtTerm (EnrolmentIdx)      TO MmdTerm
           MOVE EtSubject (EnrolmentIdx)   TO MmdSubject
           MOVE CtlSubjectName (EtSubject (EnrolmentIdx))
               TO MmdSubjectName
           MOVE MissingMarkDetail TO MissingMarksLine
           WRITE MissingMarksLine
           DISPLAY MissingMarkDetail.

       CloseTerm.
           OPEN EXTEND TermHistFile
           IF TermHistFileNotFound
               OPEN OUTPUT TermHistFile
               PERFORM ReadTermHistRecord
               PERFORM UNTIL EndOfTermHistFile
                   IF ThTermId = PriorTermId
                           AND PriorTermUsed < 10000
                       ADD 1 TO PriorTermUsed
                       MOVE ThStudentImage (1:10) TO
                           PtStudentId (PriorTermUsed)
       GenerateSubjectAnalysis.
           MOVE 0 TO AnalyzedCount
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               MOVE 0   TO SubjTotal (SubjectIdx)
               MOVE 0   TO SubjHigh (SubjectIdx)
               MOVE 999 TO SubjLow (SubjectIdx)
           WRITE SubjectReportLine

           PERFORM WriteOneSubjectLine
               VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount

           MOVE SPACES TO SubjectReportLine
           STRING "STUDENTS ANALYZED " AnalyzedCount
           DISPLAY SubjectReportLine
           CLOSE SubjectReportFile.

      *> One master record's marks into the per-subject
      *> accumulators.
       TallyOneStudent.
           ADD 1 TO AnalyzedCount
           MOVE TblStudentImage (StudentMasterIdx) TO MarksImage
           PERFORM UnpackStudentMarks
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               MOVE StudentMark (SubjectIdx) TO SubjectMark
               ADD SubjectMark TO SubjTotal (SubjectIdx)
               IF SubjectMark > SubjHigh (SubjectIdx)
                   MOVE SubjectMark TO SubjHigh (SubjectIdx)
           MOVE RkdGpa          TO PrtGpa
           MOVE RkdLetterGrade  TO PrtGrade
           MOVE RkdHonorRoll    TO PrtHonor
           PERFORM SetResitMarker
           MOVE RankPrintDetail TO ClassPrintLine
           WRITE ClassPrintLine.

           MOVE RkdGpa         TO PrtGpa
           MOVE RkdLetterGrade TO PrtGrade
           MOVE RkdHonorRoll   TO PrtHonor
           PERFORM SetResitMarker
           MOVE RankPrintDetail TO RankPrintLine
           WRITE RankPrintLine
           ADD 1 TO PrintLineCount.

      *> RESIT against a student with any subject passed on resit.
       SetResitMarker.
           MOVE SPACES TO PrtResit
           MOVE RkdResitFlags TO FirstFiveFlags
           MOVE RkdLaterResitFlags TO LaterFlags
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
               IF ResitFlag (SubjectIdx) = "P"
                   MOVE "RESIT" TO PrtResit
               END-IF
           END-PERFORM.

      *> A fresh page: the standard header with the next page
      *> number, then the column headings.
       StartNewRankPage.
           MOVE "GradeCheck" TO StatProgramId
           MOVE RecordsRead    TO StatRecordsRead
           MOVE RecordsWritten TO StatRecordsWritten
           MOVE MarkRejects TO StatRecordsRejected
           MOVE OperatorId TO StatOperatorId
           MOVE RunIdValue TO StatRunId
           CALL "RunStats" USING StatProgramId, StatRecordsRead,
       CheckForCheckpoint.
           MOVE "N" TO WS-Resume-Flag
           MOVE 0 TO DetailsDone
           IF NOT DryRunMode
               OPEN INPUT CheckpointFile
           END-IF
           IF DryRunMode OR CheckpointNotFound
               CONTINUE
           ELSE
               READ CheckpointFile
           MOVE BaseHistRows      TO ChkBaseHist
           MOVE TxnFileDate       TO ChkFileDate
           MOVE "Y"               TO ChkPending
      *> A dry run forecasts the master once, at the end of the run.
           IF NOT DryRunMode
               OPEN OUTPUT CheckpointFile
               WRITE CheckpointRecord
               CLOSE CheckpointFile
               IF StudentMasterChanged AND NOT StudentMasterOverflow
                   PERFORM RewriteStudentMaster
               END-IF
           END-IF.

       MarkCheckpointComplete.
           MOVE 0 TO ChkBaseHist
           MOVE 0 TO ChkFileDate
           MOVE "N" TO ChkPending
           IF NOT DryRunMode
               OPEN OUTPUT CheckpointFile
               WRITE CheckpointRecord
               CLOSE CheckpointFile
           END-IF.

      *> Looks up the checkpoint interval through the effective-dated
      *> parameter lookup, keeping the compiled-in default when no
      *> One validated mark sheet through the grading chain.
       ProcessOneTxnRecord.
           PERFORM ReadTxnRecord
           IF FlyLayoutPrevious
               PERFORM UpconvertTxnRecord
           END-IF
           IF ResitTransaction
               PERFORM ProcessResit
           ELSE
               PERFORM ProcessMarkSheet
           END-IF
           ADD 1 TO DetailsDone
           IF FUNCTION MOD(DetailsDone, CheckpointEvery) = 0
               PERFORM WriteCheckpoint
           END-IF.

      *> A version 02 detail carries five subjects, so a mark
      *> sheet takes no mark in the rest, and a resit's one-digit
      *> subject moves over to the right of its two-digit column.
       UpconvertTxnRecord.
           IF ResitTransaction
               MOVE GradeTxnRecord (14:1) TO GradeTxnRecord (15:1)
               MOVE "0" TO GradeTxnRecord (14:1)
           ELSE
               MOVE ZEROS TO TxnLaterMarks
           END-IF.

       ProcessMarkSheet.
           MOVE TxnStudentId TO StudentId
           MOVE TxnClassCode TO ClassCode
           MOVE TxnSubject1  TO StudentMark (1)
           MOVE TxnSubject2  TO StudentMark (2)
           MOVE TxnSubject3  TO StudentMark (3)
           MOVE TxnSubject4  TO StudentMark (4)
           MOVE TxnSubject5  TO StudentMark (5)
           MOVE TxnLaterMarks TO LaterMarks
           MOVE SPACES TO ResitFlags

           PERFORM CheckEnrolledMarks
           IF MarkNotEnrolled
               PERFORM RejectNotEnrolled
           ELSE
               PERFORM CalcGpa
               PERFORM AssignGrade
               PERFORM AssignPassFail
               PERFORM WriteGradeRecord
           END-IF.

      *> A resit mark replaces a failed subject's mark on the
      *> student's master record, capped at the subject's catalog
      *> pass mark; a resit failed again keeps the better of the
      *> two marks.  The record is regraded from all its marks and
      *> posted the way a mark sheet posts, so the prior record -
      *> the original failed mark - lands on the history file.
       ProcessResit.
           MOVE RstStudentId TO StudentId
           PERFORM FindAmendStudent
           EVALUATE TRUE
               WHEN NOT StudentOnMaster
                   MOVE "no mark sheet on file" TO ExcpReasonText
                   PERFORM RejectResit
               WHEN RstSubject NOT NUMERIC
                   MOVE "resit subject not on the catalog"
                       TO ExcpReasonText
                   PERFORM RejectResit
               WHEN RstSubject < 1 OR RstSubject > SubjectCount
                   MOVE "resit subject not on the catalog"
                       TO ExcpReasonText
                   PERFORM RejectResit
               WHEN RstMark NOT NUMERIC
                   MOVE "resit mark outside 0-100" TO ExcpReasonText
                   PERFORM RejectResit
               WHEN RstMark > 100
                   MOVE "resit mark outside 0-100" TO ExcpReasonText
                   PERFORM RejectResit
               WHEN OTHER
                   MOVE RstSubject TO ResitSubject
                   MOVE TblStudentImage (StudentFoundIdx) TO MarksImage
                   PERFORM UnpackStudentMarks
                   MOVE StudentMark (ResitSubject) TO ResitCurrentMark
                   IF ResitCurrentMark >= CtlPassMark (ResitSubject)
                       MOVE "subject was not failed" TO ExcpReasonText
                       PERFORM RejectResit
                   ELSE
                       PERFORM ApplyResit
                   END-IF
           END-EVALUATE.

      *> The student's marks and resit outcomes are already in hand
      *> from the master image the resit was proved against.
       ApplyResit.
           MOVE TblStudentImage (StudentFoundIdx) (80:3) TO ClassCode

           IF RstMark >= CtlPassMark (ResitSubject)
               MOVE CtlPassMark (ResitSubject) TO ResitCappedMark
               MOVE "P" TO ResitFlag (ResitSubject)
           ELSE
               IF RstMark > ResitCurrentMark
                   MOVE RstMark TO ResitCappedMark
               ELSE
                   MOVE ResitCurrentMark TO ResitCappedMark
               END-IF
               MOVE "F" TO ResitFlag (ResitSubject)
           END-IF
           MOVE ResitCappedMark TO StudentMark (ResitSubject)

           PERFORM CalcGpa
           PERFORM AssignGrade
           PERFORM AssignPassFail
           PERFORM WriteGradeRecord
           ADD 1 TO ResitsApplied
           DISPLAY "Resit posted - " StudentId " "
               CtlSubjectName (ResitSubject) " " ResitCurrentMark
               " -> " ResitCappedMark.

       RejectResit.
           ADD 1 TO MarkRejects
           SET ErrOutOfRangeInput TO TRUE
           MOVE "GradeCheck" TO ExcpProgramId
           MOVE StdErrorCode TO ExcpReasonCode
           MOVE OperatorId   TO ExcpOperatorId
           CALL "ExceptionLog" USING ExcpProgramId, ExcpReasonCode,
               ExcpReasonText, ExcpOperatorId, ExcpRunId
           PERFORM ForecastRejectedTxn
           DISPLAY "Resit rejected - " StudentId " - "
               ExcpReasonText.

      *> A dry run forecasts the rejected transaction as read, so
      *> the forecast's reject count matches what a live run would
      *> turn away.
       ForecastRejectedTxn.
           IF DryRunMode
               MOVE "GCTXN" TO FcstFileName
               MOVE GradeTxnRecord TO FcstImage
               PERFORM ForecastReject
           END-IF.

      *> Counts every line on the transaction file ahead of the
      *> count, and its hash total over the numeric fields.
       ValidateTxnControls.
           MOVE "N" TO WS-Control-Flag
           MOVE SPACE TO FlyVerdict
           COMPUTE TxnDetailExpected = TxnTotalLines - 2
           IF TxnDetailExpected < 0
               DISPLAY "Transaction file has no room for header and "
               IF HdrRecordType NOT = "H"
                   DISPLAY "Transaction file header record missing."
               ELSE
                   PERFORM CheckFeedLayout
                   IF NOT FlyLayoutUnknown
                       MOVE HdrFileDate TO TxnFileDate
                       MOVE HdrFileDate TO FeedRcptFileDate
                       MOVE HdrSourceSystem TO FeedRcptSource
                       PERFORM AccumulateTxnHash TxnDetailExpected TIMES
                       READ GradeTxnFile END-READ
                       EVALUATE TRUE
                           WHEN TrlRecordType NOT = "T"
                               DISPLAY "Transaction file trailer "
                                   "record missing."
                           WHEN TrlDetailCount NOT NUMERIC
                               OR TrlHashTotal NOT NUMERIC
                               DISPLAY "Transaction file trailer is "
                                   "not numeric."
                           WHEN TrlDetailCount NOT = TxnDetailExpected
                               DISPLAY "Trailer count " TrlDetailCount
                                   " does not match " TxnDetailExpected
                                   " details on file."
                           WHEN TrlHashTotal NOT = TxnHashTotal
                               DISPLAY "Trailer hash total "
                                   TrlHashTotal
                                   " does not match computed "
                                   TxnHashTotal "."
                           WHEN OTHER
                               SET ControlsValid TO TRUE
                               PERFORM CheckFeedReceipt
                       END-EVALUATE
                   END-IF
               END-IF
               CLOSE GradeTxnFile
           END-IF.
           END-IF
           IF TxnSubject5 NUMERIC
               ADD TxnSubject5 TO TxnHashTotal
           END-IF
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 15
               IF TxnLaterMark (SubjectIdx) NUMERIC
                   ADD TxnLaterMark (SubjectIdx) TO TxnHashTotal
               END-IF
           END-PERFORM.


      *> A control failure is logged to the central exception file
      *> and ends the run with a condition code above the reject
      *> level, so the nightly driver stops before any later step
      *> runs against suspect data.
      *> A resend refused by the feed registry has already been
      *> logged there, and a header in a layout this program does not
      *> read by the layout check, so only a true control mismatch is
      *> logged here.
       ControlFailure.
           SET ControlFailed TO TRUE
           EVALUATE TRUE
               WHEN DuplicateFeedRefused
                   DISPLAY "Run stopped - transaction file has already "
                       "been processed."
               WHEN FlyLayoutUnknown
                   DISPLAY "Run stopped - transaction file is in a "
                       "record layout this program does not read."
               WHEN OTHER
                   SET ErrControlMismatch TO TRUE
                   MOVE "GradeCheck" TO ExcpProgramId
                   MOVE StdErrorCode TO ExcpReasonCode
                   MOVE "Header/trailer controls do not agree" TO
                       ExcpReasonText
                   MOVE OperatorId   TO ExcpOperatorId
                   CALL "ExceptionLog" USING ExcpProgramId,
                       ExcpReasonCode, ExcpReasonText, ExcpOperatorId,
                       ExcpRunId
                   DISPLAY "Run stopped - transaction file failed its "
                       "header/trailer controls."
           END-EVALUATE.

      *> The header's layout version is checked before a detail is
      *> applied, so a feed cut in a layout this program does not
      *> read is refused whole at the header.
       CheckFeedLayout.
           MOVE "C" TO FlyAction
           MOVE "GCTXN" TO FlyFeedName
           MOVE HdrLayoutVer TO FlyHeaderVersion
           MOVE "GradeCheck" TO FlyProgram
           MOVE OperatorId TO FlyOperId
           MOVE RunIdValue TO FlyRunId
           CALL "FeedLayout" USING FlyAction, FlyFeedName,
               FlyHeaderVersion, FlyProgram, FlyOperId, FlyRunId,
               FlyLayoutVersion, FlyCurrentVersion, FlyVerdict.

      *> The proved feed is checked against the inbound feed registry
      *> before a line of it is applied; a resend is refused the same
      *> as a feed whose controls disagree, unless a supervisor has
      *> let it through.
       CheckFeedReceipt.
           MOVE "C" TO FeedRcptAction
           MOVE "GradeCheck" TO FeedRcptProgram
           MOVE TrlDetailCount TO FeedRcptCount
           MOVE TrlHashTotal TO FeedRcptHash
           MOVE OperatorId TO FeedRcptOperId
           MOVE RunIdValue TO FeedRcptRunId
           PERFORM CallFeedReceipt
           IF FeedRcptDuplicate
               SET DuplicateFeedRefused TO TRUE
               MOVE "N" TO WS-Control-Flag
           END-IF.

      *> Registered only once the feed has been applied, so a run that
      *> stops part way leaves the feed free to be run again.
       RegisterFeedReceipt.
           MOVE "R" TO FeedRcptAction
           PERFORM CallFeedReceipt.

       CallFeedReceipt.
           CALL "FeedReceipt" USING FeedRcptAction, FeedRcptProgram,
               FeedRcptSource, FeedRcptFileDate, FeedRcptCount,
               FeedRcptHash, FeedRcptOperId, FeedRcptRunId,
               FeedRcptVerdict, FeedRcptPriorRunId, FeedRcptLastDate,
               FeedRcptOlder.

      *> Fetches one unattended answer for this program from the
      *> job-parameter file - found only while NightlyBatch has the
                   PERFORM CheckAuthority
               END-IF
           END-IF.

      *> A batch run set to DRY-RUN in the job-parameter file opens its
      *> forecast before anything is read, so every record from the
      *> first reject onwards lands in it.
       CheckDryRun.
           MOVE "DRY-RUN" TO JpParmName
           PERFORM GetJobParm
           IF JpParmOk AND JpParmValue (1:1) = "Y"
               SET DryRunMode TO TRUE
               MOVE "O" TO FcstAction
               PERFORM CallDryRunForecast
           END-IF.

       ForecastWrite.
           MOVE "W" TO FcstAction
           PERFORM CallDryRunForecast.

       ForecastReject.
           MOVE "R" TO FcstAction
           PERFORM CallDryRunForecast.

       CloseForecast.
           MOVE "C" TO FcstAction
           PERFORM CallDryRunForecast.

       CallDryRunForecast.
           MOVE "GradeCheck" TO FcstProgramId
           MOVE RunIdValue TO FcstRunId
           CALL "DryRunForecast" USING FcstAction, FcstProgramId,
               FcstFileName, FcstImage, FcstRunId, FcstActive.
