       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReportCards.

      *> Term report card print run.  At term end the registrar's
      *> office mailed every student's guardian a report card typed
      *> up from the ranking report and the determination letters.
      *> This run walks the student master - one current record per
      *> student - and prints one card per student addressed to the
      *> guardian on the guardian contact file: this term's mark in
      *> every subject against its catalog pass mark, pass or fail
      *> and any resit outcome, the average, GPA and letter grade,
      *> the class rank off the latest ranking run, and the
      *> probation or scholarship outcome the determination run
      *> reached.  A student with no guardian on file is not
      *> skipped: they go to the missing-guardian exception list
      *> for the registrar to chase, and the run ends with a
      *> return code of 4 so the stream shows it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT StudentMasterFile ASSIGN TO
               "Data/Nested/GCMASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StudentMasterFileStatus.
           SELECT SubjectCatalogFile ASSIGN TO
               "Data/Nested/GCSUBJECTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SubjectCatalogFileStatus.
           SELECT EnrolmentFile ASSIGN TO
               "Data/Nested/GCENROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EnrolmentFileStatus.
           SELECT GuardianFile ASSIGN TO
               "Data/Nested/GCGUARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GuardianFileStatus.
           SELECT GradeRankFile ASSIGN TO
               "Data/Nested/GCRANK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GradeRankFileStatus.
           SELECT ProbationFile ASSIGN TO
               "Data/Nested/GCPROBATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProbationFileStatus.
           SELECT ScholarshipFile ASSIGN TO
               "Data/Nested/GCSCHOLAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ScholarshipFileStatus.
           SELECT ReportCardFile ASSIGN TO
               "Data/Nested/GCRPTCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MissingGuardianFile ASSIGN TO
               "Data/Nested/GCNOGUARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EnrolSortFile ASSIGN TO "Data/Nested/GCCARDWRK.DAT".
           SELECT EnrolSortedFile ASSIGN TO
               "Data/Nested/GCCARDSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentMasterFile.
       01  StudentMasterRecord PIC X(171).

       FD  SubjectCatalogFile.
       01  SubjectCatalogRecord.
           05 CatSubject  PIC 9(2).
           05 CatName     PIC X(12).
           05 CatPassMark PIC 9(3).

       FD  EnrolmentFile.
       01  EnrolmentFileRecord PIC X(18).

      *> Work file putting the enrolment into student, term and
      *> subject order on the way in, as GradeCheck does, so each
      *> card's subjects are found by halving the table.
       SD  EnrolSortFile.
       01  EnrolSortRecord.
           05 EsrKey PIC X(18).

       FD  EnrolSortedFile.
       01  EnrolSortedRecord PIC X(18).

       FD  GuardianFile.
           COPY GUARDIAN.

      *> The ranking run's output, laid out as GradeCheck writes it;
      *> the first line is the report header and carries no rank.
       FD  GradeRankFile.
       01  GradeRankRecord.
           05 RankPosition    PIC 9(5).
           05 RankStudentId   PIC X(10).
           05 FILLER          PIC X(65).

       FD  ProbationFile.
       01  ProbationRecord.
           05 PrbStudentId PIC X(10).
           05 PrbAverage   PIC 9(3)V99.
           05 PrbClassCode PIC X(3).
           COPY RUNSTAMP.
           05 PrbTrigger   PIC X.
               88 PrbOnAverage    VALUE "G".
               88 PrbOnAttendance VALUE "A".
               88 PrbOnBoth       VALUE "B".
           05 PrbAttendPct PIC 9(3)V9.

       FD  ScholarshipFile.
       01  ScholarshipRecord.
           05 SchStudentId PIC X(10).
           05 SchAverage   PIC 9(3)V99.
           05 SchClassCode PIC X(3).
           COPY RUNSTAMP.

       FD  ReportCardFile.
       01  ReportCardLine PIC X(80).

      *> A student whose card could not be addressed, for the
      *> registrar to chase the way AgeLetters lists applicants
      *> with no address.
       FD  MissingGuardianFile.
       01  MissingGuardianRecord.
           05 NogStudentId PIC X(10).
           05 NogClassCode PIC X(3).
           05 NogReason    PIC X(25).
           COPY RUNSTAMP.

       WORKING-STORAGE SECTION.
           COPY AUDITREC.
           COPY RUNID.
           COPY OPERATOR.
           COPY JOBPARM.
           COPY SESSION.
           COPY RPTHDR.

      *> Authority this program demands at sign-on - 1 data entry,
      *> 2 supervisor, 3 administrator.
       01 RequiredAuthLevel PIC 9 VALUE 1.

       01 StudentMasterFileStatus PIC XX.
           88 StudentMasterFileNotFound VALUE "35".

       01 SubjectCatalogFileStatus PIC XX.
           88 SubjectCatalogFileNotFound VALUE "35".

       01 EnrolmentFileStatus PIC XX.
           88 EnrolmentFileNotFound VALUE "35".

       01 GuardianFileStatus PIC XX.
           88 GuardianFileNotFound VALUE "35".

       01 GradeRankFileStatus PIC XX.
           88 GradeRankFileNotFound VALUE "35".

       01 ProbationFileStatus PIC XX.
           88 ProbationFileNotFound VALUE "35".

       01 ScholarshipFileStatus PIC XX.
           88 ScholarshipFileNotFound VALUE "35".

       01 WS-Eof-Flag PIC X VALUE "N".
           88 EndOfInputFile VALUE "Y".

      *> Subject names and pass marks off the catalog, SUBJECT nn
      *> and the overall passing threshold for any subject without
      *> a row - the same defaults GradeCheck applies.  The card
      *> runs to the highest subject number on the catalog, or the
      *> five defaults when there is no catalog.
       01 PassingThreshold PIC 9(3) VALUE 40.
       01 SubjectCatalogTable.
           05 SubjectCatalogEntry OCCURS 20 TIMES.
               10 CtlSubjectName PIC X(12).
               10 CtlPassMark    PIC 9(3).
       01 SubjectIdx PIC 9(2).
       01 SubjectCount PIC 9(2) VALUE 5.

      *> The open term's enrolment, so a subject the student does
      *> not take is shown as such rather than as a failed zero.
      *> With no enrolment file every subject is taken, as in
      *> GradeCheck; the open term is the latest term on the file.
      *> Sized for the 50000 enrolment rows GradeCheck holds.
       01 WS-Enr-Flag PIC X VALUE "N".
           88 EnrolmentOnFile VALUE "Y".
       01 WS-Enrolled-Flag PIC X VALUE "N".
           88 SubjectEnrolled VALUE "Y".
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
       01 EnrolmentUsed PIC 9(5) VALUE 0.
       01 OpenTermId    PIC X(6) VALUE SPACES.

      *> The enrolment row looked for, laid out as a table row, and
      *> the bounds of the halving search.
       01 EnrolmentKeyWanted.
           05 EkwStudentId PIC X(10).
           05 EkwTerm      PIC X(6).
           05 EkwSubject   PIC 9(2).
       01 ChopLow  PIC 9(5).
       01 ChopHigh PIC 9(5).
       01 ChopMid  PIC 9(5).

      *> Every guardian row, held in storage for the lookup - two
      *> for each of the 10000 students, as GuardianMaint holds.
       01 GuardianTable.
           05 GuardianEntry OCCURS 20000 TIMES.
               10 TblGdnStudentId PIC X(10).
               10 TblGdnName      PIC X(30).
               10 TblGdnStreet    PIC X(30).
               10 TblGdnCity      PIC X(20).
               10 TblGdnPostCode  PIC X(10).
       01 GuardianUsed PIC 9(5) VALUE 0.
       01 GuardianIdx  PIC 9(5).
       01 WS-Gdn-Flag PIC X VALUE "N".
           88 GuardianFound VALUE "Y".

      *> Class rank per student off the latest ranking run, and
      *> how many were ranked, for as many as GradeCheck ranks.
       01 RankTable.
           05 RankEntry OCCURS 10000 TIMES.
               10 TblRankStudentId PIC X(10).
               10 TblRankPosition  PIC 9(5).
       01 RankUsed PIC 9(5) VALUE 0.
       01 RankIdx  PIC 9(5).
       01 WS-Rank-Flag PIC X VALUE "N".
           88 RankFound VALUE "Y".

      *> The determination run's outcomes: who is on probation and
      *> on what trigger, and who holds the merit scholarship.
       01 ProbationTable.
           05 ProbationEntry OCCURS 10000 TIMES.
               10 TblPrbStudentId PIC X(10).
               10 TblPrbTrigger   PIC X.
       01 ProbationUsed PIC 9(5) VALUE 0.
       01 ProbationIdx  PIC 9(5).
       01 WS-Prb-Flag PIC X VALUE "N".
           88 OnProbation VALUE "Y".

       01 ScholarshipTable.
           05 TblSchStudentId PIC X(10) OCCURS 10000 TIMES.
       01 ScholarshipUsed PIC 9(5) VALUE 0.
       01 ScholarshipIdx  PIC 9(5).
       01 WS-Sch-Flag PIC X VALUE "N".
           88 HoldsScholarship VALUE "Y".

      *> The student's current record, pulled apart by the
      *> positions GradeCheck lays the master down with.
       01 WorkImage     PIC X(171).
       01 WorkStudentId PIC X(10).
       01 WorkClassCode PIC X(3).
       01 WorkMark      PIC 9(3).
       01 WorkMarkPos   PIC 9(3).
       01 WorkFlagPos   PIC 9(3).
       01 WorkAverage   PIC 9(3)V99.
       01 WorkAvgImage  REDEFINES WorkAverage PIC X(5).
       01 WorkGpa       PIC 9V99.
       01 WorkGpaImage  REDEFINES WorkGpa PIC X(3).

       01 CardCount     PIC 9(5) VALUE 0.
       01 NoGuardianCount PIC 9(5) VALUE 0.

       01 CardStudentLine.
           05 FILLER      PIC X(16) VALUE "Report card for ".
           05 CslStudentId PIC X(10).
           05 FILLER      PIC X(8)  VALUE "  class ".
           05 CslClassCode PIC X(3).
           05 FILLER      PIC X(7)  VALUE "  term ".
           05 CslTermId   PIC X(6).

       01 CardColumnLine.
           05 FILLER PIC X(12) VALUE "SUBJECT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE "MARK".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE "RESULT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "RESIT".

       01 CardSubjectLine.
           05 CdlName     PIC X(12).
           05 FILLER      PIC X(3)  VALUE SPACES.
           05 CdlMark     PIC X(3).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 CdlResult   PIC X(9).
           05 FILLER      PIC X(2)  VALUE SPACES.
           05 CdlResit    PIC X(15).
       01 MarkShown PIC ZZ9.

       01 CardSummaryLine.
           05 FILLER      PIC X(8)  VALUE "Average ".
           05 CsmAverage  PIC ZZ9.99.
           05 FILLER      PIC X(7)  VALUE "   GPA ".
           05 CsmGpa      PIC 9.99.
           05 FILLER      PIC X(9)  VALUE "   Grade ".
           05 CsmLetter   PIC X.
           05 FILLER      PIC X(10) VALUE "   Result ".
           05 CsmPassFail PIC X(4).

       01 CardRankLine.
           05 FILLER      PIC X(11) VALUE "Class rank ".
           05 CrkPosition PIC ZZZZ9.
           05 FILLER      PIC X(4)  VALUE " of ".
           05 CrkOf       PIC ZZZZ9.

       PROCEDURE DIVISION.
       MainLine.
           MOVE "N" TO OperatorSignOnValid
           PERFORM UnattendedSignOn
           PERFORM SessionSignOn
           PERFORM SignOnOperator UNTIL OperatorSignOnOk.

           PERFORM StartNewRunId.

           PERFORM LoadSubjectCatalog.
           PERFORM LoadEnrolment.
           PERFORM LoadGuardians.
           PERFORM LoadRanks.
           PERFORM LoadProbation.
           PERFORM LoadScholarships.

           OPEN OUTPUT ReportCardFile.
           OPEN OUTPUT MissingGuardianFile.

           MOVE "N" TO WS-Eof-Flag.
           OPEN INPUT StudentMasterFile.
           IF StudentMasterFileNotFound
               DISPLAY "Student master not on file - no report "
                   "cards to print."
           ELSE
               PERFORM ReadStudentMasterRecord
               PERFORM UNTIL EndOfInputFile
                   PERFORM CardOneStudent
                   PERFORM ReadStudentMasterRecord
               END-PERFORM
               CLOSE StudentMasterFile
           END-IF.

           CLOSE ReportCardFile.
           CLOSE MissingGuardianFile.

           DISPLAY "Report cards printed : " CardCount.
           DISPLAY "No guardian on file  : " NoGuardianCount.

           PERFORM WriteAuditLog.

           IF NoGuardianCount > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           GOBACK.

       ReadStudentMasterRecord.
           READ StudentMasterFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> One current record: a card to the guardian, or the
      *> student onto the exception list when there is none.
       CardOneStudent.
           MOVE StudentMasterRecord TO WorkImage
           MOVE WorkImage (1:10) TO WorkStudentId
           MOVE WorkImage (80:3) TO WorkClassCode
           PERFORM FindGuardian
           IF GuardianFound
               PERFORM PrintReportCard
           ELSE
               PERFORM WriteMissingGuardianRecord
           END-IF.

       FindGuardian.
           MOVE "N" TO WS-Gdn-Flag
           PERFORM VARYING GuardianIdx FROM 1 BY 1
                   UNTIL GuardianIdx > GuardianUsed OR GuardianFound
               IF TblGdnStudentId (GuardianIdx) = WorkStudentId
                   SET GuardianFound TO TRUE
                   SUBTRACT 1 FROM GuardianIdx
               END-IF
           END-PERFORM.

       WriteMissingGuardianRecord.
           ADD 1 TO NoGuardianCount
           MOVE WorkStudentId TO NogStudentId
           MOVE WorkClassCode TO NogClassCode
           MOVE "NO GUARDIAN ON FILE" TO NogReason
           MOVE FUNCTION CURRENT-DATE(1:8) TO RunStampDate OF
               MissingGuardianRecord
           MOVE FUNCTION CURRENT-DATE(9:6) TO RunStampTime OF
               MissingGuardianRecord
           MOVE RunIdValue TO RunStampRunId OF MissingGuardianRecord
           WRITE MissingGuardianRecord
           DISPLAY "No guardian on file: " WorkStudentId.

      *> One page per student: the standard header, the guardian's
      *> address block, the marks, the standing and the outcome.
       PrintReportCard.
           ADD 1 TO CardCount
           MOVE "TERM REPORT CARD" TO RptReportTitle
           MOVE CardCount TO RptPageNumber
           CALL "ReportHeader" USING RptReportTitle, RptPageNumber,
               RptHeaderLine
           MOVE RptHeaderLine TO ReportCardLine
           WRITE ReportCardLine
           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine

           MOVE TblGdnName (GuardianIdx) TO ReportCardLine
           WRITE ReportCardLine
           MOVE TblGdnStreet (GuardianIdx) TO ReportCardLine
           WRITE ReportCardLine
           MOVE SPACES TO ReportCardLine
           STRING TblGdnCity (GuardianIdx) " "
               TblGdnPostCode (GuardianIdx)
               DELIMITED BY SIZE INTO ReportCardLine
           WRITE ReportCardLine
           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine

           MOVE WorkStudentId TO CslStudentId
           MOVE WorkClassCode TO CslClassCode
           MOVE OpenTermId    TO CslTermId
           MOVE CardStudentLine TO ReportCardLine
           WRITE ReportCardLine
           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine
           MOVE CardColumnLine TO ReportCardLine
           WRITE ReportCardLine
           PERFORM WriteSubjectLine
               VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > SubjectCount
           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine

           MOVE WorkImage (30:5) TO WorkAvgImage
           MOVE WorkImage (35:3) TO WorkGpaImage
           MOVE WorkAverage      TO CsmAverage
           MOVE WorkGpa          TO CsmGpa
           MOVE WorkImage (38:1) TO CsmLetter
           MOVE WorkImage (39:4) TO CsmPassFail
           MOVE CardSummaryLine TO ReportCardLine
           WRITE ReportCardLine
           PERFORM WriteRankLine
           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine
           PERFORM WriteOutcomeLines

           MOVE SPACES TO ReportCardLine
           WRITE ReportCardLine
           MOVE "Office of the Registrar" TO ReportCardLine
           WRITE ReportCardLine
           MOVE ALL "-" TO ReportCardLine
           WRITE ReportCardLine.

      *> One subject: the mark against the catalog pass mark, and
      *> the resit outcome the master carries for it.
       WriteSubjectLine.
           MOVE CtlSubjectName (SubjectIdx) TO CdlName
           MOVE SPACES TO CdlResit
           PERFORM CheckSubjectEnrolled
           IF SubjectEnrolled
               PERFORM LocateSubjectMark
               IF WorkImage (WorkMarkPos:3) NUMERIC
                   MOVE WorkImage (WorkMarkPos:3) TO WorkMark
               ELSE
                   MOVE 0 TO WorkMark
               END-IF
               MOVE WorkMark TO MarkShown
               MOVE MarkShown TO CdlMark
               IF WorkMark >= CtlPassMark (SubjectIdx)
                   MOVE "PASS" TO CdlResult
               ELSE
                   MOVE "FAIL" TO CdlResult
               END-IF
               EVALUATE WorkImage (WorkFlagPos:1)
                   WHEN "P"
                       MOVE "PASSED ON RESIT" TO CdlResit
                   WHEN "F"
                       MOVE "FAILED RESIT" TO CdlResit
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           ELSE
               MOVE SPACES TO CdlMark
               MOVE "NOT TAKEN" TO CdlResult
           END-IF
           MOVE CardSubjectLine TO ReportCardLine
           WRITE ReportCardLine.

      *> Where the subject's mark and resit outcome sit on the
      *> master - the first five in their original columns, the
      *> rest behind the attendance area.  A row posted before the
      *> later subjects were carried is blank there.
       LocateSubjectMark.
           IF SubjectIdx <= 5
               COMPUTE WorkMarkPos = 11 + (SubjectIdx - 1) * 3
               COMPUTE WorkFlagPos = 82 + SubjectIdx
           ELSE
               COMPUTE WorkMarkPos = 112 + (SubjectIdx - 6) * 3
               COMPUTE WorkFlagPos = 151 + SubjectIdx
           END-IF.

       WriteRankLine.
           MOVE "N" TO WS-Rank-Flag
           PERFORM VARYING RankIdx FROM 1 BY 1
                   UNTIL RankIdx > RankUsed OR RankFound
               IF TblRankStudentId (RankIdx) = WorkStudentId
                   SET RankFound TO TRUE
                   MOVE TblRankPosition (RankIdx) TO CrkPosition
               END-IF
           END-PERFORM
           IF RankFound
               MOVE RankUsed TO CrkOf
               MOVE CardRankLine TO ReportCardLine
           ELSE
               MOVE "Class rank - not ranked this term"
                   TO ReportCardLine
           END-IF
           WRITE ReportCardLine.

      *> The determination run's outcome for the student, in the
      *> words of its own letters; the middle of the class gets
      *> neither.
       WriteOutcomeLines.
           MOVE "N" TO WS-Prb-Flag
           PERFORM VARYING ProbationIdx FROM 1 BY 1
                   UNTIL ProbationIdx > ProbationUsed OR OnProbation
               IF TblPrbStudentId (ProbationIdx) = WorkStudentId
                   SET OnProbation TO TRUE
                   SUBTRACT 1 FROM ProbationIdx
               END-IF
           END-PERFORM
           MOVE "N" TO WS-Sch-Flag
           PERFORM VARYING ScholarshipIdx FROM 1 BY 1
                   UNTIL ScholarshipIdx > ScholarshipUsed
                       OR HoldsScholarship
               IF TblSchStudentId (ScholarshipIdx) = WorkStudentId
                   SET HoldsScholarship TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN OnProbation
                   MOVE "Placed on academic probation for the coming"
                       TO ReportCardLine
                   WRITE ReportCardLine
                   PERFORM WriteProbationTrigger
               WHEN HoldsScholarship
                   MOVE "Awarded the merit scholarship on this term's"
                       TO ReportCardLine
                   WRITE ReportCardLine
                   MOVE "average." TO ReportCardLine
                   WRITE ReportCardLine
               WHEN OTHER
                   MOVE "No probation or scholarship determination"
                       TO ReportCardLine
                   WRITE ReportCardLine
                   MOVE "this term." TO ReportCardLine
                   WRITE ReportCardLine
           END-EVALUATE.

       WriteProbationTrigger.
           EVALUATE TblPrbTrigger (ProbationIdx)
               WHEN "A"
                   MOVE "term on attendance below the required minimum."
                       TO ReportCardLine
               WHEN "B"
                   MOVE "term on both term average and attendance."
                       TO ReportCardLine
               WHEN OTHER
                   MOVE "term on a term average below the standard."
                       TO ReportCardLine
           END-EVALUATE
           WRITE ReportCardLine.

      *> Subject names and pass marks off the catalog.
       LoadSubjectCatalog.
           MOVE 0 TO SubjectCount
           PERFORM VARYING SubjectIdx FROM 1 BY 1
                   UNTIL SubjectIdx > 20
               MOVE SPACES TO CtlSubjectName (SubjectIdx)
               STRING "SUBJECT " SubjectIdx
                   DELIMITED BY SIZE INTO CtlSubjectName (SubjectIdx)
               MOVE PassingThreshold TO CtlPassMark (SubjectIdx)
           END-PERFORM
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT SubjectCatalogFile
           IF SubjectCatalogFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadSubjectCatalogRecord
               PERFORM UNTIL EndOfInputFile
                   IF CatSubject >= 1 AND CatSubject <= 20
                       MOVE CatName TO CtlSubjectName (CatSubject)
                       MOVE CatPassMark TO CtlPassMark (CatSubject)
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
           READ SubjectCatalogFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> The enrolment rows into storage; an enrolment file larger
      *> than the table is left out altogether rather than showing
      *> subjects as not taken that are.
       LoadEnrolment.
           MOVE "N" TO WS-Eof-Flag
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
               PERFORM UNTIL EndOfInputFile
                   EVALUATE TRUE
                       WHEN EnrSubject NOT NUMERIC
                           CONTINUE
                       WHEN EnrSubject < 1 OR EnrSubject > 20
                           CONTINUE
                       WHEN EnrolmentUsed >= 50000
                           MOVE "N" TO WS-Enr-Flag
                       WHEN OTHER
                           ADD 1 TO EnrolmentUsed
                           MOVE EnrStudentId TO
                               EtStudentId (EnrolmentUsed)
                           MOVE EnrTerm    TO EtTerm (EnrolmentUsed)
                           MOVE EnrSubject TO EtSubject (EnrolmentUsed)
                           IF EnrTerm > OpenTermId
                               MOVE EnrTerm TO OpenTermId
                           END-IF
                   END-EVALUATE
                   PERFORM ReadEnrolmentRecord
               END-PERFORM
               CLOSE EnrolSortedFile
               IF NOT EnrolmentOnFile
                   DISPLAY "Enrolment file exceeds the table - "
                       "every subject shown."
               END-IF
           END-IF.

       ReadEnrolmentRecord.
           READ EnrolSortedFile INTO EnrolmentRecord
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Whether the student takes the subject in SubjectIdx this
      *> term - every subject counts when there is no enrolment.
       CheckSubjectEnrolled.
           MOVE "N" TO WS-Enrolled-Flag
           IF EnrolmentOnFile
               MOVE WorkStudentId TO EkwStudentId
               MOVE OpenTermId    TO EkwTerm
               MOVE SubjectIdx    TO EkwSubject
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
               END-IF
           ELSE
               SET SubjectEnrolled TO TRUE
           END-IF.

       LoadGuardians.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT GuardianFile
           IF GuardianFileNotFound
               DISPLAY "Guardian file not found - every student "
                   "goes to the exception list."
           ELSE
               PERFORM ReadGuardianRecord
               PERFORM UNTIL EndOfInputFile
                   IF GuardianUsed < 20000
                       ADD 1 TO GuardianUsed
                       MOVE GdnStudentId TO
                           TblGdnStudentId (GuardianUsed)
                       MOVE GdnName     TO TblGdnName (GuardianUsed)
                       MOVE GdnStreet   TO TblGdnStreet (GuardianUsed)
                       MOVE GdnCity     TO TblGdnCity (GuardianUsed)
                       MOVE GdnPostCode TO
                           TblGdnPostCode (GuardianUsed)
                   ELSE
                       DISPLAY "Guardian file overflows the table - "
                           "row dropped from this run."
                   END-IF
                   PERFORM ReadGuardianRecord
               END-PERFORM
               CLOSE GuardianFile
           END-IF.

       ReadGuardianRecord.
           READ GuardianFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

      *> Rank rows only - the header line has no numeric position.
       LoadRanks.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT GradeRankFile
           IF GradeRankFileNotFound
               DISPLAY "No ranking on file - cards print unranked."
           ELSE
               PERFORM ReadGradeRankRecord
               PERFORM UNTIL EndOfInputFile
                   IF RankPosition NUMERIC AND RankUsed < 10000
                       ADD 1 TO RankUsed
                       MOVE RankStudentId TO
                           TblRankStudentId (RankUsed)
                       MOVE RankPosition TO TblRankPosition (RankUsed)
                   END-IF
                   PERFORM ReadGradeRankRecord
               END-PERFORM
               CLOSE GradeRankFile
           END-IF.

       ReadGradeRankRecord.
           READ GradeRankFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadProbation.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ProbationFile
           IF ProbationFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadProbationRecord
               PERFORM UNTIL EndOfInputFile
                   IF ProbationUsed < 10000
                       ADD 1 TO ProbationUsed
                       MOVE PrbStudentId TO
                           TblPrbStudentId (ProbationUsed)
                       MOVE PrbTrigger TO TblPrbTrigger (ProbationUsed)
                   END-IF
                   PERFORM ReadProbationRecord
               END-PERFORM
               CLOSE ProbationFile
           END-IF.

       ReadProbationRecord.
           READ ProbationFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       LoadScholarships.
           MOVE "N" TO WS-Eof-Flag
           OPEN INPUT ScholarshipFile
           IF ScholarshipFileNotFound
               CONTINUE
           ELSE
               PERFORM ReadScholarshipRecord
               PERFORM UNTIL EndOfInputFile
                   IF ScholarshipUsed < 10000
                       ADD 1 TO ScholarshipUsed
                       MOVE SchStudentId TO
                           TblSchStudentId (ScholarshipUsed)
                   END-IF
                   PERFORM ReadScholarshipRecord
               END-PERFORM
               CLOSE ScholarshipFile
           END-IF.

       ReadScholarshipRecord.
           READ ScholarshipFile
               AT END SET EndOfInputFile TO TRUE
           END-READ.

       GetJobParm.
           MOVE "ReportCards" TO JpProgramId
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

       WriteAuditLog.
           MOVE "ReportCards" TO AuditProgramId
           MOVE SPACES TO AuditKeyInputs
           STRING "Guardians=" GuardianUsed " Ranked=" RankUsed
               DELIMITED BY SIZE INTO AuditKeyInputs
           MOVE SPACES TO AuditKeyOutputs
           STRING "Cards=" CardCount " NoGuardian=" NoGuardianCount
               DELIMITED BY SIZE INTO AuditKeyOutputs
           MOVE OperatorId TO AuditOperatorId
           CALL "AuditLog" USING AuditProgramId, AuditKeyInputs,
               AuditKeyOutputs, AuditOperatorId, AuditRunId.
